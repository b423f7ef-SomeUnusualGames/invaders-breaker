      * Compile and run on Windows:
      * cobc -xj journal-seal.cbl batch-runlog.cbl report-archive.cbl
      * Month-end sealing of the audit journals that carry no chain
      * of their own: CONFIG-AUDIT.DAT, MOD-JOURNAL.DAT,
      * SYNC-JOURNAL.DAT and every registered cabinet's
      * CMDACK-<id>.DAT. Each closed month's lines move out to a
      * <journal>-YYYYMM.SEA archive and a SEAL-MANIFEST.DAT line
      * records the line count and a digest of the archive, chained
      * to the seal before it. Run from the shared mount:
      *   journal-seal            seal every closed month found
      *   journal-seal VERIFY     recheck every archive against its
      *                           seal and the chain, to
      *                           SEAL-VERIFY.RPT
      * A cabinet recovers its command high-water mark from the
      * last line of its CMDACK file, so that line always stays in
      * the live file until a newer acknowledgment follows it.
      * Same crash discipline as SESSION-ARCHIVE: the archive is
      * written to a temp name and renamed, the manifest line
      * follows, and only then is the live file rewritten; a month
      * already in the manifest is never sealed twice, just
      * dropped from the live file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-SEAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT JOURNAL-FILE ASSIGN USING js-journal-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS journal-status.
         SELECT SEAL-ARCHIVE-FILE ASSIGN USING js-archive-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS seal-archive-status.
         SELECT JOURNAL-KEEP-FILE ASSIGN TO "JOURNAL-LIVE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS journal-keep-status.
         SELECT SEAL-MANIFEST-FILE ASSIGN TO "SEAL-MANIFEST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS seal-manifest-status.
         SELECT CABINET-REGISTRY-FILE
           ASSIGN TO "CABINET-REGISTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS registry-status.
         SELECT SEAL-VERIFY-FILE ASSIGN TO "SEAL-VERIFY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS seal-verify-status.
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
         01 JOURNAL-RECORD PIC X(90).
       FD SEAL-ARCHIVE-FILE.
         01 SEAL-ARCHIVE-RECORD PIC X(90).
       FD JOURNAL-KEEP-FILE.
         01 JOURNAL-KEEP-RECORD PIC X(90).
       FD SEAL-MANIFEST-FILE.
         COPY seal-manifest-record.
       FD CABINET-REGISTRY-FILE.
         01 CABINET-REGISTRY-RECORD.
           05 reg-cabinet-id PIC X(06).
           05 reg-name PIC X(12).
       FD SEAL-VERIFY-FILE.
         01 SEAL-VERIFY-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 journal-seal-data.
         78 MAX-JOURNALS VALUE 60.
         78 MAX-SEAL-MONTHS VALUE 24.
         78 MAX-MANIFEST-ROWS VALUE 2000.
         78 DIGEST-MODULUS VALUE 1000000007.
         05 journal-status PIC X(02) VALUE "00".
         05 seal-archive-status PIC X(02) VALUE "00".
         05 journal-keep-status PIC X(02) VALUE "00".
         05 seal-manifest-status PIC X(02) VALUE "00".
         05 registry-status PIC X(02) VALUE "00".
         05 seal-verify-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 js-eof PIC 9 VALUE 0.
         05 js-current-month PIC X(06).
         05 js-journal-name PIC X(20).
         05 js-archive-name PIC X(24).
         05 js-target-name PIC X(24).
         05 js-arc-temp-name PIC X(16) VALUE "JOURNAL-SEAL.TMP".
         05 js-keep-name PIC X(16) VALUE "JOURNAL-LIVE.TMP".
         05 js-call-status PIC S9(09) BINARY.
         05 js-base-name PIC X(20).
         05 js-date-pos PIC 9(02).
         05 js-keep-last PIC 9.
         05 js-line-month PIC X(06).
         05 js-prior-month PIC X(06).
         05 js-target-month PIC X(06).
         05 js-line-no PIC 9(07).
         05 js-total-lines PIC 9(07).
         05 js-moved PIC 9(07).
         05 js-dropped PIC 9(07).
         05 js-digest PIC 9(10).
         05 js-last-seal PIC 9(10) VALUE 0.
         05 js-c PIC 9(03).
         05 js-i PIC 9(04).
         05 js-j PIC 9(04).
         05 js-m PIC 9(03).
         05 js-found PIC 9.
         05 js-sealed-count PIC 9(04) VALUE 0.
         05 js-bad-count PIC 9(04) VALUE 0.
         05 js-edit PIC ZZZZZZ9.
         05 js-edit-2 PIC ZZZZZZ9.
         05 js-line PIC X(80).
         05 js-journal-count PIC 9(02) VALUE 0.
         05 js-journal-table.
           10 js-journal OCCURS MAX-JOURNALS TIMES.
             15 jst-name PIC X(20).
             15 jst-date-pos PIC 9(02).
             15 jst-keep-last PIC 9.
         05 js-month-count PIC 9(03) VALUE 0.
         05 js-month-list OCCURS MAX-SEAL-MONTHS TIMES PIC X(06).
         05 js-manifest-count PIC 9(04) VALUE 0.
         05 js-manifest-table.
           10 js-manifest OCCURS MAX-MANIFEST-ROWS TIMES.
             15 jsm-journal PIC X(20).
             15 jsm-month PIC X(06).
         05 JS-WORK PIC X(90).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         IF command-line-args(1:6) EQUAL TO "VERIFY" THEN
           PERFORM 5000-VERIFY-SEALS THRU 5000-EXIT
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:6) TO js-current-month
         PERFORM 0500-LOAD-MANIFEST THRU 0500-EXIT
         PERFORM 0600-BUILD-JOURNAL-LIST THRU 0600-EXIT
         PERFORM VARYING js-j FROM 1 BY 1
         UNTIL js-j > js-journal-count
           MOVE jst-name(js-j) TO js-journal-name
           MOVE jst-date-pos(js-j) TO js-date-pos
           MOVE jst-keep-last(js-j) TO js-keep-last
           PERFORM 1000-SEAL-ONE-JOURNAL THRU 1000-EXIT
         END-PERFORM
         MOVE js-sealed-count TO js-edit
         DISPLAY "JOURNAL-SEAL: months sealed "
           FUNCTION TRIM(js-edit)
         PERFORM 9910-RUNLOG-END
         GOBACK.

       0500-LOAD-MANIFEST.
         OPEN INPUT SEAL-MANIFEST-FILE
         IF seal-manifest-status NOT EQUAL TO "00" THEN
           GO TO 0500-EXIT
         END-IF
         MOVE 0 TO js-eof
         PERFORM UNTIL js-eof EQUAL TO 1
           READ SEAL-MANIFEST-FILE
             AT END
               MOVE 1 TO js-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE sl-seal TO js-last-seal
               IF js-manifest-count LESS THAN MAX-MANIFEST-ROWS THEN
                 ADD 1 TO js-manifest-count
                 MOVE sl-journal TO jsm-journal(js-manifest-count)
                 MOVE sl-month TO jsm-month(js-manifest-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE SEAL-MANIFEST-FILE.
       0500-EXIT.
         EXIT.

      * The three shop journals open with the shared YYYYMMDD-HHMMSS
      * stamp; a CMDACK line carries its date after "at=" at column
      * 30.
       0600-BUILD-JOURNAL-LIST.
         MOVE 3 TO js-journal-count
         MOVE "CONFIG-AUDIT.DAT" TO jst-name(1)
         MOVE "MOD-JOURNAL.DAT" TO jst-name(2)
         MOVE "SYNC-JOURNAL.DAT" TO jst-name(3)
         PERFORM VARYING js-i FROM 1 BY 1 UNTIL js-i > 3
           MOVE 1 TO jst-date-pos(js-i)
           MOVE 0 TO jst-keep-last(js-i)
         END-PERFORM
         OPEN INPUT CABINET-REGISTRY-FILE
         IF registry-status NOT EQUAL TO "00" THEN
           GO TO 0600-EXIT
         END-IF
         MOVE 0 TO js-eof
         PERFORM UNTIL js-eof EQUAL TO 1
           READ CABINET-REGISTRY-FILE
             AT END
               MOVE 1 TO js-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF js-journal-count LESS THAN MAX-JOURNALS
                  AND reg-cabinet-id NOT EQUAL TO SPACES THEN
                 ADD 1 TO js-journal-count
                 MOVE SPACES TO jst-name(js-journal-count)
                 STRING "CMDACK-" FUNCTION TRIM(reg-cabinet-id)
                   ".DAT"
                   DELIMITED BY SIZE INTO jst-name(js-journal-count)
                 MOVE 30 TO jst-date-pos(js-journal-count)
                 MOVE 1 TO jst-keep-last(js-journal-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE CABINET-REGISTRY-FILE.
       0600-EXIT.
         EXIT.

       1000-SEAL-ONE-JOURNAL.
         MOVE SPACES TO js-base-name
         UNSTRING js-journal-name DELIMITED BY ".DAT"
           INTO js-base-name
         END-UNSTRING
         PERFORM 1100-COLLECT-CLOSED-MONTHS THRU 1100-EXIT
         IF js-month-count EQUAL TO 0 THEN
           GO TO 1000-EXIT
         END-IF
         PERFORM VARYING js-m FROM 1 BY 1
         UNTIL js-m > js-month-count
           MOVE js-month-list(js-m) TO js-target-month
           PERFORM 1200-CHECK-ALREADY-SEALED
           IF js-found EQUAL TO 0 THEN
             PERFORM 2000-SEAL-ONE-MONTH THRU 2000-EXIT
           END-IF
         END-PERFORM
         PERFORM 3000-REWRITE-LIVE-JOURNAL THRU 3000-EXIT.
       1000-EXIT.
         EXIT.

      * A month is only noted once a later line has been seen, so
      * the protected last line of a CMDACK file never makes a
      * month sealable on its own.
       1100-COLLECT-CLOSED-MONTHS.
         MOVE 0 TO js-month-count
         MOVE 0 TO js-total-lines
         MOVE SPACES TO js-prior-month
         OPEN INPUT JOURNAL-FILE
         IF journal-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         MOVE 0 TO js-eof
         PERFORM UNTIL js-eof EQUAL TO 1
           MOVE SPACES TO JS-WORK
           READ JOURNAL-FILE NEXT RECORD INTO JS-WORK
             AT END
               MOVE 1 TO js-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO js-total-lines
               IF js-prior-month NOT EQUAL TO SPACES THEN
                 PERFORM 1110-NOTE-MONTH
               END-IF
               PERFORM 1120-LINE-MONTH
               MOVE js-line-month TO js-prior-month
           END-READ
         END-PERFORM
         CLOSE JOURNAL-FILE
         IF js-prior-month NOT EQUAL TO SPACES
            AND js-keep-last EQUAL TO 0 THEN
           PERFORM 1110-NOTE-MONTH
         END-IF.
       1100-EXIT.
         EXIT.

       1110-NOTE-MONTH.
         IF js-prior-month NOT LESS THAN js-current-month
            OR js-prior-month EQUAL TO "000000" THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO js-found
         PERFORM VARYING js-i FROM 1 BY 1
         UNTIL js-i > js-month-count
           IF js-month-list(js-i) EQUAL TO js-prior-month THEN
             MOVE 1 TO js-found
           END-IF
         END-PERFORM
         IF js-found EQUAL TO 0
            AND js-month-count LESS THAN MAX-SEAL-MONTHS THEN
           ADD 1 TO js-month-count
           MOVE js-prior-month TO js-month-list(js-month-count)
         END-IF.

      * Lines with no readable date belong to no month and stay in
      * the live file.
       1120-LINE-MONTH.
         IF JS-WORK(js-date-pos:8) IS NUMERIC THEN
           MOVE JS-WORK(js-date-pos:6) TO js-line-month
         ELSE
           MOVE "000000" TO js-line-month
         END-IF.

       1200-CHECK-ALREADY-SEALED.
         MOVE 0 TO js-found
         PERFORM VARYING js-i FROM 1 BY 1
         UNTIL js-i > js-manifest-count
           IF jsm-journal(js-i) EQUAL TO js-journal-name
              AND jsm-month(js-i) EQUAL TO js-target-month THEN
             MOVE 1 TO js-found
           END-IF
         END-PERFORM.

       2000-SEAL-ONE-MONTH.
         MOVE SPACES TO js-target-name
         STRING FUNCTION TRIM(js-base-name) "-" js-target-month
           ".SEA"
           DELIMITED BY SIZE INTO js-target-name
         MOVE js-arc-temp-name TO js-archive-name
         OPEN OUTPUT SEAL-ARCHIVE-FILE
         OPEN INPUT JOURNAL-FILE
         MOVE 0 TO js-eof
         MOVE 0 TO js-line-no
         MOVE 0 TO js-moved
         MOVE 0 TO js-digest
         PERFORM UNTIL js-eof EQUAL TO 1
           MOVE SPACES TO JS-WORK
           READ JOURNAL-FILE NEXT RECORD INTO JS-WORK
             AT END
               MOVE 1 TO js-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO js-line-no
               PERFORM 1120-LINE-MONTH
               IF js-line-month EQUAL TO js-target-month
                  AND (js-keep-last EQUAL TO 0
                       OR js-line-no LESS THAN js-total-lines) THEN
                 WRITE SEAL-ARCHIVE-RECORD FROM JS-WORK
                 ADD 1 TO runlog-written
                 ADD 1 TO js-moved
                 PERFORM 8000-DIGEST-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE JOURNAL-FILE
         CLOSE SEAL-ARCHIVE-FILE
         CALL "CBL_DELETE_FILE" USING js-target-name
           RETURNING js-call-status
         END-CALL
         CALL "CBL_RENAME_FILE" USING js-arc-temp-name
           js-target-name
           RETURNING js-call-status
         END-CALL
         IF js-call-status NOT EQUAL TO 0 THEN
           DISPLAY "Seal archive rename failed: " js-target-name
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         PERFORM 2100-APPEND-MANIFEST
         ADD 1 TO js-sealed-count
         MOVE js-moved TO js-edit
         DISPLAY "Sealed " FUNCTION TRIM(js-edit) " lines to "
           FUNCTION TRIM(js-target-name).
       2000-EXIT.
         EXIT.

       2100-APPEND-MANIFEST.
         OPEN EXTEND SEAL-MANIFEST-FILE
         IF seal-manifest-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT SEAL-MANIFEST-FILE
         END-IF
         MOVE js-journal-name TO sl-journal
         MOVE js-target-month TO sl-month
         MOVE js-target-name TO sl-archive
         MOVE js-moved TO sl-lines
         MOVE js-digest TO sl-digest
         MOVE js-last-seal TO sl-prev-seal
         COMPUTE sl-seal = FUNCTION MOD(
           (js-last-seal * 97) + js-digest + js-moved,
           DIGEST-MODULUS)
         MOVE FUNCTION CURRENT-DATE(1:8) TO sl-sealed-on
         WRITE SEAL-MANIFEST-RECORD
         ADD 1 TO runlog-written
         CLOSE SEAL-MANIFEST-FILE
         MOVE sl-seal TO js-last-seal
         IF js-manifest-count LESS THAN MAX-MANIFEST-ROWS THEN
           ADD 1 TO js-manifest-count
           MOVE js-journal-name TO jsm-journal(js-manifest-count)
           MOVE js-target-month TO jsm-month(js-manifest-count)
         END-IF.

      * Every line of a month the manifest holds for this journal
      * leaves the live file, except a CMDACK file's last line.
       3000-REWRITE-LIVE-JOURNAL.
         OPEN INPUT JOURNAL-FILE
         IF journal-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         OPEN OUTPUT JOURNAL-KEEP-FILE
         MOVE 0 TO js-eof
         MOVE 0 TO js-line-no
         MOVE 0 TO js-dropped
         PERFORM UNTIL js-eof EQUAL TO 1
           MOVE SPACES TO JS-WORK
           READ JOURNAL-FILE NEXT RECORD INTO JS-WORK
             AT END
               MOVE 1 TO js-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO js-line-no
               PERFORM 1120-LINE-MONTH
               MOVE js-line-month TO js-target-month
               PERFORM 1200-CHECK-ALREADY-SEALED
               IF js-found EQUAL TO 1
                  AND (js-keep-last EQUAL TO 0
                       OR js-line-no LESS THAN js-total-lines) THEN
                 ADD 1 TO js-dropped
               ELSE
                 WRITE JOURNAL-KEEP-RECORD FROM JS-WORK
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE JOURNAL-FILE
         CLOSE JOURNAL-KEEP-FILE
         IF js-dropped EQUAL TO 0 THEN
           CALL "CBL_DELETE_FILE" USING js-keep-name
             RETURNING js-call-status
           END-CALL
           GO TO 3000-EXIT
         END-IF
         CALL "CBL_DELETE_FILE" USING js-journal-name
           RETURNING js-call-status
         END-CALL
         CALL "CBL_RENAME_FILE" USING js-keep-name js-journal-name
           RETURNING js-call-status
         END-CALL
         IF js-call-status NOT EQUAL TO 0 THEN
           DISPLAY "Live journal rename failed: " js-journal-name
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       3000-EXIT.
         EXIT.

      * Re-reads every archive the manifest names: its line count
      * and digest must match the manifest line, and each manifest
      * line must chain from the one before it.
       5000-VERIFY-SEALS.
         OPEN INPUT SEAL-MANIFEST-FILE
         IF seal-manifest-status NOT EQUAL TO "00" THEN
           DISPLAY "No SEAL-MANIFEST.DAT - nothing sealed yet"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         OPEN OUTPUT SEAL-VERIFY-FILE
         IF seal-verify-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write SEAL-VERIFY.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE SPACES TO js-line
         STRING "SEAL VERIFICATION  " FUNCTION CURRENT-DATE(1:8)
           DELIMITED BY SIZE INTO js-line
         WRITE SEAL-VERIFY-RECORD FROM js-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO js-line
         WRITE SEAL-VERIFY-RECORD FROM js-line
         ADD 1 TO runlog-written
         MOVE 0 TO js-last-seal
         MOVE 0 TO js-eof
         PERFORM UNTIL js-eof EQUAL TO 1
           READ SEAL-MANIFEST-FILE
             AT END
               MOVE 1 TO js-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 5100-VERIFY-ONE-SEAL
           END-READ
         END-PERFORM
         CLOSE SEAL-MANIFEST-FILE
         MOVE ALL "-" TO js-line
         WRITE SEAL-VERIFY-RECORD FROM js-line
         ADD 1 TO runlog-written
         MOVE js-sealed-count TO js-edit
         MOVE js-bad-count TO js-edit-2
         MOVE SPACES TO js-line
         STRING "Seals checked " FUNCTION TRIM(js-edit)
           "   failing " FUNCTION TRIM(js-edit-2)
           DELIMITED BY SIZE INTO js-line
         WRITE SEAL-VERIFY-RECORD FROM js-line
         ADD 1 TO runlog-written
         CLOSE SEAL-VERIFY-FILE
         MOVE "SEAL-VERIFY.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         IF js-bad-count GREATER THAN 0 THEN
           DISPLAY "SEAL FAILURES FOUND - see SEAL-VERIFY.RPT"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
         ELSE
           DISPLAY "All seals verified - see SEAL-VERIFY.RPT"
         END-IF.
       5000-EXIT.
         EXIT.

       5100-VERIFY-ONE-SEAL.
         ADD 1 TO js-sealed-count
         MOVE sl-archive TO js-archive-name
         MOVE 0 TO js-moved
         MOVE 0 TO js-digest
         MOVE 0 TO js-found
         OPEN INPUT SEAL-ARCHIVE-FILE
         IF seal-archive-status EQUAL TO "00" THEN
           MOVE 1 TO js-found
           MOVE 0 TO js-i
           PERFORM UNTIL js-i EQUAL TO 1
             MOVE SPACES TO JS-WORK
             READ SEAL-ARCHIVE-FILE NEXT RECORD INTO JS-WORK
               AT END
                 MOVE 1 TO js-i
               NOT AT END
                 ADD 1 TO runlog-read
                 ADD 1 TO js-moved
                 PERFORM 8000-DIGEST-LINE
             END-READ
           END-PERFORM
           CLOSE SEAL-ARCHIVE-FILE
         END-IF
         MOVE SPACES TO js-line
         EVALUATE TRUE
           WHEN js-found EQUAL TO 0
             STRING FUNCTION TRIM(sl-archive) " MISSING"
               DELIMITED BY SIZE INTO js-line
             ADD 1 TO js-bad-count
           WHEN js-moved NOT EQUAL TO sl-lines
             OR js-digest NOT EQUAL TO sl-digest
             STRING FUNCTION TRIM(sl-archive)
               " CONTENTS DO NOT MATCH SEAL"
               DELIMITED BY SIZE INTO js-line
             ADD 1 TO js-bad-count
           WHEN sl-prev-seal NOT EQUAL TO js-last-seal
             OR sl-seal NOT EQUAL TO FUNCTION MOD(
                (sl-prev-seal * 97) + sl-digest + sl-lines,
                DIGEST-MODULUS)
             STRING FUNCTION TRIM(sl-archive)
               " MANIFEST CHAIN BROKEN"
               DELIMITED BY SIZE INTO js-line
             ADD 1 TO js-bad-count
           WHEN OTHER
             MOVE sl-lines TO js-edit
             STRING FUNCTION TRIM(sl-archive) " ok, "
               FUNCTION TRIM(js-edit)
               " lines, sealed " sl-sealed-on
               DELIMITED BY SIZE INTO js-line
         END-EVALUATE
         WRITE SEAL-VERIFY-RECORD FROM js-line
         ADD 1 TO runlog-written
         MOVE sl-seal TO js-last-seal.

      * Rolling digest over the full line image, trailing spaces
      * included, so any changed, added or removed character moves
      * it. AUDIT-VIEW computes the same digest when it reads a
      * sealed archive back.
       8000-DIGEST-LINE.
         PERFORM VARYING js-c FROM 1 BY 1 UNTIL js-c > 90
           COMPUTE js-digest = FUNCTION MOD(
             (js-digest * 31) + FUNCTION ORD(JS-WORK(js-c:1)),
             DIGEST-MODULUS)
         END-PERFORM.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "JOURNAL-SEAL" TO rptarc-program
         MOVE 0 TO rptarc-status
         MOVE RETURN-CODE TO runlog-rc
         CALL "REPORT-ARCHIVE" USING report-archive-data
           ON EXCEPTION
             CONTINUE
         END-CALL
         MOVE runlog-rc TO RETURN-CODE
         IF rptarc-status NOT EQUAL TO 0
            AND RETURN-CODE LESS THAN 4 THEN
           MOVE 4 TO RETURN-CODE
         END-IF.

       9900-RUNLOG-START.
         MOVE "JOURNAL-SEAL" TO runlog-program
         MOVE "S" TO runlog-action
         CALL "BATCH-RUNLOG" USING runlog-data
           ON EXCEPTION
             CONTINUE
         END-CALL.

      * RETURN-CODE is the verdict; the log call must not clear it.
       9910-RUNLOG-END.
         MOVE RETURN-CODE TO runlog-rc
         MOVE "E" TO runlog-action
         CALL "BATCH-RUNLOG" USING runlog-data
           ON EXCEPTION
             CONTINUE
         END-CALL
         MOVE runlog-rc TO RETURN-CODE.
       END PROGRAM JOURNAL-SEAL.

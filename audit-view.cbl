      * Compile and run on Windows:
      * cobc -xj audit-view.cbl batch-runlog.cbl report-archive.cbl
      * Unified chronological audit viewer: merges CONFIG-AUDIT.DAT,
      * COIN-AUDIT.DAT, MOD-JOURNAL.DAT, SYNC-JOURNAL.DAT and
      * STARTUP-ERRORS.LOG into one time-ordered stream, each line
      * of CFG, COIN, MOD, SYNC, ERR (default: all five). "What
      * exactly happened Tuesday between 7 and 8" is one command:
      *   audit-view 20260901 20260901
      * Months already sealed away by JOURNAL-SEAL are read back
      * from their .SEA archives (CFG, MOD and SYNC), and any
      * archive whose line count or digest no longer matches its
      * SEAL-MANIFEST.DAT line is flagged at the foot of the view.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VIEW.
       ENVIRONMENT DIVISION.
         SELECT SOURCE-LOG-FILE ASSIGN USING av-src-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS source-log-status.
         SELECT SEAL-MANIFEST-FILE ASSIGN TO "SEAL-MANIFEST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS seal-manifest-status.
         SELECT AUDIT-VIEW-FILE ASSIGN TO "AUDIT-VIEW.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS audit-view-status.
       DATA DIVISION.
       FILE SECTION.
       FD SOURCE-LOG-FILE.
         01 SOURCE-LOG-RECORD PIC X(114).
       FD SEAL-MANIFEST-FILE.
         COPY seal-manifest-record.
       FD AUDIT-VIEW-FILE.
         01 AUDIT-VIEW-RECORD PIC X(96).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 audit-view-data.
         78 MAX-AUDIT-LINES VALUE 2000.
         05 source-log-status PIC X(02) VALUE "00".
         05 av-from PIC X(08) VALUE "00000000".
         05 av-to PIC X(08) VALUE "99999999".
         05 av-source-filter PIC X(04) VALUE SPACES.
         05 av-src-name PIC X(24).
         05 av-src-tag PIC X(04).
         05 av-eof PIC 9.
         05 av-i PIC 9(04).
         05 av-overflow PIC 9 VALUE 0.
         05 av-swapped PIC 9.
         05 av-edit PIC ZZZZ9.
         78 MAX-BAD-SEALS VALUE 20.
         78 DIGEST-MODULUS VALUE 1000000007.
         05 seal-manifest-status PIC X(02) VALUE "00".
         05 av-sealed PIC 9 VALUE 0.
         05 av-seal-eof PIC 9.
         05 av-seal-lines PIC 9(07).
         05 av-digest PIC 9(10).
         05 av-c PIC 9(03).
         05 av-bad-count PIC 9(02) VALUE 0.
         05 av-bad-archive PIC X(24) OCCURS MAX-BAD-SEALS TIMES.
         05 av-hold.
           10 FILLER PIC X(15).
           10 FILLER PIC X(04).
           10 FILLER PIC X(33).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO av-arg-1
         MOVE SPACES TO av-arg-2
         MOVE "STARTUP-ERRORS.LOG" TO av-src-name
         MOVE "ERR " TO av-src-tag
         PERFORM 1000-LOAD-ONE-SOURCE THRU 1000-EXIT
         PERFORM 1500-LOAD-SEALED-MONTHS THRU 1500-EXIT
         PERFORM 2000-SORT-BY-STAMP
         PERFORM 3000-WRITE-MERGED-VIEW
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-ONE-SOURCE.
             AT END
               MOVE 1 TO av-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF av-sealed EQUAL TO 1 THEN
                 PERFORM 1200-DIGEST-ONE-LINE
               END-IF
               PERFORM 1100-NORMALISE-ONE-LINE
           END-READ
         END-PERFORM
           SUBTRACT 1 FROM av-count
         END-IF.

      * Must match JOURNAL-SEAL's digest exactly: the full 90
      * character line image, trailing spaces included.
       1200-DIGEST-ONE-LINE.
         ADD 1 TO av-seal-lines
         PERFORM VARYING av-c FROM 1 BY 1 UNTIL av-c > 90
           COMPUTE av-digest = FUNCTION MOD(
             (av-digest * 31) + FUNCTION ORD(AV-WORK(av-c:1)),
             DIGEST-MODULUS)
         END-PERFORM.

      * Only sealed months that overlap the requested range are
      * opened; each is checked against its manifest line as it is
      * read.
       1500-LOAD-SEALED-MONTHS.
         OPEN INPUT SEAL-MANIFEST-FILE
         IF seal-manifest-status NOT EQUAL TO "00" THEN
           GO TO 1500-EXIT
         END-IF
         MOVE 0 TO av-seal-eof
         PERFORM UNTIL av-seal-eof EQUAL TO 1
           READ SEAL-MANIFEST-FILE
             AT END
               MOVE 1 TO av-seal-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 1510-LOAD-ONE-SEALED-MONTH THRU 1510-EXIT
           END-READ
         END-PERFORM
         CLOSE SEAL-MANIFEST-FILE.
       1500-EXIT.
         EXIT.

       1510-LOAD-ONE-SEALED-MONTH.
         IF sl-month LESS THAN av-from(1:6)
            OR sl-month GREATER THAN av-to(1:6) THEN
           GO TO 1510-EXIT
         END-IF
         EVALUATE sl-journal
           WHEN "CONFIG-AUDIT.DAT" MOVE "CFG " TO av-src-tag
           WHEN "MOD-JOURNAL.DAT" MOVE "MOD " TO av-src-tag
           WHEN "SYNC-JOURNAL.DAT" MOVE "SYNC" TO av-src-tag
           WHEN OTHER GO TO 1510-EXIT
         END-EVALUATE
         IF av-source-filter NOT EQUAL TO SPACES
            AND av-source-filter NOT EQUAL TO av-src-tag THEN
           GO TO 1510-EXIT
         END-IF
         MOVE sl-archive TO av-src-name
         MOVE 0 TO av-seal-lines
         MOVE 0 TO av-digest
         MOVE 1 TO av-sealed
         PERFORM 1000-LOAD-ONE-SOURCE THRU 1000-EXIT
         MOVE 0 TO av-sealed
         IF av-seal-lines NOT EQUAL TO sl-lines
            OR av-digest NOT EQUAL TO sl-digest THEN
           IF av-bad-count LESS THAN MAX-BAD-SEALS THEN
             ADD 1 TO av-bad-count
             MOVE sl-archive TO av-bad-archive(av-bad-count)
           END-IF
         END-IF.
       1510-EXIT.
         EXIT.

       2000-SORT-BY-STAMP.
         MOVE 1 TO av-swapped
         PERFORM UNTIL av-swapped EQUAL TO 0

       3000-WRITE-MERGED-VIEW.
         OPEN OUTPUT AUDIT-VIEW-FILE
         IF audit-view-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write AUDIT-VIEW.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         MOVE SPACES TO AUDIT-VIEW-RECORD
         STRING "UNIFIED AUDIT VIEW " av-from " - " av-to
           DELIMITED BY SIZE INTO AUDIT-VIEW-RECORD
         WRITE AUDIT-VIEW-RECORD
         ADD 1 TO runlog-written
         PERFORM VARYING av-i FROM 1 BY 1 UNTIL av-i > av-count
           MOVE SPACES TO AUDIT-VIEW-RECORD
           STRING avt-stamp(av-i) " [" avt-src(av-i) "] "
             avt-text(av-i)
             DELIMITED BY SIZE INTO AUDIT-VIEW-RECORD
           WRITE AUDIT-VIEW-RECORD
           ADD 1 TO runlog-written
           ADD 1 TO av-kept
         END-PERFORM
         MOVE av-kept TO av-edit
           FUNCTION TRIM(av-edit)
           DELIMITED BY SIZE INTO AUDIT-VIEW-RECORD
         WRITE AUDIT-VIEW-RECORD
         ADD 1 TO runlog-written
      * An investigation tool must never omit events silently.
         IF av-overflow EQUAL TO 1 THEN
           MOVE "WARNING: TABLE FULL - OUTPUT TRUNCATED; narrow"
             TO AUDIT-VIEW-RECORD
           WRITE AUDIT-VIEW-RECORD
           ADD 1 TO runlog-written
           MOVE "the date range or filter by source and rerun"
             TO AUDIT-VIEW-RECORD
           WRITE AUDIT-VIEW-RECORD
           ADD 1 TO runlog-written
           DISPLAY "WARNING: output truncated - narrow the range"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
         END-IF
      * A sealed month that no longer matches its seal is shown,
      * but never without saying so.
         PERFORM VARYING av-i FROM 1 BY 1 UNTIL av-i > av-bad-count
           MOVE SPACES TO AUDIT-VIEW-RECORD
           STRING "WARNING: SEALED ARCHIVE "
             FUNCTION TRIM(av-bad-archive(av-i))
             " DOES NOT MATCH ITS SEAL"
             DELIMITED BY SIZE INTO AUDIT-VIEW-RECORD
           WRITE AUDIT-VIEW-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         IF av-bad-count GREATER THAN 0 THEN
           DISPLAY "WARNING: sealed archive altered since sealing"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
         END-IF
         CLOSE AUDIT-VIEW-FILE
         MOVE "AUDIT-VIEW.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Merged view written to AUDIT-VIEW.RPT".

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "AUDIT-VIEW" TO rptarc-program
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
         MOVE "AUDIT-VIEW" TO runlog-program
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
       END PROGRAM AUDIT-VIEW.

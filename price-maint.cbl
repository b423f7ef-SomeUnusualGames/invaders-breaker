      * Compile and run on Windows:
      * cobc -xj price-maint.cbl batch-runlog.cbl report-archive.cbl
      *   price-rules.cbl
      * Price and promo history. PRICING.DAT and PROMO.DAT are kept
      * by hand and edited in place; every edit is captured here
      * into PRICE-HISTORY.DAT, so the reports can value each
      * ledger line at the rules in force when it was written (see
      * PRICE-RULES):
      *   price-maint CAPTURE <by> [<yyyymmdd> [<hhmm>]]
      *     run after editing either file. Each rule line is paired
      *     with the one on record by its window (day, start, end;
      *     the bulk rule by itself) and every difference goes down
      *     as added, changed or dropped, old and new. The very
      *     first capture records the rules standing then, in
      *     force from the start of the records. The date and time
      *     are when the edit took effect, now by default; they may
      *     not be earlier than the last change on record. <by> is
      *     the manager who made the edit and must be an active
      *     manager on STAFF.DAT; with no register in use it is a
      *     four-digit ID or ----.
      *   price-maint REPORT [<from> [<to>]]
      *     every tier and window change in the period, and every
      *     base price change journalled in CONFIG-AUDIT.DAT or in
      *     the sealed CONFIG-AUDIT archives SEAL-MANIFEST.DAT
      *     lists, to PRICE-HISTORY.RPT (default: all records)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PRICE-HISTORY-FILE ASSIGN TO "PRICE-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS price-history-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
         SELECT CONFIG-AUDIT-FILE ASSIGN USING px-audit-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-audit-status.
         SELECT SEAL-MANIFEST-FILE ASSIGN TO "SEAL-MANIFEST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS seal-manifest-status.
         SELECT PRICE-REPORT-FILE ASSIGN TO "PRICE-HISTORY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS price-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD PRICE-HISTORY-FILE.
         COPY price-history-record.
       FD STAFF-FILE.
         COPY staff-record.
       FD CONFIG-AUDIT-FILE.
         COPY config-audit-record.
       FD SEAL-MANIFEST-FILE.
         COPY seal-manifest-record.
       FD PRICE-REPORT-FILE.
         01 PRICE-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY price-rules-data.
       01 price-maint-data.
         05 price-history-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 config-audit-status PIC X(02) VALUE "00".
         05 seal-manifest-status PIC X(02) VALUE "00".
         05 px-audit-name PIC X(24).
         05 px-audit-files PIC 9(03) VALUE 0.
         05 px-seal-eof PIC 9.
         05 price-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(120).
         05 px-ptr PIC 9(03).
         05 px-verb PIC X(08) VALUE SPACES.
         05 px-eof PIC 9 VALUE 0.
         05 px-i PIC 9(02).
         05 px-j PIC 9(02).
         05 px-line PIC X(70).
         05 px-edit PIC ZZZ9.
         05 px-edit-2 PIC ZZZ9.
         05 px-by PIC X(05) VALUE SPACES.
         05 px-by-ok PIC 9 VALUE 0.
         05 px-managers PIC 9(02) VALUE 0.
         05 px-arg-1 PIC X(09) VALUE SPACES.
         05 px-arg-2 PIC X(05) VALUE SPACES.
         05 px-arg-3 PIC X(09) VALUE SPACES.
         05 px-now PIC X(14).
         05 px-stamp PIC X(14).
         05 px-stamp-split REDEFINES px-stamp.
           10 px-stamp-date PIC 9(08).
           10 px-stamp-hh PIC 9(02).
           10 px-stamp-mm PIC 9(02).
           10 px-stamp-ss PIC 9(02).
         05 px-last-stamp PIC X(14) VALUE SPACES.
         05 px-hist-lines PIC 9(05) VALUE 0.
         05 px-written PIC 9(03) VALUE 0.
         05 px-key-match PIC 9.
         05 px-from PIC X(08) VALUE "00000000".
         05 px-to PIC X(08) VALUE "99999999".
         05 px-rule-count PIC 9(04) VALUE 0.
         05 px-base-count PIC 9(04) VALUE 0.
         05 px-last-base PIC X(02) VALUE SPACES.
         05 px-base-by PIC X(04).
         05 px-price-num PIC 9(02).
      * The rules on record (replayed to the end of the history)
      * and the rules in the files now, each with a paired flag.
         05 px-rec-count PIC 9(02) VALUE 0.
         05 px-rec-table.
           10 px-rec OCCURS MAX-PRICE-RULES TIMES.
             15 pxr-file PIC X(01).
             15 pxr-line PIC X(30).
             15 pxr-paired PIC 9(01).
         05 px-cur-count PIC 9(02) VALUE 0.
         05 px-cur-table.
           10 px-cur OCCURS MAX-PRICE-RULES TIMES.
             15 pxc-file PIC X(01).
             15 pxc-line PIC X(30).
             15 pxc-paired PIC 9(01).
      * One rule line described for the report.
         05 px-desc-file PIC X(01).
         05 px-desc PIC X(60).
         05 PX-RULE-WORK PIC X(30).
         05 PX-PRICING-VIEW REDEFINES PX-RULE-WORK.
           10 pxv-type PIC X(01).
           10 pxv-dow PIC 9(01).
           10 pxv-start PIC 9(04).
           10 pxv-end PIC 9(04).
           10 pxv-price PIC 9(02).
           10 pxv-bulk-coins PIC 9(02).
           10 pxv-bulk-bonus PIC 9(02).
           10 FILLER PIC X(14).
         05 PX-PROMO-VIEW REDEFINES PX-RULE-WORK.
           10 pxm-dow PIC 9(01).
           10 pxm-start PIC 9(04).
           10 pxm-end PIC 9(04).
           10 pxm-mult PIC 9(01).
           10 pxm-name PIC X(20).
         05 px-day-names.
           10 FILLER PIC X(09) VALUE "Every day".
           10 FILLER PIC X(09) VALUE "Monday".
           10 FILLER PIC X(09) VALUE "Tuesday".
           10 FILLER PIC X(09) VALUE "Wednesday".
           10 FILLER PIC X(09) VALUE "Thursday".
           10 FILLER PIC X(09) VALUE "Friday".
           10 FILLER PIC X(09) VALUE "Saturday".
           10 FILLER PIC X(09) VALUE "Sunday".
         05 px-day-table REDEFINES px-day-names.
           10 px-day-name PIC X(09) OCCURS 8 TIMES.
         05 CA-WORK PIC X(80).
         05 CA-PARSED REDEFINES CA-WORK.
           10 ca-date PIC X(08).
           10 FILLER PIC X(01).
           10 ca-time PIC X(06).
           10 FILLER PIC X(18).
           10 ca-field PIC X(12).
           10 FILLER PIC X(05).
           10 ca-old PIC X(06).
           10 FILLER PIC X(05).
           10 ca-new PIC X(06).
           10 FILLER PIC X(01).
           10 ca-by-tag PIC X(03).
           10 ca-by PIC X(04).
           10 FILLER PIC X(05).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE 1 TO px-ptr
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO px-verb
           WITH POINTER px-ptr
         END-UNSTRING
         MOVE FUNCTION CURRENT-DATE(1:14) TO px-now
         EVALUATE px-verb
           WHEN "CAPTURE "
             PERFORM 2000-CAPTURE THRU 2000-EXIT
           WHEN "REPORT  "
             PERFORM 4000-REPORT THRU 4000-EXIT
           WHEN OTHER
             DISPLAY "Usage: price-maint CAPTURE <by> "
               "[<yyyymmdd> [<hhmm>]]" UPON SYSERR
             DISPLAY "       price-maint REPORT [<from> [<to>]]"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-STAFF.
         MOVE 0 TO px-managers
         MOVE 0 TO px-by-ok
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO px-eof
         PERFORM UNTIL px-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO px-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF st-role EQUAL TO "M"
                  AND st-active EQUAL TO "Y" THEN
                 ADD 1 TO px-managers
                 IF st-id EQUAL TO px-by(1:4) THEN
                   MOVE 1 TO px-by-ok
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE.
       1000-EXIT.
         EXIT.

      * How far the history already runs: no capture may go in
      * ahead of a change already on record.
       1100-LOAD-HISTORY-TAIL.
         MOVE 0 TO px-hist-lines
         MOVE SPACES TO px-last-stamp
         OPEN INPUT PRICE-HISTORY-FILE
         IF price-history-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         MOVE 0 TO px-eof
         PERFORM UNTIL px-eof EQUAL TO 1
           READ PRICE-HISTORY-FILE
             AT END
               MOVE 1 TO px-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO px-hist-lines
               IF ph-date IS NUMERIC AND ph-time IS NUMERIC THEN
                 MOVE ph-date TO px-last-stamp(1:8)
                 MOVE ph-time TO px-last-stamp(9:6)
               END-IF
           END-READ
         END-PERFORM
         CLOSE PRICE-HISTORY-FILE.
       1100-EXIT.
         EXIT.

       2000-CAPTURE.
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO px-by px-arg-1 px-arg-2
           WITH POINTER px-ptr
         END-UNSTRING
         IF px-by EQUAL TO SPACES
            OR px-by(5:1) NOT EQUAL TO SPACE THEN
           DISPLAY "CAPTURE needs the manager who made the edit"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         PERFORM 1000-LOAD-STAFF THRU 1000-EXIT
         IF px-managers GREATER THAN 0 THEN
           IF px-by-ok EQUAL TO 0 THEN
             DISPLAY "Not an active manager: " px-by UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 2000-EXIT
           END-IF
         ELSE
           IF px-by(1:4) IS NOT NUMERIC
              AND px-by(1:4) NOT EQUAL TO "----" THEN
             DISPLAY "Staff ID must be four digits or ----"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 2000-EXIT
           END-IF
         END-IF
         MOVE px-now TO px-stamp
         IF px-arg-1 NOT EQUAL TO SPACES THEN
           IF px-arg-1(1:8) IS NOT NUMERIC
              OR px-arg-1(9:1) NOT EQUAL TO SPACE THEN
             DISPLAY "Date must be YYYYMMDD" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 2000-EXIT
           END-IF
           MOVE px-arg-1(1:8) TO px-stamp-date
           MOVE "000000" TO px-stamp(9:6)
           IF px-arg-2 NOT EQUAL TO SPACES THEN
             IF px-arg-2(1:4) IS NOT NUMERIC
                OR px-arg-2(5:1) NOT EQUAL TO SPACE THEN
               DISPLAY "Time must be HHMM" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
             END-IF
             MOVE px-arg-2(1:4) TO px-stamp(9:4)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(px-stamp-date)
                NOT EQUAL TO 0
              OR px-stamp-hh GREATER THAN 23
              OR px-stamp-mm GREATER THAN 59 THEN
             DISPLAY "No such date and time: " px-arg-1 " " px-arg-2
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 2000-EXIT
           END-IF
           IF px-stamp GREATER THAN px-now THEN
             DISPLAY "An edit cannot take effect in the future"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 2000-EXIT
           END-IF
         END-IF
         PERFORM 1100-LOAD-HISTORY-TAIL THRU 1100-EXIT
         IF px-last-stamp NOT EQUAL TO SPACES
            AND px-stamp LESS THAN px-last-stamp THEN
           DISPLAY "PRICE-HISTORY.DAT already runs to "
             px-last-stamp(1:8) " " px-last-stamp(9:4)
             " - capture at or after it" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
      * The end of the history is the rule set on record; with no
      * history yet PRICE-RULES hands back the files as they stand.
         MOVE "A" TO prl-action
         MOVE "99999999" TO prl-date
         MOVE "999999" TO prl-time
         CALL "PRICE-RULES" USING price-rules-data
           ON EXCEPTION
             DISPLAY "PRICE-RULES is not linked in - nothing "
               "captured" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 2000-EXIT
         END-CALL
         MOVE prl-rule-count TO px-rec-count
         PERFORM VARYING px-i FROM 1 BY 1 UNTIL px-i > px-rec-count
           MOVE prl-rule-file(px-i) TO pxr-file(px-i)
           MOVE prl-rule-line(px-i) TO pxr-line(px-i)
           MOVE 0 TO pxr-paired(px-i)
         END-PERFORM
         OPEN EXTEND PRICE-HISTORY-FILE
         IF price-history-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT PRICE-HISTORY-FILE
         END-IF
         IF price-history-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot append PRICE-HISTORY.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO px-written
         IF prl-source EQUAL TO 1 THEN
           PERFORM VARYING px-i FROM 1 BY 1
           UNTIL px-i > px-rec-count
             MOVE "S" TO ph-action
             MOVE pxr-file(px-i) TO ph-file
             MOVE SPACES TO ph-old
             MOVE pxr-line(px-i) TO ph-new
             PERFORM 2900-WRITE-CHANGE
           END-PERFORM
         ELSE
           PERFORM 2100-PAIR-RULES
         END-IF
         CLOSE PRICE-HISTORY-FILE
         MOVE px-written TO px-edit
         IF px-written EQUAL TO 0 THEN
           DISPLAY "No change to PRICING.DAT or PROMO.DAT since "
             "the last capture"
         ELSE
           IF prl-source EQUAL TO 1 THEN
             DISPLAY "History started: " FUNCTION TRIM(px-edit)
               " standing rule(s) recorded in PRICE-HISTORY.DAT"
           ELSE
             DISPLAY FUNCTION TRIM(px-edit)
               " change(s) captured in PRICE-HISTORY.DAT"
           END-IF
         END-IF.
       2000-EXIT.
         EXIT.

      * Unchanged lines pair off first, then lines sharing a window
      * (a change), and whatever is left is dropped or added.
       2100-PAIR-RULES.
         MOVE "F" TO prl-action
         CALL "PRICE-RULES" USING price-rules-data
         MOVE prl-rule-count TO px-cur-count
         PERFORM VARYING px-j FROM 1 BY 1 UNTIL px-j > px-cur-count
           MOVE prl-rule-file(px-j) TO pxc-file(px-j)
           MOVE prl-rule-line(px-j) TO pxc-line(px-j)
           MOVE 0 TO pxc-paired(px-j)
         END-PERFORM
         PERFORM VARYING px-i FROM 1 BY 1 UNTIL px-i > px-rec-count
           PERFORM VARYING px-j FROM 1 BY 1
           UNTIL px-j > px-cur-count
             IF pxc-paired(px-j) EQUAL TO 0
                AND pxc-file(px-j) EQUAL TO pxr-file(px-i)
                AND pxc-line(px-j) EQUAL TO pxr-line(px-i) THEN
               MOVE 1 TO pxc-paired(px-j)
               MOVE 1 TO pxr-paired(px-i)
               MOVE px-cur-count TO px-j
             END-IF
           END-PERFORM
         END-PERFORM
         PERFORM VARYING px-i FROM 1 BY 1 UNTIL px-i > px-rec-count
           IF pxr-paired(px-i) EQUAL TO 0 THEN
             PERFORM VARYING px-j FROM 1 BY 1
             UNTIL px-j > px-cur-count
               IF pxc-paired(px-j) EQUAL TO 0
                  AND pxc-file(px-j) EQUAL TO pxr-file(px-i) THEN
                 PERFORM 2200-COMPARE-KEYS
                 IF px-key-match EQUAL TO 1 THEN
                   MOVE 1 TO pxc-paired(px-j)
                   MOVE 1 TO pxr-paired(px-i)
                   MOVE "C" TO ph-action
                   MOVE pxr-file(px-i) TO ph-file
                   MOVE pxr-line(px-i) TO ph-old
                   MOVE pxc-line(px-j) TO ph-new
                   PERFORM 2900-WRITE-CHANGE
                   MOVE px-cur-count TO px-j
                 END-IF
               END-IF
             END-PERFORM
           END-IF
         END-PERFORM
         PERFORM VARYING px-i FROM 1 BY 1 UNTIL px-i > px-rec-count
           IF pxr-paired(px-i) EQUAL TO 0 THEN
             MOVE "D" TO ph-action
             MOVE pxr-file(px-i) TO ph-file
             MOVE pxr-line(px-i) TO ph-old
             MOVE SPACES TO ph-new
             PERFORM 2900-WRITE-CHANGE
           END-IF
         END-PERFORM
         PERFORM VARYING px-j FROM 1 BY 1 UNTIL px-j > px-cur-count
           IF pxc-paired(px-j) EQUAL TO 0 THEN
             MOVE "A" TO ph-action
             MOVE pxc-file(px-j) TO ph-file
             MOVE SPACES TO ph-old
             MOVE pxc-line(px-j) TO ph-new
             PERFORM 2900-WRITE-CHANGE
           END-IF
         END-PERFORM.

      * A pricing line's window is type, day, start and end (the
      * one bulk rule is its own window); a promo line's is day,
      * start and end.
       2200-COMPARE-KEYS.
         MOVE 0 TO px-key-match
         IF pxr-file(px-i) EQUAL TO "R" THEN
           IF pxc-line(px-j)(1:9) EQUAL TO pxr-line(px-i)(1:9) THEN
             MOVE 1 TO px-key-match
           END-IF
         ELSE
           IF pxr-line(px-i)(1:1) EQUAL TO "B" THEN
             IF pxc-line(px-j)(1:1) EQUAL TO "B" THEN
               MOVE 1 TO px-key-match
             END-IF
           ELSE
             IF pxc-line(px-j)(1:10) EQUAL TO pxr-line(px-i)(1:10)
                 THEN
               MOVE 1 TO px-key-match
             END-IF
           END-IF
         END-IF.

       2900-WRITE-CHANGE.
         MOVE px-stamp(1:8) TO ph-date
         MOVE px-stamp(9:6) TO ph-time
         MOVE px-by(1:4) TO ph-by
         WRITE PRICE-HISTORY-RECORD
         ADD 1 TO runlog-written
         ADD 1 TO px-written.

       4000-REPORT.
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO px-arg-1 px-arg-3
           WITH POINTER px-ptr
         END-UNSTRING
         IF px-arg-1 NOT EQUAL TO SPACES THEN
           IF px-arg-1(1:8) IS NOT NUMERIC
              OR px-arg-1(9:1) NOT EQUAL TO SPACE THEN
             DISPLAY "From date must be YYYYMMDD" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 4000-EXIT
           END-IF
           MOVE px-arg-1(1:8) TO px-from
           MOVE px-arg-1(1:8) TO rptarc-from
           MOVE px-now(1:8) TO rptarc-to
         END-IF
         IF px-arg-3 NOT EQUAL TO SPACES THEN
           IF px-arg-3(1:8) IS NOT NUMERIC
              OR px-arg-3(9:1) NOT EQUAL TO SPACE THEN
             DISPLAY "To date must be YYYYMMDD" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 4000-EXIT
           END-IF
           MOVE px-arg-3(1:8) TO px-to
           MOVE px-arg-3(1:8) TO rptarc-to
         END-IF
         OPEN OUTPUT PRICE-REPORT-FILE
         IF price-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write PRICE-HISTORY.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         MOVE "PRICE AND PROMO HISTORY" TO px-line
         PERFORM 4900-WRITE-LINE
         MOVE SPACES TO px-line
         IF px-from EQUAL TO "00000000"
            AND px-to EQUAL TO "99999999" THEN
           MOVE "Period: all records" TO px-line
         ELSE
           STRING "Period: " px-from " to " px-to
             DELIMITED BY SIZE INTO px-line
         END-IF
         PERFORM 4900-WRITE-LINE
         MOVE ALL "-" TO px-line
         PERFORM 4900-WRITE-LINE
         PERFORM 4100-REPORT-RULE-CHANGES THRU 4100-EXIT
         MOVE SPACES TO px-line
         PERFORM 4900-WRITE-LINE
         PERFORM 4300-REPORT-BASE-CHANGES THRU 4300-EXIT
         MOVE px-rule-count TO px-edit
         MOVE px-base-count TO px-edit-2
         MOVE SPACES TO px-line
         PERFORM 4900-WRITE-LINE
         STRING FUNCTION TRIM(px-edit) " rule change(s), "
           FUNCTION TRIM(px-edit-2) " base price change(s)"
           DELIMITED BY SIZE INTO px-line
         PERFORM 4900-WRITE-LINE
         CLOSE PRICE-REPORT-FILE
         MOVE "PRICE-HISTORY.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF.
       4000-EXIT.
         EXIT.

       4100-REPORT-RULE-CHANGES.
         MOVE "Tier and window changes (PRICE-HISTORY.DAT):"
           TO px-line
         PERFORM 4900-WRITE-LINE
         MOVE 0 TO px-rule-count
         OPEN INPUT PRICE-HISTORY-FILE
         IF price-history-status NOT EQUAL TO "00" THEN
           MOVE "  No PRICE-HISTORY.DAT - nothing captured yet"
             TO px-line
           PERFORM 4900-WRITE-LINE
           GO TO 4100-EXIT
         END-IF
         MOVE 0 TO px-eof
         PERFORM UNTIL px-eof EQUAL TO 1
           READ PRICE-HISTORY-FILE
             AT END
               MOVE 1 TO px-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ph-date IS NUMERIC
                  AND ph-date NOT LESS THAN px-from
                  AND ph-date NOT GREATER THAN px-to THEN
                 PERFORM 4200-REPORT-ONE-CHANGE
               END-IF
           END-READ
         END-PERFORM
         CLOSE PRICE-HISTORY-FILE
         IF px-rule-count EQUAL TO 0 THEN
           MOVE "  (none in the period)" TO px-line
           PERFORM 4900-WRITE-LINE
         END-IF.
       4100-EXIT.
         EXIT.

       4200-REPORT-ONE-CHANGE.
         ADD 1 TO px-rule-count
         MOVE SPACES TO px-line
         STRING "  " ph-date " " ph-time(1:2) ":" ph-time(3:2)
           DELIMITED BY SIZE INTO px-line
         IF ph-file EQUAL TO "R" THEN
           MOVE "PROMO" TO px-line(18:8)
         ELSE
           MOVE "PRICING" TO px-line(18:8)
         END-IF
         EVALUATE ph-action
           WHEN "S"
             MOVE "standing at start" TO px-line(27:18)
           WHEN "A"
             MOVE "added" TO px-line(27:18)
           WHEN "C"
             MOVE "changed" TO px-line(27:18)
           WHEN "D"
             MOVE "dropped" TO px-line(27:18)
         END-EVALUATE
         MOVE "by" TO px-line(46:2)
         MOVE ph-by TO px-line(49:4)
         PERFORM 4900-WRITE-LINE
         MOVE ph-file TO px-desc-file
         IF ph-old NOT EQUAL TO SPACES THEN
           MOVE ph-old TO PX-RULE-WORK
           PERFORM 5000-DESCRIBE-RULE
           MOVE SPACES TO px-line
           STRING "      was: " px-desc
             DELIMITED BY SIZE INTO px-line
           PERFORM 4900-WRITE-LINE
         END-IF
         IF ph-new NOT EQUAL TO SPACES THEN
           MOVE ph-new TO PX-RULE-WORK
           PERFORM 5000-DESCRIBE-RULE
           MOVE SPACES TO px-line
           STRING "      now: " px-desc
             DELIMITED BY SIZE INTO px-line
           PERFORM 4900-WRITE-LINE
         END-IF.

      * Every boot journals the starting price once with old=99;
      * that line is a change only when the price it carries
      * differs from the one last on record. Months JOURNAL-SEAL
      * has moved off CONFIG-AUDIT.DAT are read back from their
      * archives first, oldest first as the manifest lists them,
      * so the last price on record runs on into the live file.
       4300-REPORT-BASE-CHANGES.
         MOVE "Base price changes (CONFIG-AUDIT.DAT):" TO px-line
         PERFORM 4900-WRITE-LINE
         MOVE 0 TO px-base-count
         MOVE 0 TO px-audit-files
         MOVE SPACES TO px-last-base
         OPEN INPUT SEAL-MANIFEST-FILE
         IF seal-manifest-status EQUAL TO "00" THEN
           MOVE 0 TO px-seal-eof
           PERFORM UNTIL px-seal-eof EQUAL TO 1
             READ SEAL-MANIFEST-FILE
               AT END
                 MOVE 1 TO px-seal-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF sl-journal EQUAL TO "CONFIG-AUDIT.DAT" THEN
                   MOVE sl-archive TO px-audit-name
                   PERFORM 4310-READ-ONE-AUDIT THRU 4310-EXIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SEAL-MANIFEST-FILE
         END-IF
         MOVE "CONFIG-AUDIT.DAT" TO px-audit-name
         PERFORM 4310-READ-ONE-AUDIT THRU 4310-EXIT
         IF px-audit-files EQUAL TO 0 THEN
           MOVE "  No CONFIG-AUDIT.DAT - no price changes on record"
             TO px-line
           PERFORM 4900-WRITE-LINE
           GO TO 4300-EXIT
         END-IF
         IF px-base-count EQUAL TO 0 THEN
           MOVE "  (none in the period)" TO px-line
           PERFORM 4900-WRITE-LINE
         END-IF.
       4300-EXIT.
         EXIT.

       4310-READ-ONE-AUDIT.
         OPEN INPUT CONFIG-AUDIT-FILE
         IF config-audit-status NOT EQUAL TO "00" THEN
           GO TO 4310-EXIT
         END-IF
         ADD 1 TO px-audit-files
         MOVE 0 TO px-eof
         PERFORM UNTIL px-eof EQUAL TO 1
           MOVE SPACES TO CA-WORK
           READ CONFIG-AUDIT-FILE INTO CA-WORK
             AT END
               MOVE 1 TO px-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ca-field EQUAL TO "price"
                  AND ca-date IS NUMERIC
                  AND ca-new(1:2) IS NUMERIC THEN
                 PERFORM 4400-REPORT-ONE-BASE
                 MOVE ca-new(1:2) TO px-last-base
               END-IF
           END-READ
         END-PERFORM
         CLOSE CONFIG-AUDIT-FILE.
       4310-EXIT.
         EXIT.

       4400-REPORT-ONE-BASE.
         IF ca-old(1:2) EQUAL TO "99" THEN
           IF px-last-base NOT EQUAL TO SPACES THEN
             MOVE px-last-base TO ca-old(1:2)
           END-IF
         END-IF
         IF ca-old(1:2) EQUAL TO ca-new(1:2)
            OR ca-date LESS THAN px-from
            OR ca-date GREATER THAN px-to THEN
           NEXT SENTENCE
         END-IF
         ADD 1 TO px-base-count
         MOVE "----" TO px-base-by
         IF ca-by-tag EQUAL TO "by=" THEN
           MOVE ca-by TO px-base-by
         END-IF
         MOVE ca-new(1:2) TO px-price-num
         MOVE px-price-num TO px-edit-2
         MOVE SPACES TO px-line
         IF ca-old(1:2) EQUAL TO "99" THEN
           STRING "  " ca-date " " ca-time(1:2) ":" ca-time(3:2)
             "  started at " FUNCTION TRIM(px-edit-2)
             " credit(s)"
             DELIMITED BY SIZE INTO px-line
         ELSE
           MOVE ca-old(1:2) TO px-price-num
           MOVE px-price-num TO px-edit
           STRING "  " ca-date " " ca-time(1:2) ":" ca-time(3:2)
             "  " FUNCTION TRIM(px-edit) " -> "
             FUNCTION TRIM(px-edit-2) " credit(s) a play"
             DELIMITED BY SIZE INTO px-line
         END-IF
         MOVE "by" TO px-line(46:2)
         MOVE px-base-by TO px-line(49:4)
         PERFORM 4900-WRITE-LINE.

       4900-WRITE-LINE.
         WRITE PRICE-REPORT-RECORD FROM px-line
         ADD 1 TO runlog-written.

      * A line that does not read as a rule is shown as it stands.
       5000-DESCRIBE-RULE.
         MOVE SPACES TO px-desc
         IF px-desc-file EQUAL TO "R" THEN
           IF pxm-dow IS NUMERIC AND pxm-dow LESS THAN 8
              AND pxm-start IS NUMERIC AND pxm-end IS NUMERIC
              AND pxm-mult IS NUMERIC THEN
             STRING FUNCTION TRIM(px-day-name(pxm-dow + 1)) " "
               pxm-start "-" pxm-end " x" pxm-mult " "
               FUNCTION TRIM(pxm-name)
               DELIMITED BY SIZE INTO px-desc
           ELSE
             STRING "line " PX-RULE-WORK
               DELIMITED BY SIZE INTO px-desc
           END-IF
         ELSE
           IF pxv-type EQUAL TO "B"
              AND pxv-bulk-coins IS NUMERIC
              AND pxv-bulk-bonus IS NUMERIC THEN
             MOVE pxv-bulk-coins TO px-edit
             MOVE pxv-bulk-bonus TO px-edit-2
             STRING "bulk: " FUNCTION TRIM(px-edit)
               " coins earn " FUNCTION TRIM(px-edit-2)
               " bonus credit(s)"
               DELIMITED BY SIZE INTO px-desc
           ELSE
             IF pxv-type EQUAL TO "P"
                AND pxv-dow IS NUMERIC AND pxv-dow LESS THAN 8
                AND pxv-start IS NUMERIC AND pxv-end IS NUMERIC
                AND pxv-price IS NUMERIC THEN
               MOVE pxv-price TO px-edit
               STRING FUNCTION TRIM(px-day-name(pxv-dow + 1)) " "
                 pxv-start "-" pxv-end " "
                 FUNCTION TRIM(px-edit) " credit(s) a play"
                 DELIMITED BY SIZE INTO px-desc
             ELSE
               STRING "line " PX-RULE-WORK
                 DELIMITED BY SIZE INTO px-desc
             END-IF
           END-IF
         END-IF.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "PRICE-MAINT" TO rptarc-program
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
         MOVE "PRICE-MAINT" TO runlog-program
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
       END PROGRAM PRICE-MAINT.

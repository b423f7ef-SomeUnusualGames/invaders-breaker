      * Compile and run on Windows:
      * cobc -xj promo-report.cbl batch-runlog.cbl report-archive.cbl
      *   price-rules.cbl
      * Promotion effectiveness report: for every PROMO.DAT window,
      * splits SESSION-LOG.DAT runs and COIN-AUDIT.DAT coin drops
      * into inside-the-window versus the same weekday hours
      * against the rest of Friday, not against a dead Tuesday.
      * Hours inside = window length; hours outside = 24 minus the
      * window length (per qualifying day seen in the data).
      * Each line is judged by the windows in force at its own date
      * and time (PRICE-RULES, from PRICE-HISTORY.DAT), so a window
      * only counts the days it actually ran, and a window since
      * dropped or changed is still reported - flagged as no longer
      * in force. A changed multiplier reports as a window of its
      * own.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT SESSION-LOG-FILE ASSIGN TO "SESSION-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS session-log-status.
           FILE STATUS IS promo-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD COIN-AUDIT-FILE.
       FD PROMO-REPORT-FILE.
         01 PROMO-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY price-rules-data.
       01 promo-report-data.
         78 MAX-PROMO-ROWS VALUE 30.
         05 session-log-status PIC X(02) VALUE "00".
         05 coin-audit-status PIC X(02) VALUE "00".
         05 promo-report-status PIC X(02) VALUE "00".
         05 pro-eof PIC 9 VALUE 0.
         05 pro-i PIC 9(02).
         05 pro-count PIC 9(02) VALUE 0.
         05 pro-k PIC 9(02).
         05 pro-pos PIC 9(02).
         05 pro-no-rules PIC 9 VALUE 0.
         05 PRO-RULE-WORK PIC X(30).
         05 PRO-PROMO-VIEW REDEFINES PRO-RULE-WORK.
           10 prv-dow PIC 9(01).
           10 prv-start PIC 9(04).
           10 prv-end PIC 9(04).
           10 prv-mult PIC 9(01).
           10 prv-name PIC X(20).
         05 pro-dow PIC 9(01).
         05 pro-hhmm PIC 9(04).
         05 pro-date-num PIC 9(08).
      * per-hour rates divide by real days, not calendar wishes.
             15 prot-last-date PIC 9(08).
             15 prot-day-count PIC 9(04).
      * In force at the line being bucketed; in force today.
             15 prot-live PIC 9(01).
             15 prot-current PIC 9(01).
         05 SL-WORK PIC X(96).
         05 SL-PARSED REDEFINES SL-WORK.
           10 FILLER PIC X(06).
           10 FILLER PIC X(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-LOAD-PROMO-WINDOWS THRU 1000-EXIT
         IF pro-no-rules EQUAL TO 1 THEN
           DISPLAY "PRICE-RULES is not linked in - no promo "
             "windows to judge by" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 2000-SCAN-SESSION-LOG THRU 2000-EXIT
         PERFORM 3000-SCAN-COIN-LEDGER THRU 3000-EXIT
         OPEN OUTPUT PROMO-REPORT-FILE
         IF promo-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write PROMO-REPORT.TXT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE "PROMO EFFECTIVENESS REPORT" TO pro-line
         WRITE PROMO-REPORT-RECORD FROM pro-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO pro-line
         WRITE PROMO-REPORT-RECORD FROM pro-line
         ADD 1 TO runlog-written
         IF pro-count EQUAL TO 0 THEN
           MOVE "No PROMO.DAT windows, past or present, to report on"
             TO pro-line
           WRITE PROMO-REPORT-RECORD FROM pro-line
           ADD 1 TO runlog-written
         END-IF
         PERFORM VARYING pro-i FROM 1 BY 1 UNTIL pro-i > pro-count
           PERFORM 4000-REPORT-ONE-PROMO
         END-PERFORM
         CLOSE PROMO-REPORT-FILE
         MOVE "PROMO-REPORT.TXT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * The windows in force today head the report, in PROMO.DAT
      * order; windows met only in the history follow as the scans
      * come across them.
       1000-LOAD-PROMO-WINDOWS.
         MOVE 0 TO pro-count
         MOVE "A" TO prl-action
         MOVE FUNCTION CURRENT-DATE(1:8) TO prl-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO prl-time
         CALL "PRICE-RULES" USING price-rules-data
           ON EXCEPTION
             MOVE 1 TO pro-no-rules
             GO TO 1000-EXIT
         END-CALL
         PERFORM 5050-MARK-LIVE-WINDOWS
         PERFORM VARYING pro-i FROM 1 BY 1 UNTIL pro-i > pro-count
           MOVE 1 TO prot-current(pro-i)
         END-PERFORM.
       1000-EXIT.
         EXIT.

             AT END
               MOVE 1 TO pro-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF SL-WORK(1:5) NOT EQUAL TO "wave="
                  AND sl-hhmm IS NUMERIC
                  AND sl-date IS NUMERIC THEN
                 MOVE sl-date TO pro-date-num
                 MOVE sl-hhmm TO pro-hhmm
                 PERFORM 5000-DERIVE-DOW
                 MOVE sl-date TO prl-date
                 MOVE sl-start TO prl-time
                 PERFORM 5040-WINDOWS-AT-LINE
                 PERFORM 5100-BUCKET-PLAY
               END-IF
           END-READ
             AT END
               MOVE 1 TO pro-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cl-event EQUAL TO "COIN    "
                  AND cl-hhmm IS NUMERIC
                  AND cl-date IS NUMERIC THEN
                 MOVE cl-date TO pro-date-num
                 MOVE cl-hhmm TO pro-hhmm
                 PERFORM 5000-DERIVE-DOW
                 MOVE cl-date TO prl-date
                 MOVE cl-time TO prl-time
                 PERFORM 5040-WINDOWS-AT-LINE
                 PERFORM 5200-BUCKET-COIN
               END-IF
           END-READ

       4000-REPORT-ONE-PROMO.
         MOVE SPACES TO pro-line
         IF prot-current(pro-i) EQUAL TO 1 THEN
           STRING FUNCTION TRIM(prot-name(pro-i))
             " (x" prot-mult(pro-i) "):"
             DELIMITED BY SIZE INTO pro-line
         ELSE
           STRING FUNCTION TRIM(prot-name(pro-i))
             " (x" prot-mult(pro-i) ", day " prot-dow(pro-i) " "
             prot-start(pro-i) "-" prot-end(pro-i)
             ") - no longer in force:"
             DELIMITED BY SIZE INTO pro-line
         END-IF
         WRITE PROMO-REPORT-RECORD FROM pro-line
         ADD 1 TO runlog-written
         MOVE prot-plays-in(pro-i) TO pro-edit-1
         MOVE prot-coins-in(pro-i) TO pro-edit-2
         COMPUTE pro-win-hours =
           FUNCTION TRIM(pro-rate-edit) " coins/hr"
           DELIMITED BY SIZE INTO pro-line
         WRITE PROMO-REPORT-RECORD FROM pro-line
         ADD 1 TO runlog-written
         MOVE prot-plays-out(pro-i) TO pro-edit-1
         MOVE prot-coins-out(pro-i) TO pro-edit-2
         COMPUTE pro-out-hours = 24 - pro-win-hours
           FUNCTION TRIM(pro-rate-edit-2) " coins/hr"
           DELIMITED BY SIZE INTO pro-line
         WRITE PROMO-REPORT-RECORD FROM pro-line
         ADD 1 TO runlog-written
         MOVE prot-day-count(pro-i) TO pro-edit-1
         MOVE SPACES TO pro-line
         STRING "  over " DELIMITED BY SIZE
           FUNCTION TRIM(pro-edit-1) " qualifying day(s)"
           DELIMITED BY SIZE INTO pro-line
         WRITE PROMO-REPORT-RECORD FROM pro-line
         ADD 1 TO runlog-written.

       5000-DERIVE-DOW.
         COMPUTE pro-date-int =
           FUNCTION INTEGER-OF-DATE(pro-date-num)
         COMPUTE pro-dow = FUNCTION MOD(pro-date-int - 1, 7) + 1.

      * The windows standing when the line was written; a window
      * not in force then neither gains nor loses by the line.
       5040-WINDOWS-AT-LINE.
         MOVE "A" TO prl-action
         CALL "PRICE-RULES" USING price-rules-data
         PERFORM VARYING pro-i FROM 1 BY 1 UNTIL pro-i > pro-count
           MOVE 0 TO prot-live(pro-i)
         END-PERFORM
         PERFORM 5050-MARK-LIVE-WINDOWS.

      * A window is its day, start, end and multiplier; a renamed
      * window keeps the name it was first reported under.
       5050-MARK-LIVE-WINDOWS.
         PERFORM VARYING pro-k FROM 1 BY 1
         UNTIL pro-k > prl-rule-count
           MOVE prl-rule-line(pro-k) TO PRO-RULE-WORK
           IF prl-rule-file(pro-k) EQUAL TO "R"
              AND prv-dow IS NUMERIC AND prv-start IS NUMERIC
              AND prv-end IS NUMERIC
              AND prv-end GREATER THAN prv-start THEN
             MOVE 0 TO pro-pos
             PERFORM VARYING pro-i FROM 1 BY 1
             UNTIL pro-i > pro-count
               IF prot-dow(pro-i) EQUAL TO prv-dow
                  AND prot-start(pro-i) EQUAL TO prv-start
                  AND prot-end(pro-i) EQUAL TO prv-end
                  AND prot-mult(pro-i) EQUAL TO prv-mult THEN
                 MOVE pro-i TO pro-pos
                 MOVE pro-count TO pro-i
               END-IF
             END-PERFORM
             IF pro-pos EQUAL TO 0
                AND pro-count LESS THAN MAX-PROMO-ROWS THEN
               ADD 1 TO pro-count
               MOVE pro-count TO pro-pos
               MOVE prv-dow TO prot-dow(pro-pos)
               MOVE prv-start TO prot-start(pro-pos)
               MOVE prv-end TO prot-end(pro-pos)
               MOVE prv-mult TO prot-mult(pro-pos)
               MOVE prv-name TO prot-name(pro-pos)
               MOVE 0 TO prot-plays-in(pro-pos)
               MOVE 0 TO prot-plays-out(pro-pos)
               MOVE 0 TO prot-coins-in(pro-pos)
               MOVE 0 TO prot-coins-out(pro-pos)
               MOVE 0 TO prot-last-date(pro-pos)
               MOVE 0 TO prot-day-count(pro-pos)
               MOVE 0 TO prot-current(pro-pos)
             END-IF
             IF pro-pos GREATER THAN 0 THEN
               MOVE 1 TO prot-live(pro-pos)
             END-IF
           END-IF
         END-PERFORM.

       5100-BUCKET-PLAY.
         PERFORM VARYING pro-i FROM 1 BY 1 UNTIL pro-i > pro-count
           IF prot-live(pro-i) EQUAL TO 1
              AND (prot-dow(pro-i) EQUAL TO 0
                   OR prot-dow(pro-i) EQUAL TO pro-dow) THEN
             PERFORM 5300-COUNT-QUALIFYING-DAY
             IF pro-hhmm GREATER OR EQUAL TO prot-start(pro-i)
                AND pro-hhmm LESS THAN prot-end(pro-i) THEN

       5200-BUCKET-COIN.
         PERFORM VARYING pro-i FROM 1 BY 1 UNTIL pro-i > pro-count
           IF prot-live(pro-i) EQUAL TO 1
              AND (prot-dow(pro-i) EQUAL TO 0
                   OR prot-dow(pro-i) EQUAL TO pro-dow) THEN
             PERFORM 5300-COUNT-QUALIFYING-DAY
             IF pro-hhmm GREATER OR EQUAL TO prot-start(pro-i)
                AND pro-hhmm LESS THAN prot-end(pro-i) THEN
           MOVE pro-date-num TO prot-last-date(pro-i)
           ADD 1 TO prot-day-count(pro-i)
         END-IF.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "PROMO-REPORT" TO rptarc-program
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
         MOVE "PROMO-REPORT" TO runlog-program
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
       END PROGRAM PROMO-REPORT.

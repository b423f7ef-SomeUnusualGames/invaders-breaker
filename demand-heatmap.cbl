      * Compile and run on Windows:
      * cobc -xj demand-heatmap.cbl batch-runlog.cbl report-archive.cbl
      *   price-rules.cbl
      * Hour-by-hour demand heatmap: buckets SESSION-LOG.DAT runs
      * (start= time crossed with date=) and COIN-AUDIT.DAT coin
      * drops (t= crossed with d=) into hour-of-day by day-of-week
      * cells and prints one 24x7 grid per measure, so SCHEDULE.DAT
      * quiet hours and PROMO.DAT happy-hour windows can be placed
      * where players actually are.
      * A third grid charges each COIN-AUDIT.DAT PLAY line at the
      * per-play price in force when it started (PRICE-RULES), a
      * PLAY2 line at twice that, so the credits an hour drew can be
      * read against the tiers and windows that were live then.
      * Day-of-week is derived from INTEGER-OF-DATE exactly the way
      * APPLY-SCHEDULE does it: 1 = Monday through 7 = Sunday.
       IDENTIFICATION DIVISION.
       FD HEATMAP-REPORT-FILE.
         01 HEATMAP-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY price-rules-data.
       01 heatmap-data.
         78 HOURS-IN-DAY VALUE 24.
         78 DAYS-IN-WEEK VALUE 7.
         05 hm-hour-edit PIC Z9.
         05 hm-play-total PIC 9(07) VALUE 0.
         05 hm-coin-total PIC 9(07) VALUE 0.
         05 hm-charge-total PIC 9(07) VALUE 0.
         05 hm-charge PIC 9(03).
         05 hm-no-rules PIC 9 VALUE 0.
         05 hm-total-edit PIC ZZZZZZ9.
         05 hm-play-grid.
           10 hm-play-day OCCURS DAYS-IN-WEEK TIMES.
           10 hm-coin-day OCCURS DAYS-IN-WEEK TIMES.
             15 hm-coin-cell OCCURS HOURS-IN-DAY TIMES
                PIC 9(05) VALUE 0.
         05 hm-charge-grid.
           10 hm-charge-day OCCURS DAYS-IN-WEEK TIMES.
             15 hm-charge-cell OCCURS HOURS-IN-DAY TIMES
                PIC 9(05) VALUE 0.
         05 SL-WORK PIC X(96).
         05 SL-PARSED REDEFINES SL-WORK.
           10 FILLER PIC X(06).
           10 FILLER PIC X(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-SCAN-SESSION-LOG THRU 1000-EXIT
         PERFORM 2000-SCAN-COIN-LEDGER THRU 2000-EXIT
         OPEN OUTPUT HEATMAP-REPORT-FILE
         IF heatmap-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write DEMAND-HEATMAP.TXT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE "DEMAND HEATMAP - HOUR OF DAY x DAY OF WEEK"
           TO hm-line
         WRITE HEATMAP-REPORT-RECORD FROM hm-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO hm-line
         WRITE HEATMAP-REPORT-RECORD FROM hm-line
         ADD 1 TO runlog-written
         MOVE hm-play-total TO hm-total-edit
         MOVE SPACES TO hm-line
         STRING "Plays bucketed: " DELIMITED BY SIZE
           FUNCTION TRIM(hm-total-edit)
           DELIMITED BY SIZE INTO hm-line
         WRITE HEATMAP-REPORT-RECORD FROM hm-line
         ADD 1 TO runlog-written
         MOVE hm-coin-total TO hm-total-edit
         MOVE SPACES TO hm-line
         STRING "Coins bucketed: " DELIMITED BY SIZE
           FUNCTION TRIM(hm-total-edit)
           DELIMITED BY SIZE INTO hm-line
         WRITE HEATMAP-REPORT-RECORD FROM hm-line
         ADD 1 TO runlog-written
         IF hm-no-rules EQUAL TO 0 THEN
           MOVE hm-charge-total TO hm-total-edit
           MOVE SPACES TO hm-line
           STRING "Credits charged: " DELIMITED BY SIZE
             FUNCTION TRIM(hm-total-edit)
             DELIMITED BY SIZE INTO hm-line
           WRITE HEATMAP-REPORT-RECORD FROM hm-line
           ADD 1 TO runlog-written
         END-IF
         MOVE SPACES TO hm-line
         WRITE HEATMAP-REPORT-RECORD FROM hm-line
         ADD 1 TO runlog-written
         MOVE "PLAYS PER HOUR" TO hm-line
         WRITE HEATMAP-REPORT-RECORD FROM hm-line
         ADD 1 TO runlog-written
         PERFORM 3000-WRITE-PLAY-GRID
         MOVE SPACES TO hm-line
         WRITE HEATMAP-REPORT-RECORD FROM hm-line
         ADD 1 TO runlog-written
         MOVE "COINS PER HOUR" TO hm-line
         WRITE HEATMAP-REPORT-RECORD FROM hm-line
         ADD 1 TO runlog-written
         PERFORM 4000-WRITE-COIN-GRID
         IF hm-no-rules EQUAL TO 0 THEN
           MOVE SPACES TO hm-line
           WRITE HEATMAP-REPORT-RECORD FROM hm-line
           ADD 1 TO runlog-written
           MOVE "CREDITS CHARGED PER HOUR (price in force)"
             TO hm-line
           WRITE HEATMAP-REPORT-RECORD FROM hm-line
           ADD 1 TO runlog-written
           PERFORM 4100-WRITE-CHARGE-GRID
         ELSE
           DISPLAY "PRICE-RULES is not linked in - no credits "
             "charged grid" UPON SYSERR
           IF RETURN-CODE LESS THAN 4 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF
         CLOSE HEATMAP-REPORT-FILE
         MOVE "DEMAND-HEATMAP.TXT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-SCAN-SESSION-LOG.
             AT END
               MOVE 1 TO hm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF SL-WORK(1:5) NOT EQUAL TO "wave="
                  AND sl-hour IS NUMERIC
                  AND sl-date IS NUMERIC THEN
             AT END
               MOVE 1 TO hm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cl-event EQUAL TO "COIN    "
                  AND cl-hour IS NUMERIC
                  AND cl-date IS NUMERIC THEN
                   ADD 1 TO hm-coin-total
                 END-IF
               END-IF
               IF (cl-event EQUAL TO "PLAY    "
                   OR cl-event EQUAL TO "PLAY2   ")
                  AND cl-hour IS NUMERIC
                  AND cl-date IS NUMERIC
                  AND hm-no-rules EQUAL TO 0 THEN
                 PERFORM 2100-CHARGE-PLAY
               END-IF
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE.
       2000-EXIT.
         EXIT.

      * A play is charged the per-play price in force when it
      * started, twice over for a PLAY2 (one play per seat).
       2100-CHARGE-PLAY.
         MOVE "A" TO prl-action
         MOVE cl-date TO prl-date
         MOVE cl-time TO prl-time
         CALL "PRICE-RULES" USING price-rules-data
           ON EXCEPTION
             MOVE 1 TO hm-no-rules
         END-CALL
         IF hm-no-rules EQUAL TO 1 THEN
           NEXT SENTENCE
         END-IF
         MOVE prl-price TO hm-charge
         IF cl-event EQUAL TO "PLAY2   " THEN
           COMPUTE hm-charge = prl-price * 2
         END-IF
         MOVE cl-date TO sl-date
         PERFORM 5000-DERIVE-DOW
         MOVE cl-hour TO hm-hour
         IF hm-hour LESS THAN HOURS-IN-DAY THEN
           ADD hm-charge TO
             hm-charge-cell(hm-dow, hm-hour + 1)
           ADD hm-charge TO hm-charge-total
         END-IF.

       3000-WRITE-PLAY-GRID.
         MOVE "  hr   Mon  Tue  Wed  Thu  Fri  Sat  Sun"
           TO hm-line
         WRITE HEATMAP-REPORT-RECORD FROM hm-line
         ADD 1 TO runlog-written
         PERFORM VARYING hm-h FROM 1 BY 1
         UNTIL hm-h > HOURS-IN-DAY
           COMPUTE hm-hour = hm-h - 1
               hm-line(hm-d * 5 + 1 : 5)
           END-PERFORM
           WRITE HEATMAP-REPORT-RECORD FROM hm-line
           ADD 1 TO runlog-written
         END-PERFORM.

       4000-WRITE-COIN-GRID.
         MOVE "  hr   Mon  Tue  Wed  Thu  Fri  Sat  Sun"
           TO hm-line
         WRITE HEATMAP-REPORT-RECORD FROM hm-line
         ADD 1 TO runlog-written
         PERFORM VARYING hm-h FROM 1 BY 1
         UNTIL hm-h > HOURS-IN-DAY
           COMPUTE hm-hour = hm-h - 1
               hm-line(hm-d * 5 + 1 : 5)
           END-PERFORM
           WRITE HEATMAP-REPORT-RECORD FROM hm-line
           ADD 1 TO runlog-written
         END-PERFORM.

       4100-WRITE-CHARGE-GRID.
         MOVE "  hr   Mon  Tue  Wed  Thu  Fri  Sat  Sun"
           TO hm-line
         WRITE HEATMAP-REPORT-RECORD FROM hm-line
         ADD 1 TO runlog-written
         PERFORM VARYING hm-h FROM 1 BY 1
         UNTIL hm-h > HOURS-IN-DAY
           COMPUTE hm-hour = hm-h - 1
           MOVE hm-hour TO hm-hour-edit
           MOVE SPACES TO hm-line
           STRING "  " hm-hour-edit DELIMITED BY SIZE
             INTO hm-line
           PERFORM VARYING hm-d FROM 1 BY 1
           UNTIL hm-d > DAYS-IN-WEEK
             MOVE hm-charge-cell(hm-d, hm-h) TO hm-cell-edit
             MOVE hm-cell-edit TO
               hm-line(hm-d * 5 + 1 : 5)
           END-PERFORM
           WRITE HEATMAP-REPORT-RECORD FROM hm-line
           ADD 1 TO runlog-written
         END-PERFORM.

      * 1 = Monday .. 7 = Sunday, same derivation as
         COMPUTE hm-date-int =
           FUNCTION INTEGER-OF-DATE(hm-date-num)
         COMPUTE hm-dow = FUNCTION MOD(hm-date-int - 1, 7) + 1.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "DEMAND-HEATMAP" TO rptarc-program
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
         MOVE "DEMAND-HEATMAP" TO runlog-program
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
       END PROGRAM DEMAND-HEATMAP.

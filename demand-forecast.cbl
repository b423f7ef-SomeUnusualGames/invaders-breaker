      * Compile and run on Windows:
      * cobc -xj demand-forecast.cbl batch-runlog.cbl report-archive.cbl
      * Demand forecast for the seven days after today, day by day
      * and hour by hour, for staffing and for placing PROMO.DAT
      * and PRICING.DAT windows ahead of time. Built from the last
      * eight weeks of SESSION-LOG.DAT runs (plays) and COIN-AUDIT
      * .DAT coin lines (takings, valued as COLLECTIONS values them
      * when DENOMINATIONS.DAT is in use, with the cash from
      * TOKEN-SALES.DAT house-token sales in the hour of the sale,
      * otherwise counted as coins), bucketed the way
      * DEMAND-HEATMAP buckets them:
      *   base   the average hour for that day of the week, over
      *          the history days that were not event days
      *   trend  the last two weeks' average day against the whole
      *          history's, held between 0.50 and 2.00
      *   event  days inside an EVENTS.DAT date range take the
      *          history's event-day uplift (event-day average over
      *          ordinary-day average, held between 0.50 and 3.00)
      *   hours  an hour SCHEDULE.DAT marks closed at its start is
      *          forecast at nothing, first matching row winning as
      *          on the cabinet
      * Each run appends its seven day totals to FORECAST-HISTORY
      * .DAT and sets the seven days just gone against the last
      * forecast made for each before it began, so the report shows
      * how far to trust it.
      *   demand-forecast [YYYYMMDD]
      * forecasts the week after the date given (default today).
      * Output: DEMAND-FORECAST.TXT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMAND-FORECAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT SESSION-LOG-FILE ASSIGN TO "SESSION-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS session-log-status.
         SELECT COIN-AUDIT-FILE ASSIGN TO "COIN-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS coin-audit-status.
         SELECT DENOMINATION-FILE ASSIGN TO "DENOMINATIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS denomination-status.
         SELECT TOKEN-SALES-FILE ASSIGN TO "TOKEN-SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS token-sales-status.
         SELECT EVENTS-FILE ASSIGN TO "EVENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS events-status.
         SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS schedule-status.
         SELECT FORECAST-FILE ASSIGN TO "FORECAST-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS forecast-status.
         SELECT FORECAST-REPORT-FILE
           ASSIGN TO "DEMAND-FORECAST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS forecast-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD COIN-AUDIT-FILE.
         COPY coin-audit-record.
       FD DENOMINATION-FILE.
         COPY denomination-record.
       FD TOKEN-SALES-FILE.
         COPY token-sale-record.
       FD EVENTS-FILE.
         COPY event-record.
       FD SCHEDULE-FILE.
         COPY schedule-record.
       FD FORECAST-FILE.
         COPY forecast-record.
       FD FORECAST-REPORT-FILE.
         01 FORECAST-REPORT-RECORD PIC X(78).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY denomination-data.
       01 forecast-data.
         78 HOURS-IN-DAY VALUE 24.
         78 DAYS-IN-WEEK VALUE 7.
         78 DF-HISTORY-DAYS VALUE 56.
         78 DF-RECENT-DAYS VALUE 14.
         78 DF-MAX-EVENTS VALUE 30.
         78 DF-MAX-SCHEDULE VALUE 20.
         05 session-log-status PIC X(02) VALUE "00".
         05 coin-audit-status PIC X(02) VALUE "00".
         05 token-sales-status PIC X(02) VALUE "00".
         05 events-status PIC X(02) VALUE "00".
         05 schedule-status PIC X(02) VALUE "00".
         05 forecast-status PIC X(02) VALUE "00".
         05 forecast-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 df-arg-date PIC X(10) VALUE SPACES.
         05 df-line PIC X(78).
         05 df-eof PIC 9 VALUE 0.
         05 df-i PIC 9(02).
         05 df-j PIC 9(02).
         05 df-h PIC 9(02).
         05 df-d PIC 9(01).
         05 df-hour PIC 9(02).
         05 df-hhmm PIC 9(04).
         05 df-col PIC 9(02).
      * Dates as integers (INTEGER-OF-DATE) so the window and the
      * forecast week are plain arithmetic; 1 = Monday .. 7 =
      * Sunday as APPLY-SCHEDULE derives it.
         05 df-today PIC 9(08).
         05 df-today-int PIC 9(07).
         05 df-window-start PIC 9(07).
         05 df-first-int PIC 9(07) VALUE 9999999.
         05 df-date-num PIC 9(08).
         05 df-date-text REDEFINES df-date-num PIC X(08).
         05 df-date-int PIC 9(07).
         05 df-dow PIC 9(01).
         05 df-idx PIC 9(03).
         05 df-is-event PIC 9 VALUE 0.
         05 df-event-name PIC X(12).
         05 df-closed PIC 9 VALUE 0.
         05 df-have-data PIC 9 VALUE 0.
         05 df-value PIC 9(03)V9(02).
         05 df-takings-in-cash PIC 9 VALUE 0.
      * Factors, all from plays and applied to plays and takings.
         05 df-ne-days PIC 9(03) VALUE 0.
         05 df-ne-plays PIC 9(07) VALUE 0.
         05 df-rc-days PIC 9(03) VALUE 0.
         05 df-rc-plays PIC 9(07) VALUE 0.
         05 df-ev-days PIC 9(03) VALUE 0.
         05 df-ev-plays PIC 9(07) VALUE 0.
         05 df-ne-avg PIC 9(05)V9(04).
         05 df-trend PIC 9(01)V9(04) VALUE 1.
         05 df-uplift PIC 9(01)V9(04) VALUE 1.
         05 df-factor PIC 9(02)V9(04).
         05 df-day-plays PIC 9(05).
         05 df-day-takings PIC 9(06)V9(02).
         05 df-dow-names PIC X(21) VALUE "MonTueWedThuFriSatSun".
         05 df-dow-name REDEFINES df-dow-names
              PIC X(03) OCCURS DAYS-IN-WEEK TIMES.
      * Eight weeks of history through yesterday, one slot per day.
         05 df-history.
           10 df-hist-day OCCURS DF-HISTORY-DAYS TIMES.
             15 dfh-event PIC 9(01).
             15 dfh-dow PIC 9(01).
             15 dfh-hour OCCURS HOURS-IN-DAY TIMES.
               20 dfh-plays PIC 9(04).
               20 dfh-takings PIC 9(05)V9(02).
      * Average hour by day of week, ordinary days only.
         05 df-base.
           10 df-base-day OCCURS DAYS-IN-WEEK TIMES.
             15 dfb-days PIC 9(02).
             15 dfb-hour OCCURS HOURS-IN-DAY TIMES.
               20 dfb-plays PIC 9(06)V9(04).
               20 dfb-takings PIC 9(07)V9(04).
      * The week forecast.
         05 df-week.
           10 df-fc-day OCCURS DAYS-IN-WEEK TIMES.
             15 dfw-date PIC X(08).
             15 dfw-dow PIC 9(01).
             15 dfw-event PIC 9(01).
             15 dfw-event-name PIC X(12).
             15 dfw-closed-hours PIC 9(02).
             15 dfw-plays PIC 9(05)V9(04).
             15 dfw-takings PIC 9(06)V9(04).
             15 dfw-hour OCCURS HOURS-IN-DAY TIMES.
               20 dfw-h-plays PIC 9(05)V9(04).
               20 dfw-h-takings PIC 9(06)V9(04).
      * The seven days just gone: the forecast made for each
      * before it began, if any, and what happened.
         05 df-past.
           10 df-past-day OCCURS DAYS-IN-WEEK TIMES.
             15 dfp-have PIC 9(01).
             15 dfp-made PIC X(08).
             15 dfp-plays PIC 9(05)V9(01).
             15 dfp-takings PIC 9(06)V9(02).
         05 df-past-count PIC 9(01) VALUE 0.
         05 df-act-plays PIC 9(05).
         05 df-act-takings PIC 9(06)V9(02).
         05 df-wk-fc-plays PIC 9(06)V9(01) VALUE 0.
         05 df-wk-act-plays PIC 9(06) VALUE 0.
         05 df-wk-fc-takings PIC 9(07)V9(02) VALUE 0.
         05 df-wk-act-takings PIC 9(07)V9(02) VALUE 0.
         05 df-miss PIC S9(05)V9(02).
         05 df-miss-sum PIC 9(06)V9(02) VALUE 0.
         05 df-miss-days PIC 9(01) VALUE 0.
         05 df-event-count PIC 9(02) VALUE 0.
         05 df-event-table.
           10 df-event OCCURS DF-MAX-EVENTS TIMES.
             15 dfe-name PIC X(12).
             15 dfe-start PIC X(08).
             15 dfe-end PIC X(08).
         05 df-sch-count PIC 9(02) VALUE 0.
         05 df-sch-table.
           10 df-sch OCCURS DF-MAX-SCHEDULE TIMES.
             15 dfs-dow PIC 9(01).
             15 dfs-start PIC 9(04).
             15 dfs-end PIC 9(04).
             15 dfs-closed PIC 9(01).
         05 df-plays-edit PIC ZZZZ9.9.
         05 df-money-edit PIC ZZZZ9.99.
         05 df-count-edit PIC ZZZZ9.
         05 df-money-edit-2 PIC ZZZZZ9.99.
         05 df-money-edit-3 PIC ZZZZZ9.99.
         05 df-miss-edit PIC -ZZZ9.
         05 df-factor-edit PIC 9.99.
         05 df-day-edit PIC 99.
         05 df-hour-edit PIC Z9.
         05 SL-WORK PIC X(96).
         05 SL-PARSED REDEFINES SL-WORK.
           10 FILLER PIC X(06).
           10 sl-start PIC X(06).
           10 sl-hour REDEFINES sl-start PIC X(02).
           10 FILLER PIC X(58).
           10 sl-date PIC X(08).
           10 FILLER PIC X(18).
         05 COLL-WORK PIC X(90).
         05 COLL-PARSED REDEFINES COLL-WORK.
           10 FILLER PIC X(04).
           10 cl-seq PIC X(06).
           10 FILLER PIC X(03).
           10 cl-time PIC X(06).
           10 cl-hour REDEFINES cl-time PIC X(02).
           10 FILLER PIC X(04).
           10 cl-event PIC X(08).
           10 FILLER PIC X(04).
           10 cl-credits PIC X(03).
           10 FILLER PIC X(04).
           10 cl-check PIC X(04).
           10 FILLER PIC X(03).
           10 cl-date PIC X(08).
           10 FILLER PIC X(26).
           10 cl-dn-tag PIC X(04).
           10 cl-denom PIC X(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1100-LOAD-DENOMINATIONS THRU 1100-EXIT
         PERFORM 1200-LOAD-EVENTS THRU 1200-EXIT
         PERFORM 1300-LOAD-SCHEDULE THRU 1300-EXIT
         PERFORM 1000-SET-DATES
         PERFORM 2000-SCAN-SESSION-LOG THRU 2000-EXIT
         PERFORM 2100-SCAN-COIN-LEDGER THRU 2100-EXIT
         PERFORM 2400-SCAN-TOKEN-SALES THRU 2400-EXIT
         PERFORM 3000-BUILD-BASE
         PERFORM 3100-SET-FACTORS
         PERFORM 4000-PROJECT-WEEK
         PERFORM 5000-LOAD-PAST-FORECASTS THRU 5000-EXIT
         OPEN OUTPUT FORECAST-REPORT-FILE
         IF forecast-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write DEMAND-FORECAST.TXT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 6000-WRITE-HEADER
         PERFORM 6100-WRITE-PLAY-GRID
         PERFORM 6200-WRITE-TAKINGS-GRID
         PERFORM 6300-WRITE-DAY-NOTES
         PERFORM 6400-WRITE-LAST-WEEK THRU 6400-EXIT
         CLOSE FORECAST-REPORT-FILE
         PERFORM 7000-SAVE-FORECAST THRU 7000-EXIT
         MOVE "DEMAND-FORECAST.TXT" TO rptarc-report
         MOVE dfw-date(1) TO rptarc-from
         MOVE dfw-date(DAYS-IN-WEEK) TO rptarc-to
         PERFORM 9920-FILE-REPORT
         DISPLAY "Forecast from " dfw-date(1) " to "
           dfw-date(DAYS-IN-WEEK) " written to DEMAND-FORECAST.TXT"
      * With no history to work from the week is all zeros; the
      * report is still written, but flagged.
         IF df-have-data EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-SET-DATES.
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO df-arg-date
         END-UNSTRING
         IF df-arg-date(1:8) IS NUMERIC
            AND df-arg-date(9:1) EQUAL TO SPACE THEN
           MOVE df-arg-date(1:8) TO df-today
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO df-today
         END-IF
         COMPUTE df-today-int = FUNCTION INTEGER-OF-DATE(df-today)
         COMPUTE df-window-start = df-today-int - DF-HISTORY-DAYS
         PERFORM VARYING df-i FROM 1 BY 1
         UNTIL df-i > DF-HISTORY-DAYS
           COMPUTE df-date-int = df-window-start + df-i - 1
           COMPUTE dfh-dow(df-i) =
             FUNCTION MOD(df-date-int - 1, 7) + 1
           COMPUTE df-date-num =
             FUNCTION DATE-OF-INTEGER(df-date-int)
           PERFORM 1250-CHECK-EVENT-DAY
           MOVE df-is-event TO dfh-event(df-i)
           PERFORM VARYING df-h FROM 1 BY 1
           UNTIL df-h > HOURS-IN-DAY
             MOVE 0 TO dfh-plays(df-i, df-h)
             MOVE 0 TO dfh-takings(df-i, df-h)
           END-PERFORM
         END-PERFORM.

      * Same table and rules as COLLECTIONS 0600.
       1100-LOAD-DENOMINATIONS.
         MOVE 0 TO dnm-count
         OPEN INPUT DENOMINATION-FILE
         IF denomination-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         MOVE 0 TO df-eof
         PERFORM UNTIL df-eof EQUAL TO 1
           READ DENOMINATION-FILE
             AT END
               MOVE 1 TO df-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF dnm-count LESS THAN MAX-DENOMINATIONS
                  AND dn-code NOT EQUAL TO SPACES
                  AND dn-value IS NUMERIC
                  AND dn-value GREATER THAN 0 THEN
                 ADD 1 TO dnm-count
                 MOVE dn-code TO dnmt-code(dnm-count)
                 MOVE dn-value TO dnmt-value(dnm-count)
                 MOVE dn-token TO dnmt-token(dnm-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE DENOMINATION-FILE
         IF dnm-count GREATER THAN 0 THEN
           MOVE dnmt-value(1) TO dnm-credit-value
           MOVE 1 TO df-takings-in-cash
         END-IF.
       1100-EXIT.
         EXIT.

       1200-LOAD-EVENTS.
         MOVE 0 TO df-event-count
         OPEN INPUT EVENTS-FILE
         IF events-status NOT EQUAL TO "00" THEN
           GO TO 1200-EXIT
         END-IF
         MOVE 0 TO df-eof
         PERFORM UNTIL df-eof EQUAL TO 1
           READ EVENTS-FILE
             AT END
               MOVE 1 TO df-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ev-start IS NUMERIC AND ev-end IS NUMERIC
                  AND df-event-count LESS THAN DF-MAX-EVENTS THEN
                 ADD 1 TO df-event-count
                 MOVE ev-name TO dfe-name(df-event-count)
                 MOVE ev-start TO dfe-start(df-event-count)
                 MOVE ev-end TO dfe-end(df-event-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE EVENTS-FILE.
       1200-EXIT.
         EXIT.

      * df-date-num inside any event's range (inclusive)?
       1250-CHECK-EVENT-DAY.
         MOVE 0 TO df-is-event
         MOVE SPACES TO df-event-name
         PERFORM VARYING df-j FROM 1 BY 1
         UNTIL df-j > df-event-count OR df-is-event EQUAL TO 1
           IF df-date-text NOT LESS THAN dfe-start(df-j)
              AND df-date-text NOT GREATER THAN dfe-end(df-j) THEN
             MOVE 1 TO df-is-event
             MOVE dfe-name(df-j) TO df-event-name
           END-IF
         END-PERFORM.

       1300-LOAD-SCHEDULE.
         MOVE 0 TO df-sch-count
         OPEN INPUT SCHEDULE-FILE
         IF schedule-status NOT EQUAL TO "00" THEN
           GO TO 1300-EXIT
         END-IF
         MOVE 0 TO df-eof
         PERFORM UNTIL df-eof EQUAL TO 1
           READ SCHEDULE-FILE
             AT END
               MOVE 1 TO df-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF sch-dow IS NUMERIC AND sch-start IS NUMERIC
                  AND sch-end IS NUMERIC
                  AND df-sch-count LESS THAN DF-MAX-SCHEDULE THEN
                 ADD 1 TO df-sch-count
                 MOVE sch-dow TO dfs-dow(df-sch-count)
                 MOVE sch-start TO dfs-start(df-sch-count)
                 MOVE sch-end TO dfs-end(df-sch-count)
                 IF sch-closed IS NUMERIC THEN
                   MOVE sch-closed TO dfs-closed(df-sch-count)
                 ELSE
                   MOVE 0 TO dfs-closed(df-sch-count)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE SCHEDULE-FILE.
       1300-EXIT.
         EXIT.

      * df-dow at df-hhmm: the first matching window decides, as
      * APPLY-SCHEDULE decides it on the cabinet.
       1350-CHECK-CLOSED.
         MOVE 0 TO df-closed
         PERFORM VARYING df-j FROM 1 BY 1 UNTIL df-j > df-sch-count
           IF (dfs-dow(df-j) EQUAL TO 0
               OR dfs-dow(df-j) EQUAL TO df-dow)
              AND df-hhmm NOT LESS THAN dfs-start(df-j)
              AND df-hhmm LESS THAN dfs-end(df-j) THEN
             MOVE dfs-closed(df-j) TO df-closed
             MOVE df-sch-count TO df-j
           END-IF
         END-PERFORM.

       2000-SCAN-SESSION-LOG.
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO df-eof
         PERFORM UNTIL df-eof EQUAL TO 1
           MOVE SPACES TO SL-WORK
           READ SESSION-LOG-FILE NEXT RECORD INTO SL-WORK
             AT END
               MOVE 1 TO df-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF SL-WORK(1:5) NOT EQUAL TO "wave="
                  AND sl-hour IS NUMERIC
                  AND sl-date IS NUMERIC THEN
                 MOVE sl-date TO df-date-num
                 MOVE sl-hour TO df-hour
                 PERFORM 2200-PLACE-DAY
                 IF df-idx GREATER THAN 0
                    AND df-hour LESS THAN HOURS-IN-DAY THEN
                   ADD 1 TO dfh-plays(df-idx, df-hour + 1)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE.
       2000-EXIT.
         EXIT.

      * Takings as COLLECTIONS counts them: coin drops and wallet
      * top-ups, at face value with a table (token coins carry no
      * takings - their cash is in 2400), one coin each without.
       2100-SCAN-COIN-LEDGER.
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status NOT EQUAL TO "00" THEN
           GO TO 2100-EXIT
         END-IF
         MOVE 0 TO df-eof
         PERFORM UNTIL df-eof EQUAL TO 1
           MOVE SPACES TO COLL-WORK
           READ COIN-AUDIT-FILE NEXT RECORD INTO COLL-WORK
             AT END
               MOVE 1 TO df-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF (cl-event EQUAL TO "COIN    "
                   OR cl-event EQUAL TO "WALLET+ ")
                  AND cl-hour IS NUMERIC
                  AND cl-date IS NUMERIC THEN
                 MOVE cl-date TO df-date-num
                 MOVE cl-hour TO df-hour
                 PERFORM 2200-PLACE-DAY
                 IF df-idx GREATER THAN 0
                    AND df-hour LESS THAN HOURS-IN-DAY THEN
                   PERFORM 2300-VALUE-COIN
                   ADD df-value TO dfh-takings(df-idx, df-hour + 1)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE.
       2100-EXIT.
         EXIT.

      * History slot for df-date-num, 0 outside the window; the
      * earliest date seen anywhere marks where history begins.
       2200-PLACE-DAY.
         MOVE 0 TO df-idx
         IF FUNCTION TEST-DATE-YYYYMMDD(df-date-num) NOT EQUAL TO 0
             THEN
           NEXT SENTENCE
         END-IF
         COMPUTE df-date-int = FUNCTION INTEGER-OF-DATE(df-date-num)
         IF df-date-int LESS THAN df-first-int THEN
           MOVE df-date-int TO df-first-int
         END-IF
         IF df-date-int NOT LESS THAN df-window-start
            AND df-date-int LESS THAN df-today-int THEN
           COMPUTE df-idx = df-date-int - df-window-start + 1
           MOVE 1 TO df-have-data
         END-IF.

       2300-VALUE-COIN.
         MOVE 1 TO df-value
         IF dnm-count EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE 1 TO dnm-pos
         IF cl-event EQUAL TO "COIN    "
            AND cl-dn-tag EQUAL TO " dn=" THEN
           PERFORM VARYING dnm-i FROM 1 BY 1
           UNTIL dnm-i > dnm-count
             IF dnmt-code(dnm-i) EQUAL TO cl-denom THEN
               MOVE dnm-i TO dnm-pos
               MOVE dnm-count TO dnm-i
             END-IF
           END-PERFORM
         END-IF
         IF cl-event EQUAL TO "COIN    "
            AND dnmt-token(dnm-pos) EQUAL TO "Y" THEN
           MOVE 0 TO df-value
         ELSE
           MOVE dnmt-value(dnm-pos) TO df-value
         END-IF.

      * With a table, a house token's takings are the cash taken
      * for it at the counter, in the hour it was sold, as
      * COLLECTIONS 1700 counts them; without one there is no cash
      * to add to a count of coins.
       2400-SCAN-TOKEN-SALES.
         IF dnm-count EQUAL TO 0 THEN
           GO TO 2400-EXIT
         END-IF
         OPEN INPUT TOKEN-SALES-FILE
         IF token-sales-status NOT EQUAL TO "00" THEN
           GO TO 2400-EXIT
         END-IF
         MOVE 0 TO df-eof
         PERFORM UNTIL df-eof EQUAL TO 1
           READ TOKEN-SALES-FILE
             AT END
               MOVE 1 TO df-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ts-date IS NUMERIC
                  AND ts-time(1:2) IS NUMERIC
                  AND ts-amount IS NUMERIC THEN
                 MOVE ts-date TO df-date-num
                 MOVE ts-time(1:2) TO df-hour
                 PERFORM 2200-PLACE-DAY
                 IF df-idx GREATER THAN 0
                    AND df-hour LESS THAN HOURS-IN-DAY THEN
                   ADD ts-amount TO dfh-takings(df-idx, df-hour + 1)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE TOKEN-SALES-FILE.
       2400-EXIT.
         EXIT.

      * Only days since history began count: a cabinet installed
      * three weeks ago has three weeks of Mondays, not eight.
       3000-BUILD-BASE.
         PERFORM VARYING df-d FROM 1 BY 1 UNTIL df-d > DAYS-IN-WEEK
           MOVE 0 TO dfb-days(df-d)
           PERFORM VARYING df-h FROM 1 BY 1
           UNTIL df-h > HOURS-IN-DAY
             MOVE 0 TO dfb-plays(df-d, df-h)
             MOVE 0 TO dfb-takings(df-d, df-h)
           END-PERFORM
         END-PERFORM
         PERFORM VARYING df-i FROM 1 BY 1
         UNTIL df-i > DF-HISTORY-DAYS
           IF df-window-start + df-i - 1 NOT LESS THAN df-first-int
               THEN
             MOVE 0 TO df-day-plays
             PERFORM VARYING df-h FROM 1 BY 1
             UNTIL df-h > HOURS-IN-DAY
               ADD dfh-plays(df-i, df-h) TO df-day-plays
             END-PERFORM
             IF dfh-event(df-i) EQUAL TO 1 THEN
               ADD 1 TO df-ev-days
               ADD df-day-plays TO df-ev-plays
             ELSE
               ADD 1 TO df-ne-days
               ADD df-day-plays TO df-ne-plays
               IF df-i GREATER THAN DF-HISTORY-DAYS - DF-RECENT-DAYS
                   THEN
                 ADD 1 TO df-rc-days
                 ADD df-day-plays TO df-rc-plays
               END-IF
               MOVE dfh-dow(df-i) TO df-d
               ADD 1 TO dfb-days(df-d)
               PERFORM VARYING df-h FROM 1 BY 1
               UNTIL df-h > HOURS-IN-DAY
                 ADD dfh-plays(df-i, df-h) TO dfb-plays(df-d, df-h)
                 ADD dfh-takings(df-i, df-h)
                   TO dfb-takings(df-d, df-h)
               END-PERFORM
             END-IF
           END-IF
         END-PERFORM
         PERFORM VARYING df-d FROM 1 BY 1 UNTIL df-d > DAYS-IN-WEEK
           IF dfb-days(df-d) GREATER THAN 0 THEN
             PERFORM VARYING df-h FROM 1 BY 1
             UNTIL df-h > HOURS-IN-DAY
               COMPUTE dfb-plays(df-d, df-h) =
                 dfb-plays(df-d, df-h) / dfb-days(df-d)
               COMPUTE dfb-takings(df-d, df-h) =
                 dfb-takings(df-d, df-h) / dfb-days(df-d)
             END-PERFORM
           END-IF
         END-PERFORM.

       3100-SET-FACTORS.
         MOVE 1 TO df-trend
         MOVE 1 TO df-uplift
         IF df-ne-days EQUAL TO 0 OR df-ne-plays EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         COMPUTE df-ne-avg = df-ne-plays / df-ne-days
         IF df-rc-days GREATER THAN 0 THEN
           COMPUTE df-factor ROUNDED =
             (df-rc-plays / df-rc-days) / df-ne-avg
           PERFORM 3150-CLAMP-TREND
         END-IF
         IF df-ev-days GREATER THAN 0 THEN
           COMPUTE df-factor ROUNDED =
             (df-ev-plays / df-ev-days) / df-ne-avg
           IF df-factor LESS THAN 0.5 THEN
             MOVE 0.5 TO df-factor
           END-IF
           IF df-factor GREATER THAN 3 THEN
             MOVE 3 TO df-factor
           END-IF
           MOVE df-factor TO df-uplift
         END-IF.

       3150-CLAMP-TREND.
         IF df-factor LESS THAN 0.5 THEN
           MOVE 0.5 TO df-factor
         END-IF
         IF df-factor GREATER THAN 2 THEN
           MOVE 2 TO df-factor
         END-IF
         MOVE df-factor TO df-trend.

       4000-PROJECT-WEEK.
         PERFORM VARYING df-i FROM 1 BY 1 UNTIL df-i > DAYS-IN-WEEK
           COMPUTE df-date-int = df-today-int + df-i
           COMPUTE df-date-num =
             FUNCTION DATE-OF-INTEGER(df-date-int)
           COMPUTE df-dow = FUNCTION MOD(df-date-int - 1, 7) + 1
           PERFORM 1250-CHECK-EVENT-DAY
           MOVE df-date-text TO dfw-date(df-i)
           MOVE df-dow TO dfw-dow(df-i)
           MOVE df-is-event TO dfw-event(df-i)
           MOVE df-event-name TO dfw-event-name(df-i)
           MOVE 0 TO dfw-closed-hours(df-i)
           MOVE 0 TO dfw-plays(df-i)
           MOVE 0 TO dfw-takings(df-i)
           MOVE df-trend TO df-factor
           IF df-is-event EQUAL TO 1 THEN
             COMPUTE df-factor = df-trend * df-uplift
           END-IF
           PERFORM VARYING df-h FROM 1 BY 1
           UNTIL df-h > HOURS-IN-DAY
             COMPUTE df-hhmm = (df-h - 1) * 100
             PERFORM 1350-CHECK-CLOSED
             IF df-closed EQUAL TO 1 THEN
               ADD 1 TO dfw-closed-hours(df-i)
               MOVE 0 TO dfw-h-plays(df-i, df-h)
               MOVE 0 TO dfw-h-takings(df-i, df-h)
             ELSE
               COMPUTE dfw-h-plays(df-i, df-h) =
                 dfb-plays(df-dow, df-h) * df-factor
               COMPUTE dfw-h-takings(df-i, df-h) =
                 dfb-takings(df-dow, df-h) * df-factor
             END-IF
             ADD dfw-h-plays(df-i, df-h) TO dfw-plays(df-i)
             ADD dfw-h-takings(df-i, df-h) TO dfw-takings(df-i)
           END-PERFORM
         END-PERFORM.

      * For each of the seven days just gone, the last forecast on
      * file that was made before the day began.
       5000-LOAD-PAST-FORECASTS.
         PERFORM VARYING df-i FROM 1 BY 1 UNTIL df-i > DAYS-IN-WEEK
           MOVE 0 TO dfp-have(df-i)
         END-PERFORM
         OPEN INPUT FORECAST-FILE
         IF forecast-status NOT EQUAL TO "00" THEN
           GO TO 5000-EXIT
         END-IF
         MOVE 0 TO df-eof
         PERFORM UNTIL df-eof EQUAL TO 1
           READ FORECAST-FILE
             AT END
               MOVE 1 TO df-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF fc-date IS NUMERIC AND fc-made IS NUMERIC
                  AND fc-plays IS NUMERIC AND fc-takings IS NUMERIC
                  AND fc-made LESS THAN fc-date THEN
                 PERFORM 5100-TAKE-FORECAST
               END-IF
           END-READ
         END-PERFORM
         CLOSE FORECAST-FILE.
       5000-EXIT.
         EXIT.

       5100-TAKE-FORECAST.
         MOVE fc-date TO df-date-num
         IF FUNCTION TEST-DATE-YYYYMMDD(df-date-num) NOT EQUAL TO 0
             THEN
           NEXT SENTENCE
         END-IF
         COMPUTE df-date-int = FUNCTION INTEGER-OF-DATE(df-date-num)
         IF df-date-int NOT LESS THAN df-today-int - DAYS-IN-WEEK
            AND df-date-int LESS THAN df-today-int THEN
           COMPUTE df-j =
             df-date-int - (df-today-int - DAYS-IN-WEEK) + 1
           MOVE 1 TO dfp-have(df-j)
           MOVE fc-made TO dfp-made(df-j)
           MOVE fc-plays TO dfp-plays(df-j)
           MOVE fc-takings TO dfp-takings(df-j)
         END-IF.

       6000-WRITE-HEADER.
         MOVE SPACES TO df-line
         STRING "DEMAND FORECAST - " dfw-date(1) " TO "
           dfw-date(DAYS-IN-WEEK)
           DELIMITED BY SIZE INTO df-line
         PERFORM 6900-PUT-LINE
         MOVE SPACES TO df-line
         STRING "Generated " FUNCTION CURRENT-DATE(1:8)
           "-" FUNCTION CURRENT-DATE(9:6) "  as at " df-today
           DELIMITED BY SIZE INTO df-line
         PERFORM 6900-PUT-LINE
         MOVE ALL "-" TO df-line
         PERFORM 6900-PUT-LINE
         MOVE df-ne-days TO df-count-edit
         MOVE df-ev-days TO df-hour-edit
         MOVE SPACES TO df-line
         STRING "History: " FUNCTION TRIM(df-count-edit)
           " ordinary days and " FUNCTION TRIM(df-hour-edit)
           " event days in the last eight weeks"
           DELIMITED BY SIZE INTO df-line
         PERFORM 6900-PUT-LINE
         MOVE df-trend TO df-factor-edit
         MOVE SPACES TO df-line
         STRING "Trend x" df-factor-edit
           " (last two weeks against the eight)"
           DELIMITED BY SIZE INTO df-line
         PERFORM 6900-PUT-LINE
         MOVE df-uplift TO df-factor-edit
         MOVE SPACES TO df-line
         IF df-ev-days EQUAL TO 0 THEN
           STRING "Event days x" df-factor-edit
             " (no event days in the history to judge by)"
             DELIMITED BY SIZE INTO df-line
         ELSE
           STRING "Event days x" df-factor-edit
             " (event-day average against ordinary days)"
             DELIMITED BY SIZE INTO df-line
         END-IF
         PERFORM 6900-PUT-LINE
         IF df-takings-in-cash EQUAL TO 1 THEN
           MOVE "Takings in currency, at DENOMINATIONS.DAT values"
             TO df-line
         ELSE
           MOVE "Takings in coins (no DENOMINATIONS.DAT table)"
             TO df-line
         END-IF
         PERFORM 6900-PUT-LINE
         IF df-have-data EQUAL TO 0 THEN
           MOVE "No plays or coins in the last eight weeks - nothing"
             TO df-line
           MOVE " to forecast from" TO df-line(52:17)
           PERFORM 6900-PUT-LINE
         END-IF.

       6050-DAY-HEADINGS.
         MOVE "  hr" TO df-line
         PERFORM VARYING df-i FROM 1 BY 1 UNTIL df-i > DAYS-IN-WEEK
           COMPUTE df-col = (df-i - 1) * 9 + 6
           MOVE dfw-date(df-i)(7:2) TO df-day-edit
           MOVE df-dow-name(dfw-dow(df-i)) TO df-line(df-col + 3:3)
           MOVE df-day-edit TO df-line(df-col + 7:2)
         END-PERFORM
         PERFORM 6900-PUT-LINE.

       6100-WRITE-PLAY-GRID.
         MOVE SPACES TO df-line
         PERFORM 6900-PUT-LINE
         MOVE "PLAYS PER HOUR" TO df-line
         PERFORM 6900-PUT-LINE
         MOVE SPACES TO df-line
         PERFORM 6050-DAY-HEADINGS
         PERFORM VARYING df-h FROM 1 BY 1 UNTIL df-h > HOURS-IN-DAY
           COMPUTE df-hour = df-h - 1
           MOVE df-hour TO df-hour-edit
           MOVE SPACES TO df-line
           MOVE df-hour-edit TO df-line(3:2)
           PERFORM VARYING df-i FROM 1 BY 1
           UNTIL df-i > DAYS-IN-WEEK
             COMPUTE df-col = (df-i - 1) * 9 + 6
             COMPUTE df-plays-edit ROUNDED = dfw-h-plays(df-i, df-h)
             MOVE df-plays-edit TO df-line(df-col + 2:7)
           END-PERFORM
           PERFORM 6900-PUT-LINE
         END-PERFORM
         MOVE SPACES TO df-line
         MOVE "day" TO df-line(2:3)
         PERFORM VARYING df-i FROM 1 BY 1 UNTIL df-i > DAYS-IN-WEEK
           COMPUTE df-col = (df-i - 1) * 9 + 6
           COMPUTE df-plays-edit ROUNDED = dfw-plays(df-i)
           MOVE df-plays-edit TO df-line(df-col + 2:7)
         END-PERFORM
         PERFORM 6900-PUT-LINE.

       6200-WRITE-TAKINGS-GRID.
         MOVE SPACES TO df-line
         PERFORM 6900-PUT-LINE
         MOVE "TAKINGS PER HOUR" TO df-line
         PERFORM 6900-PUT-LINE
         MOVE SPACES TO df-line
         PERFORM 6050-DAY-HEADINGS
         PERFORM VARYING df-h FROM 1 BY 1 UNTIL df-h > HOURS-IN-DAY
           COMPUTE df-hour = df-h - 1
           MOVE df-hour TO df-hour-edit
           MOVE SPACES TO df-line
           MOVE df-hour-edit TO df-line(3:2)
           PERFORM VARYING df-i FROM 1 BY 1
           UNTIL df-i > DAYS-IN-WEEK
             COMPUTE df-col = (df-i - 1) * 9 + 6
             COMPUTE df-money-edit ROUNDED =
               dfw-h-takings(df-i, df-h)
             MOVE df-money-edit TO df-line(df-col + 1:8)
           END-PERFORM
           PERFORM 6900-PUT-LINE
         END-PERFORM
         MOVE SPACES TO df-line
         MOVE "day" TO df-line(2:3)
         PERFORM VARYING df-i FROM 1 BY 1 UNTIL df-i > DAYS-IN-WEEK
           COMPUTE df-col = (df-i - 1) * 9 + 6
           COMPUTE df-money-edit ROUNDED = dfw-takings(df-i)
           MOVE df-money-edit TO df-line(df-col + 1:8)
         END-PERFORM
         PERFORM 6900-PUT-LINE.

       6300-WRITE-DAY-NOTES.
         MOVE SPACES TO df-line
         PERFORM 6900-PUT-LINE
         PERFORM VARYING df-i FROM 1 BY 1 UNTIL df-i > DAYS-IN-WEEK
           IF dfw-event(df-i) EQUAL TO 1
              OR dfw-closed-hours(df-i) GREATER THAN 0 THEN
             MOVE SPACES TO df-line
             STRING df-dow-name(dfw-dow(df-i)) " " dfw-date(df-i)
               DELIMITED BY SIZE INTO df-line
             IF dfw-event(df-i) EQUAL TO 1 THEN
               MOVE "event" TO df-line(15:5)
               MOVE dfw-event-name(df-i) TO df-line(21:12)
             END-IF
             IF dfw-closed-hours(df-i) GREATER THAN 0 THEN
               MOVE dfw-closed-hours(df-i) TO df-hour-edit
               MOVE df-hour-edit TO df-line(35:2)
               MOVE "hours closed by SCHEDULE.DAT" TO df-line(38:28)
             END-IF
             PERFORM 6900-PUT-LINE
           END-IF
         END-PERFORM.

      * How last week's forecast held up, day by day.
       6400-WRITE-LAST-WEEK.
         MOVE SPACES TO df-line
         PERFORM 6900-PUT-LINE
         MOVE "LAST WEEK - FORECAST AGAINST ACTUAL" TO df-line
         PERFORM 6900-PUT-LINE
         MOVE "DAY DATE     MADE       PLAYS ACTUAL MISS%    TAKINGS"
           TO df-line
         MOVE "   ACTUAL MISS%" TO df-line(54:15)
         PERFORM 6900-PUT-LINE
         PERFORM VARYING df-i FROM 1 BY 1 UNTIL df-i > DAYS-IN-WEEK
           IF dfp-have(df-i) EQUAL TO 1 THEN
             PERFORM 6500-PAST-DAY-LINE
           END-IF
         END-PERFORM
         IF df-past-count EQUAL TO 0 THEN
           MOVE "No forecast on file for the last seven days" TO
             df-line
           PERFORM 6900-PUT-LINE
           GO TO 6400-EXIT
         END-IF
         MOVE SPACES TO df-line
         MOVE "Week" TO df-line(1:4)
         COMPUTE df-plays-edit ROUNDED = df-wk-fc-plays
         MOVE df-plays-edit TO df-line(23:7)
         MOVE df-wk-act-plays TO df-count-edit
         MOVE df-count-edit TO df-line(31:5)
         MOVE df-wk-fc-takings TO df-money-edit-2
         MOVE df-money-edit-2 TO df-line(45:9)
         MOVE df-wk-act-takings TO df-money-edit-3
         MOVE df-money-edit-3 TO df-line(54:9)
         PERFORM 6900-PUT-LINE
         COMPUTE df-miss ROUNDED = df-miss-sum / df-miss-days
         MOVE df-miss TO df-miss-edit
         MOVE SPACES TO df-line
         STRING "Average miss on plays " FUNCTION TRIM(df-miss-edit)
           "% a day over " df-miss-days " days"
           DELIMITED BY SIZE INTO df-line
         PERFORM 6900-PUT-LINE.
       6400-EXIT.
         EXIT.

      * Miss is actual against forecast, per cent of the forecast;
      * a day forecast at nothing shows no percentage.
       6500-PAST-DAY-LINE.
         ADD 1 TO df-past-count
         COMPUTE df-idx = DF-HISTORY-DAYS - DAYS-IN-WEEK + df-i
         MOVE 0 TO df-act-plays
         MOVE 0 TO df-act-takings
         PERFORM VARYING df-h FROM 1 BY 1 UNTIL df-h > HOURS-IN-DAY
           ADD dfh-plays(df-idx, df-h) TO df-act-plays
           ADD dfh-takings(df-idx, df-h) TO df-act-takings
         END-PERFORM
         ADD dfp-plays(df-i) TO df-wk-fc-plays
         ADD df-act-plays TO df-wk-act-plays
         ADD dfp-takings(df-i) TO df-wk-fc-takings
         ADD df-act-takings TO df-wk-act-takings
         COMPUTE df-date-int = df-window-start + df-idx - 1
         COMPUTE df-date-num = FUNCTION DATE-OF-INTEGER(df-date-int)
         MOVE dfp-plays(df-i) TO df-plays-edit
         MOVE df-act-plays TO df-count-edit
         MOVE dfp-takings(df-i) TO df-money-edit-2
         MOVE df-act-takings TO df-money-edit-3
         MOVE SPACES TO df-line
         STRING df-dow-name(dfh-dow(df-idx)) " " df-date-text " "
           dfp-made(df-i) " " df-plays-edit " " df-count-edit
           DELIMITED BY SIZE INTO df-line
         IF dfp-plays(df-i) GREATER THAN 0 THEN
           COMPUTE df-miss ROUNDED =
             (df-act-plays - dfp-plays(df-i)) * 100 / dfp-plays(df-i)
           MOVE df-miss TO df-miss-edit
           MOVE df-miss-edit TO df-line(38:5)
           IF df-miss LESS THAN 0 THEN
             COMPUTE df-miss = 0 - df-miss
           END-IF
           ADD df-miss TO df-miss-sum
           ADD 1 TO df-miss-days
         END-IF
         MOVE df-money-edit-2 TO df-line(45:9)
         MOVE df-money-edit-3 TO df-line(54:9)
         IF dfp-takings(df-i) GREATER THAN 0 THEN
           COMPUTE df-miss ROUNDED =
             (df-act-takings - dfp-takings(df-i)) * 100
             / dfp-takings(df-i)
           MOVE df-miss TO df-miss-edit
           MOVE df-miss-edit TO df-line(64:5)
         END-IF
         PERFORM 6900-PUT-LINE.

       6900-PUT-LINE.
         WRITE FORECAST-REPORT-RECORD FROM df-line
         ADD 1 TO runlog-written.

       7000-SAVE-FORECAST.
         OPEN EXTEND FORECAST-FILE
         IF forecast-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT FORECAST-FILE
         END-IF
         IF forecast-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write FORECAST-HISTORY.DAT - the week "
             "will not be judged next time" UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 7000-EXIT
         END-IF
         PERFORM VARYING df-i FROM 1 BY 1 UNTIL df-i > DAYS-IN-WEEK
           MOVE SPACES TO FORECAST-RECORD
           MOVE dfw-date(df-i) TO fc-date
           MOVE df-today TO fc-made
           COMPUTE fc-plays ROUNDED = dfw-plays(df-i)
           COMPUTE fc-takings ROUNDED = dfw-takings(df-i)
           WRITE FORECAST-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE FORECAST-FILE.
       7000-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "DEMAND-FORECAST" TO rptarc-program
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
         MOVE "DEMAND-FORECAST" TO runlog-program
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
       END PROGRAM DEMAND-FORECAST.

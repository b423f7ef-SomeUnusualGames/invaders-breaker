      * Compile and run on Windows:
      * cobc -xj budget-report.cbl batch-runlog.cbl report-archive.cbl
      * Budget against actual, month by month, for this cabinet.
      * TARGETS.DAT holds the owner's monthly targets (coins, plays
      * and ticket payout rate) by cabinet; the cabinet id is the
      * cabinet= line of CONFIG.DAT. Actuals come from the frozen
      * PERIOD-LEDGER.DAT record for a closed month and from the
      * COIN-AUDIT.DAT COIN and PLAY lines for a month not yet
      * closed; tickets printed (voided ones left out) come from
      * TICKET-REGISTER.DAT. The month in progress is projected on
      * a straight line to month end (to date x days in month /
      * days gone); a month that is over stands as counted.
      *   budget-report [YYYYMMDD] [margin]
      * reports as of the date given (default today) with a miss
      * margin in whole percent (default 10). Coins or plays
      * projected more than the margin under target are flagged
      * MISS; a payout rate projected more than the margin over its
      * target is flagged OVER. Months after the as-of month are
      * not reported. Output: BUDGET.RPT. Ends 4 when anything is
      * flagged, 8 when there is no TARGETS.DAT or no cabinet id.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-status.
         SELECT TARGETS-FILE ASSIGN TO "TARGETS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS targets-status.
         SELECT PERIOD-LEDGER-FILE ASSIGN TO "PERIOD-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS period-ledger-status.
         SELECT COIN-AUDIT-FILE ASSIGN TO "COIN-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS coin-audit-status.
         SELECT TICKET-REGISTER-FILE
           ASSIGN TO "TICKET-REGISTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-register-status.
         SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDGET.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS budget-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
         01 CONFIG-LINE PIC X(80).
       FD TARGETS-FILE.
         COPY target-record.
       FD PERIOD-LEDGER-FILE.
         COPY period-ledger-record.
       FD COIN-AUDIT-FILE.
         COPY coin-audit-record.
       FD TICKET-REGISTER-FILE.
         COPY ticket-register-record.
       FD BUDGET-REPORT-FILE.
         01 BUDGET-REPORT-RECORD PIC X(90).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 budget-report-data.
         78 MAX-TARGETS VALUE 36.
         05 config-status PIC X(02) VALUE "00".
         05 targets-status PIC X(02) VALUE "00".
         05 period-ledger-status PIC X(02) VALUE "00".
         05 coin-audit-status PIC X(02) VALUE "00".
         05 ticket-register-status PIC X(02) VALUE "00".
         05 budget-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 bv-arg-1 PIC X(10).
         05 bv-arg-2 PIC X(10).
         05 bv-cabinet-id PIC X(06) VALUE SPACES.
         05 bv-eof PIC 9 VALUE 0.
         05 bv-i PIC 9(02).
         05 bv-pos PIC 9(02).
         05 bv-placed PIC 9.
         05 bv-line PIC X(90).
         05 bv-margin PIC 9(02) VALUE 10.
      * The as-of date, its month, the days gone in that month and
      * the days the month has.
         05 bv-asof PIC 9(08).
         05 bv-asof-split REDEFINES bv-asof.
           10 bv-asof-yyyy PIC 9(04).
           10 bv-asof-mm PIC 9(02).
           10 bv-asof-dd PIC 9(02).
         05 bv-asof-month PIC X(06).
         05 bv-next-first PIC 9(08).
         05 bv-next-split REDEFINES bv-next-first.
           10 bv-next-yyyy PIC 9(04).
           10 bv-next-mm PIC 9(02).
           10 bv-next-dd PIC 9(02).
         05 bv-month-days PIC 9(02).
         05 bv-target-count PIC 9(02) VALUE 0.
         05 bv-target-table.
           10 bv-target OCCURS MAX-TARGETS TIMES.
             15 bvt-month PIC X(06).
             15 bvt-coins PIC 9(07).
             15 bvt-plays PIC 9(07).
             15 bvt-payout PIC 9(03)V9(02).
      * C closed, O the open month, N over but not yet closed.
             15 bvt-basis PIC X(01).
             15 bvt-act-coins PIC 9(07).
             15 bvt-act-plays PIC 9(07).
             15 bvt-tickets PIC 9(07).
         05 bv-flagged-count PIC 9(03) VALUE 0.
         05 bv-month-flagged PIC 9.
      * The measure being written: its target, to date, projected,
      * and whether over target (rather than under) is the miss.
         05 bv-m-name PIC X(08).
         05 bv-m-target PIC 9(07)V9(02).
         05 bv-m-todate PIC 9(07)V9(02).
         05 bv-m-proj PIC 9(07)V9(02).
         05 bv-m-rate PIC 9.
         05 bv-m-variance PIC S9(07)V9(02).
         05 bv-m-percent PIC S9(05)V9(01).
         05 bv-m-limit PIC 9(07)V9(02).
         05 bv-basis-text PIC X(11).
         05 bv-count-edit PIC Z(09)9.
         05 bv-rate-edit PIC Z(06)9.99.
         05 bv-var-count-edit PIC -(09)9.
         05 bv-var-rate-edit PIC -(06)9.99.
         05 bv-pct-edit PIC -(04)9.9.
         05 bv-day-edit PIC Z9.
         05 bv-num-edit PIC ZZ9.
         05 COLL-WORK PIC X(90).
         05 COLL-PARSED REDEFINES COLL-WORK.
           10 FILLER PIC X(04).
           10 cl-seq PIC X(06).
           10 FILLER PIC X(03).
           10 cl-time PIC X(06).
           10 FILLER PIC X(04).
           10 cl-event PIC X(08).
           10 FILLER PIC X(04).
           10 cl-credits PIC X(03).
           10 FILLER PIC X(04).
           10 cl-check PIC X(04).
           10 FILLER PIC X(03).
           10 cl-date PIC X(08).
           10 cl-month REDEFINES cl-date PIC X(06).
           10 FILLER PIC X(33).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-READ-ARGUMENTS
         PERFORM 1100-READ-CABINET-ID THRU 1100-EXIT
         IF bv-cabinet-id EQUAL TO SPACES THEN
           DISPLAY "No cabinet id in CONFIG.DAT - no targets to "
             "report against" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 1200-LOAD-TARGETS THRU 1200-EXIT
         IF RETURN-CODE NOT LESS THAN 8 THEN
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 2000-LOAD-CLOSED-MONTHS THRU 2000-EXIT
         PERFORM 2100-COUNT-OPEN-MONTHS THRU 2100-EXIT
         PERFORM 2200-COUNT-TICKETS THRU 2200-EXIT
         OPEN OUTPUT BUDGET-REPORT-FILE
         IF budget-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write BUDGET.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 3000-WRITE-HEADING
         PERFORM VARYING bv-i FROM 1 BY 1
         UNTIL bv-i > bv-target-count
           PERFORM 3100-WRITE-MONTH
         END-PERFORM
         PERFORM 3300-WRITE-TOTALS
         CLOSE BUDGET-REPORT-FILE
         IF bv-target-count GREATER THAN 0 THEN
           MOVE bvt-month(1) TO rptarc-from
           MOVE bvt-month(bv-target-count) TO rptarc-to
         END-IF
         MOVE "BUDGET.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         IF (bv-flagged-count GREATER THAN 0
             OR bv-target-count EQUAL TO 0)
            AND RETURN-CODE LESS THAN 4 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         DISPLAY "Budget against actual in BUDGET.RPT"
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-READ-ARGUMENTS.
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO bv-arg-1 bv-arg-2
         UNSTRING command-line-args DELIMITED BY ALL SPACES
           INTO bv-arg-1 bv-arg-2
         END-UNSTRING
         IF bv-arg-1(1:8) IS NUMERIC THEN
           MOVE bv-arg-1(1:8) TO bv-asof
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO bv-asof
         END-IF
         IF bv-arg-2 NOT EQUAL TO SPACES
            AND FUNCTION TRIM(bv-arg-2) IS NUMERIC THEN
           COMPUTE bv-margin = FUNCTION NUMVAL(bv-arg-2)
         END-IF
         MOVE bv-asof(1:6) TO bv-asof-month
         MOVE bv-asof TO bv-next-first
         MOVE 1 TO bv-next-dd
         IF bv-next-mm EQUAL TO 12 THEN
           ADD 1 TO bv-next-yyyy
           MOVE 1 TO bv-next-mm
         ELSE
           ADD 1 TO bv-next-mm
         END-IF
         COMPUTE bv-month-days =
           FUNCTION INTEGER-OF-DATE(bv-next-first)
           - FUNCTION INTEGER-OF-DATE(bv-asof)
           + bv-asof-dd - 1.

       1100-READ-CABINET-ID.
         OPEN INPUT CONFIG-FILE
         IF config-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         MOVE 0 TO bv-eof
         PERFORM UNTIL bv-eof EQUAL TO 1
           READ CONFIG-FILE
             AT END
               MOVE 1 TO bv-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF CONFIG-LINE(1:8) EQUAL TO "cabinet=" THEN
                 MOVE CONFIG-LINE(9:6) TO bv-cabinet-id
               END-IF
           END-READ
         END-PERFORM
         CLOSE CONFIG-FILE.
       1100-EXIT.
         EXIT.

      * Months are held in month order whatever order the owner
      * wrote them in; a second line for a month already held
      * overwrites its targets.
       1200-LOAD-TARGETS.
         OPEN INPUT TARGETS-FILE
         IF targets-status NOT EQUAL TO "00" THEN
           DISPLAY "No TARGETS.DAT - no targets to report against"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1200-EXIT
         END-IF
         MOVE 0 TO bv-eof
         PERFORM UNTIL bv-eof EQUAL TO 1
           READ TARGETS-FILE
             AT END
               MOVE 1 TO bv-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tg-cabinet EQUAL TO bv-cabinet-id
                  AND tg-month IS NUMERIC
                  AND tg-month NOT GREATER THAN bv-asof-month
                  AND tg-coins IS NUMERIC
                  AND tg-plays IS NUMERIC
                  AND tg-payout IS NUMERIC THEN
                 PERFORM 1210-HOLD-TARGET
               END-IF
           END-READ
         END-PERFORM
         CLOSE TARGETS-FILE.
       1200-EXIT.
         EXIT.

       1210-HOLD-TARGET.
         MOVE 0 TO bv-pos
         PERFORM VARYING bv-i FROM 1 BY 1
         UNTIL bv-i > bv-target-count
           IF bvt-month(bv-i) EQUAL TO tg-month THEN
             MOVE bv-i TO bv-pos
           END-IF
         END-PERFORM
         IF bv-pos EQUAL TO 0 THEN
           IF bv-target-count NOT LESS THAN MAX-TARGETS THEN
             NEXT SENTENCE
           END-IF
           ADD 1 TO bv-target-count
           MOVE bv-target-count TO bv-pos
           MOVE 0 TO bv-placed
           PERFORM UNTIL bv-placed EQUAL TO 1
             IF bv-pos EQUAL TO 1 THEN
               MOVE 1 TO bv-placed
             ELSE
               IF bvt-month(bv-pos - 1) LESS THAN tg-month THEN
                 MOVE 1 TO bv-placed
               ELSE
                 MOVE bv-target(bv-pos - 1) TO bv-target(bv-pos)
                 SUBTRACT 1 FROM bv-pos
               END-IF
             END-IF
           END-PERFORM
           INITIALIZE bv-target(bv-pos)
           MOVE tg-month TO bvt-month(bv-pos)
           IF tg-month EQUAL TO bv-asof-month THEN
             MOVE "O" TO bvt-basis(bv-pos)
           ELSE
             MOVE "N" TO bvt-basis(bv-pos)
           END-IF
         END-IF
         MOVE tg-coins TO bvt-coins(bv-pos)
         MOVE tg-plays TO bvt-plays(bv-pos)
         MOVE tg-payout TO bvt-payout(bv-pos).

      * A closed month's coins and plays are the frozen ones, never
      * a re-count of the live ledger.
       2000-LOAD-CLOSED-MONTHS.
         OPEN INPUT PERIOD-LEDGER-FILE
         IF period-ledger-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO bv-eof
         PERFORM UNTIL bv-eof EQUAL TO 1
           READ PERIOD-LEDGER-FILE NEXT RECORD
             AT END
               MOVE 1 TO bv-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM VARYING bv-i FROM 1 BY 1
               UNTIL bv-i > bv-target-count
                 IF bvt-month(bv-i) EQUAL TO pl-month THEN
                   MOVE "C" TO bvt-basis(bv-i)
                   MOVE pl-coins TO bvt-act-coins(bv-i)
                   MOVE pl-plays TO bvt-act-plays(bv-i)
                 END-IF
               END-PERFORM
           END-READ
         END-PERFORM
         CLOSE PERIOD-LEDGER-FILE.
       2000-EXIT.
         EXIT.

      * Counted as PERIOD-CLOSE counts them, up to the as-of day.
       2100-COUNT-OPEN-MONTHS.
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status NOT EQUAL TO "00" THEN
           GO TO 2100-EXIT
         END-IF
         MOVE 0 TO bv-eof
         PERFORM UNTIL bv-eof EQUAL TO 1
           READ COIN-AUDIT-FILE NEXT RECORD INTO COLL-WORK
             AT END
               MOVE 1 TO bv-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cl-date IS NUMERIC
                  AND cl-date NOT GREATER THAN bv-asof THEN
                 PERFORM 2110-TALLY-OPEN-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE.
       2100-EXIT.
         EXIT.

       2110-TALLY-OPEN-LINE.
         MOVE 0 TO bv-pos
         PERFORM VARYING bv-i FROM 1 BY 1
         UNTIL bv-i > bv-target-count
           IF bvt-month(bv-i) EQUAL TO cl-month
              AND bvt-basis(bv-i) NOT EQUAL TO "C" THEN
             MOVE bv-i TO bv-pos
           END-IF
         END-PERFORM
         IF bv-pos EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         EVALUATE cl-event
           WHEN "COIN    " ADD 1 TO bvt-act-coins(bv-pos)
           WHEN "PLAY    " ADD 1 TO bvt-act-plays(bv-pos)
           WHEN "PLAY2   " ADD 1 TO bvt-act-plays(bv-pos)
         END-EVALUATE.

       2200-COUNT-TICKETS.
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           GO TO 2200-EXIT
         END-IF
         MOVE 0 TO bv-eof
         PERFORM UNTIL bv-eof EQUAL TO 1
           READ TICKET-REGISTER-FILE
             AT END
               MOVE 1 TO bv-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF (tk-cabinet EQUAL TO bv-cabinet-id
                   OR tk-cabinet EQUAL TO SPACES)
                  AND tk-redeemed NOT EQUAL TO 2
                  AND tk-date NOT GREATER THAN bv-asof THEN
                 PERFORM VARYING bv-i FROM 1 BY 1
                 UNTIL bv-i > bv-target-count
                   IF bvt-month(bv-i) EQUAL TO tk-date(1:6) THEN
                     ADD 1 TO bvt-tickets(bv-i)
                   END-IF
                 END-PERFORM
               END-IF
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE.
       2200-EXIT.
         EXIT.

       3000-WRITE-HEADING.
         MOVE SPACES TO bv-line
         STRING "BUDGET AGAINST ACTUAL - cabinet " bv-cabinet-id
           "   as of " bv-asof-yyyy "-" bv-asof-mm "-" bv-asof-dd
           DELIMITED BY SIZE INTO bv-line
         PERFORM 3900-WRITE-LINE
         MOVE bv-margin TO bv-num-edit
         MOVE SPACES TO bv-line
         STRING "Flagged when projected more than "
           FUNCTION TRIM(bv-num-edit) "% off target"
           " (payout rate: tickets per 100 plays)"
           DELIMITED BY SIZE INTO bv-line
         PERFORM 3900-WRITE-LINE
         MOVE ALL "-" TO bv-line
         PERFORM 3900-WRITE-LINE
         MOVE "MONTH  BASIS       MEASURE     TARGET    TO DATE"
           TO bv-line
         MOVE "PROJECTED   VARIANCE     VAR%" TO bv-line(51:29)
         PERFORM 3900-WRITE-LINE.

       3100-WRITE-MONTH.
         MOVE 0 TO bv-month-flagged
         EVALUATE bvt-basis(bv-i)
           WHEN "C"
             MOVE "CLOSED" TO bv-basis-text
           WHEN "O"
             MOVE bv-asof-dd TO bv-day-edit
             MOVE SPACES TO bv-basis-text
             STRING "OPEN " FUNCTION TRIM(bv-day-edit) "/"
               bv-month-days
               DELIMITED BY SIZE INTO bv-basis-text
           WHEN OTHER
             MOVE "NOT CLOSED" TO bv-basis-text
         END-EVALUATE
         MOVE "coins" TO bv-m-name
         MOVE bvt-coins(bv-i) TO bv-m-target
         MOVE bvt-act-coins(bv-i) TO bv-m-todate
         MOVE 0 TO bv-m-rate
         PERFORM 3200-WRITE-MEASURE
         MOVE SPACES TO bv-basis-text
         MOVE "plays" TO bv-m-name
         MOVE bvt-plays(bv-i) TO bv-m-target
         MOVE bvt-act-plays(bv-i) TO bv-m-todate
         PERFORM 3200-WRITE-MEASURE
         MOVE "payout" TO bv-m-name
         MOVE bvt-payout(bv-i) TO bv-m-target
         MOVE 0 TO bv-m-todate
         IF bvt-act-plays(bv-i) GREATER THAN 0 THEN
           COMPUTE bv-m-todate ROUNDED =
             bvt-tickets(bv-i) * 100 / bvt-act-plays(bv-i)
         END-IF
         MOVE 1 TO bv-m-rate
         PERFORM 3200-WRITE-MEASURE
         IF bv-month-flagged EQUAL TO 1 THEN
           ADD 1 TO bv-flagged-count
         END-IF.

      * A rate is not scaled by the days left; a count in the open
      * month is. Over target is the miss for the payout rate,
      * under target for coins and plays.
       3200-WRITE-MEASURE.
         MOVE bv-m-todate TO bv-m-proj
         IF bvt-basis(bv-i) EQUAL TO "O" AND bv-m-rate EQUAL TO 0
            AND bv-asof-dd GREATER THAN 0 THEN
           COMPUTE bv-m-proj ROUNDED =
             bv-m-todate * bv-month-days / bv-asof-dd
         END-IF
         COMPUTE bv-m-variance = bv-m-proj - bv-m-target
         MOVE SPACES TO bv-line
         MOVE bvt-month(bv-i) TO bv-line(1:6)
         MOVE bv-basis-text TO bv-line(8:11)
         MOVE bv-m-name TO bv-line(20:8)
         IF bv-m-rate EQUAL TO 1 THEN
           MOVE bv-m-target TO bv-rate-edit
           MOVE bv-rate-edit TO bv-line(28:10)
           MOVE bv-m-todate TO bv-rate-edit
           MOVE bv-rate-edit TO bv-line(39:10)
           MOVE bv-m-proj TO bv-rate-edit
           MOVE bv-rate-edit TO bv-line(50:10)
           MOVE bv-m-variance TO bv-var-rate-edit
           MOVE bv-var-rate-edit TO bv-line(61:10)
         ELSE
           MOVE bv-m-target TO bv-count-edit
           MOVE bv-count-edit TO bv-line(28:10)
           MOVE bv-m-todate TO bv-count-edit
           MOVE bv-count-edit TO bv-line(39:10)
           MOVE bv-m-proj TO bv-count-edit
           MOVE bv-count-edit TO bv-line(50:10)
           MOVE bv-m-variance TO bv-var-count-edit
           MOVE bv-var-count-edit TO bv-line(61:10)
         END-IF
         IF bv-m-target EQUAL TO 0 THEN
           MOVE "n/a" TO bv-line(77:3)
           PERFORM 3900-WRITE-LINE
           NEXT SENTENCE
         END-IF
         COMPUTE bv-m-percent ROUNDED =
           bv-m-variance * 100 / bv-m-target
         MOVE bv-m-percent TO bv-pct-edit
         MOVE bv-pct-edit TO bv-line(72:7)
         MOVE "%" TO bv-line(79:1)
         IF bv-m-rate EQUAL TO 1 THEN
           COMPUTE bv-m-limit ROUNDED =
             bv-m-target * (100 + bv-margin) / 100
           IF bv-m-proj GREATER THAN bv-m-limit THEN
             MOVE "OVER" TO bv-line(82:4)
             MOVE 1 TO bv-month-flagged
           END-IF
         ELSE
           COMPUTE bv-m-limit ROUNDED =
             bv-m-target * (100 - bv-margin) / 100
           IF bv-m-proj LESS THAN bv-m-limit THEN
             MOVE "MISS" TO bv-line(82:4)
             MOVE 1 TO bv-month-flagged
           END-IF
         END-IF
         PERFORM 3900-WRITE-LINE.

       3300-WRITE-TOTALS.
         MOVE ALL "-" TO bv-line
         PERFORM 3900-WRITE-LINE
         IF bv-target-count EQUAL TO 0 THEN
           MOVE "No targets set for this cabinet up to this month"
             TO bv-line
           PERFORM 3900-WRITE-LINE
           NEXT SENTENCE
         END-IF
         MOVE bv-target-count TO bv-num-edit
         MOVE SPACES TO bv-line
         STRING "Months reported: " FUNCTION TRIM(bv-num-edit)
           DELIMITED BY SIZE INTO bv-line
         MOVE bv-flagged-count TO bv-num-edit
         STRING "   flagged: " FUNCTION TRIM(bv-num-edit)
           DELIMITED BY SIZE INTO bv-line(21:30)
         PERFORM 3900-WRITE-LINE.

       3900-WRITE-LINE.
         WRITE BUDGET-REPORT-RECORD FROM bv-line
         ADD 1 TO runlog-written.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "BUDGET-REPORT" TO rptarc-program
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
         MOVE "BUDGET-REPORT" TO runlog-program
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
       END PROGRAM BUDGET-REPORT.

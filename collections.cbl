      * Compile and run on Windows:
      * cobc -xj collections.cbl batch-runlog.cbl report-archive.cbl
      *   price-rules.cbl
      * Cash-box collections report: turns COIN-AUDIT.DAT plus
      * DAILY-TOTALS.DAT into takings per day, takings per hour,
      * earnings per play and a since-last-collection total.
      * Earnings per play are set beside what the plays were
      * charged: each PLAY line at the per-play price in force when
      * it started (PRICE-RULES), a PLAY2 line at twice that.
      * Run with the argument EMPTY when the cash box is emptied:
      * a COLLECT marker is appended to the ledger (on the same
      * checksum chain), and the since-last-collection total
      * restarts from there. A second argument carries the
      * physically counted coin total onto the marker, and the
      * report then shows expected-vs-counted variance per
      * collection plus the cumulative trend. With a STAFF.DAT
      * register in use the count is taken by a collector only:
      *   collections EMPTY <counted> <staff ID>
      * and the marker carries that ID in a by= tail.
      * The checksum chain is re-verified line by line; any break
      * is called out as tampering with the line number.
      * With a DENOMINATIONS.DAT table the coin counts carry their
      * money value too: cash coins at face value, house tokens
      * redeemed as a count, and TOKEN-SALES.DAT cash as takings.
      * Each marker is also appended to the shared mount as
      * COLLECT-<cabinet id>.DAT (the id from CONFIG.DAT) for
      * VENUE-SETTLE; a marker the mount did not take is a warning.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS.
       ENVIRONMENT DIVISION.
         SELECT COLLECTIONS-REPORT-FILE ASSIGN TO "COLLECTIONS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS collections-report-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
         SELECT DENOMINATION-FILE ASSIGN TO "DENOMINATIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS denomination-status.
         SELECT TOKEN-SALES-FILE ASSIGN TO "TOKEN-SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS token-sales-status.
         SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-status.
         SELECT PUBLISHED-COLLECT-FILE ASSIGN USING coll-publish-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS published-collect-status.
       DATA DIVISION.
       FILE SECTION.
       FD COIN-AUDIT-FILE.
         COPY period-ledger-record.
       FD COLLECTIONS-REPORT-FILE.
         01 COLLECTIONS-REPORT-RECORD PIC X(70).
       FD STAFF-FILE.
         COPY staff-record.
       FD DENOMINATION-FILE.
         COPY denomination-record.
       FD TOKEN-SALES-FILE.
         COPY token-sale-record.
       FD CONFIG-FILE.
         01 CONFIG-LINE PIC X(80).
       FD PUBLISHED-COLLECT-FILE.
         01 PUBLISHED-COLLECT-RECORD PIC X(90).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY daily-totals-data.
         COPY denomination-data.
         COPY price-rules-data.
       01 collections-data.
         78 MAX-COLL-DAYS VALUE 120.
         78 HOURS-IN-DAY VALUE 24.
         05 coll-last-seq PIC 9(06) VALUE 0.
         05 coll-last-check PIC 9(04) VALUE 0.
         05 coll-per-play PIC 9(04)V9(02).
         05 coll-charged PIC 9(07) VALUE 0.
         05 coll-no-rules PIC 9 VALUE 0.
         05 coll-edit-1 PIC ZZZZZZ9.
         05 coll-edit-2 PIC ZZZZZZ9.
         05 coll-edit-3 PIC ZZZZZZ9.
             15 cde-date PIC X(08).
             15 cde-coins PIC 9(05).
             15 cde-plays PIC 9(05).
             15 cde-cash PIC 9(05)V9(02).
      * Months PERIOD-CLOSE has frozen: their lines still verify
      * on the chain but stay out of the day/hour/total counts, so
      * this report covers the open period and quotes the closed
             15 cct-plays PIC 9(07).
             15 cct-refunds PIC 9(05).
             15 cct-per-play PIC 9(03)V9(02).
             15 cct-has-money PIC 9.
             15 cct-cash PIC 9(07)V9(02).
             15 cct-tokens-in PIC 9(07).
             15 cct-token-sales PIC 9(07)V9(02).
      * Physical cash counts: "collections EMPTY <counted>" stores
      * the counted coin total on the COLLECT marker (cnt= tail),
      * and the report shows ledger-expected vs counted per
         78 MAX-CASH-COUNTS VALUE 50.
         05 coll-arg-1 PIC X(10).
         05 coll-arg-2 PIC X(10).
         05 coll-arg-3 PIC X(10).
         05 staff-status PIC X(02) VALUE "00".
         05 coll-staff PIC X(04) VALUE SPACES.
         05 coll-staff-rows PIC 9(03) VALUE 0.
         05 coll-counted PIC 9(05) VALUE 0.
         05 coll-has-count PIC 9 VALUE 0.
         05 coll-all-since-empty PIC 9(07) VALUE 0.
         05 coll-reason-m PIC 9(05) VALUE 0.
         05 coll-reason-s PIC 9(05) VALUE 0.
         05 coll-reason-o PIC 9(05) VALUE 0.
         05 coll-reason-d PIC 9(05) VALUE 0.
      * Money: open-period cash coins at face value, tokens back
      * through the mech, and counter token sales in open months.
         05 token-sales-status PIC X(02) VALUE "00".
         05 coll-total-cash PIC 9(07)V9(02) VALUE 0.
         05 coll-total-tokens PIC 9(07) VALUE 0.
         05 coll-token-sales PIC 9(07)V9(02) VALUE 0.
         05 coll-takings PIC 9(07)V9(02) VALUE 0.
         05 coll-since-cash PIC 9(07)V9(02) VALUE 0.
         05 coll-money-edit PIC Z(06)9.99.
         05 coll-money-edit-2 PIC Z(06)9.99.
      * The marker as written, for the copy on the shared mount.
         05 config-status PIC X(02) VALUE "00".
         05 published-collect-status PIC X(02) VALUE "00".
         05 coll-publish-name PIC X(30).
         05 coll-cabinet-id PIC X(06) VALUE SPACES.
         05 coll-marker-line PIC X(90).
         05 COLL-WORK PIC X(90).
         05 COLL-PARSED REDEFINES COLL-WORK.
           10 FILLER PIC X(04).
           10 cl-seq PIC X(06).
           10 cl-date PIC X(08).
           10 FILLER PIC X(04).
           10 cl-reason PIC X(01).
           10 FILLER PIC X(21).
           10 cl-dn-tag PIC X(04).
           10 cl-denom PIC X(03).
         05 cl-time-num PIC 9(06).
         05 cl-time-split REDEFINES cl-time-num.
           10 cl-num-hh PIC 9(02).
         05 cl-credits-num PIC 9(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO coll-arg-1 coll-arg-2 coll-arg-3
         END-UNSTRING
         IF coll-arg-1 EQUAL TO "EMPTY" THEN
           PERFORM 5100-CHECK-COLLECTOR THRU 5100-EXIT
           IF coll-staff-rows GREATER THAN 0
              AND coll-staff EQUAL TO SPACES THEN
             PERFORM 9910-RUNLOG-END
             GOBACK
           END-IF
           IF coll-arg-2(1:1) IS NUMERIC THEN
             MOVE 1 TO coll-has-count
             COMPUTE coll-counted = FUNCTION NUMVAL(coll-arg-2)
           MOVE 0 TO coll-has-count
         END-IF
         OPEN OUTPUT COLLECTIONS-REPORT-FILE
         IF collections-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write COLLECTIONS.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE "CASH BOX COLLECTIONS REPORT" TO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written
         PERFORM 0500-LOAD-CLOSED-PERIODS THRU 0500-EXIT
         PERFORM 0600-LOAD-DENOMINATIONS THRU 0600-EXIT
         PERFORM 1000-SCAN-LEDGER THRU 1000-EXIT
         PERFORM 1700-TOTAL-TOKEN-SALES THRU 1700-EXIT
         PERFORM 2000-REPORT-DAYS THRU 2000-EXIT
         PERFORM 3000-REPORT-HOURS THRU 3000-EXIT
         PERFORM 4000-REPORT-TOTALS THRU 4000-EXIT
         PERFORM 8000-REPORT-WALLET-LIABILITY
         PERFORM 6000-REPORT-CLOSED-PERIODS
         CLOSE COLLECTIONS-REPORT-FILE
         MOVE "COLLECTIONS.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         PERFORM 9910-RUNLOG-END
         GOBACK.

       0500-LOAD-CLOSED-PERIODS.
             AT END
               MOVE 1 TO coll-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF coll-closed-count LESS THAN MAX-CLOSED-PERIODS
                   THEN
                 ADD 1 TO coll-closed-count
                 MOVE pl-refunds TO cct-refunds(coll-closed-count)
                 MOVE pl-per-play TO
                   cct-per-play(coll-closed-count)
                 MOVE 0 TO cct-has-money(coll-closed-count)
                 IF pl-cash-value IS NUMERIC
                    AND pl-tokens-in IS NUMERIC
                    AND pl-token-sales IS NUMERIC THEN
                   MOVE 1 TO cct-has-money(coll-closed-count)
                   MOVE pl-cash-value TO cct-cash(coll-closed-count)
                   MOVE pl-tokens-in TO
                     cct-tokens-in(coll-closed-count)
                   MOVE pl-token-sales TO
                     cct-token-sales(coll-closed-count)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
       0500-EXIT.
         EXIT.

       0600-LOAD-DENOMINATIONS.
         MOVE 0 TO dnm-count
         OPEN INPUT DENOMINATION-FILE
         IF denomination-status NOT EQUAL TO "00" THEN
           GO TO 0600-EXIT
         END-IF
         MOVE 0 TO coll-eof
         PERFORM UNTIL coll-eof EQUAL TO 1
           READ DENOMINATION-FILE
             AT END
               MOVE 1 TO coll-eof
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
         MOVE 0 TO coll-eof
         IF dnm-count GREATER THAN 0 THEN
           MOVE dnmt-value(1) TO dnm-credit-value
         END-IF.
       0600-EXIT.
         EXIT.

       1000-SCAN-LEDGER.
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status NOT EQUAL TO "00" THEN
           MOVE "No COIN-AUDIT.DAT - nothing collected yet"
             TO coll-line
           WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
           ADD 1 TO runlog-written
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO coll-eof
             AT END
               MOVE 1 TO coll-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO coll-line-num
               PERFORM 1100-TALLY-LEDGER-LINE
           END-READ
           IF coll-is-closed EQUAL TO 1 THEN
             IF cl-event EQUAL TO "COLLECT " THEN
               MOVE 0 TO coll-since-empty
               MOVE 0 TO coll-since-cash
             END-IF
           ELSE
           EVALUATE cl-event
               ADD 1 TO coll-since-empty
               ADD 1 TO coll-hour-coins(cl-num-hh + 1)
               PERFORM 1200-TALLY-DAY-COIN
               PERFORM 1250-VALUE-COIN
      * A wallet top-up is cash in the box at the moment it is
      * keyed, so it counts with the coin takings.
             WHEN "WALLET+ "
               ADD 1 TO coll-since-empty
               ADD 1 TO coll-hour-coins(cl-num-hh + 1)
               PERFORM 1200-TALLY-DAY-COIN
               PERFORM 1250-VALUE-COIN
             WHEN "SERVICE "
               ADD 1 TO coll-total-service
             WHEN "PLAY    "
               ADD 1 TO coll-total-plays
               PERFORM 1300-TALLY-DAY-PLAY
               PERFORM 1350-CHARGE-PLAY
             WHEN "PLAY2   "
               ADD 1 TO coll-total-plays
               PERFORM 1300-TALLY-DAY-PLAY
               PERFORM 1350-CHARGE-PLAY
             WHEN "REFUND  "
               ADD 1 TO coll-total-refunds
               PERFORM 1500-TALLY-REASON
               PERFORM 1500-TALLY-REASON
             WHEN "COLLECT "
               MOVE 0 TO coll-since-empty
               MOVE 0 TO coll-since-cash
           END-EVALUATE
           END-IF
         END-IF.
           ADD 1 TO cde-coins(coll-day-pos)
         END-IF.

      * A COIN line is valued by its dn= code, or as channel one
      * when it has none; a wallet top-up is cash at the counter,
      * one credit unit. Token coins are counted, not valued -
      * their cash was taken when they were sold.
       1250-VALUE-COIN.
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
           ADD 1 TO coll-total-tokens
         ELSE
           ADD dnmt-value(dnm-pos) TO coll-total-cash
           ADD dnmt-value(dnm-pos) TO coll-since-cash
           IF coll-day-pos GREATER THAN 0 THEN
             ADD dnmt-value(dnm-pos) TO cde-cash(coll-day-pos)
           END-IF
         END-IF.

       1300-TALLY-DAY-PLAY.
         PERFORM 1400-FIND-DAY-SLOT
         IF coll-day-pos GREATER THAN 0 THEN
           ADD 1 TO cde-plays(coll-day-pos)
         END-IF.

      * What the play was charged: the per-play price in force when
      * it started, twice over for a PLAY2 (one play per seat).
       1350-CHARGE-PLAY.
         IF coll-no-rules EQUAL TO 1 THEN
           NEXT SENTENCE
         END-IF
         MOVE "A" TO prl-action
         MOVE cl-date TO prl-date
         MOVE cl-time TO prl-time
         CALL "PRICE-RULES" USING price-rules-data
           ON EXCEPTION
             MOVE 1 TO coll-no-rules
         END-CALL
         IF coll-no-rules EQUAL TO 0 THEN
           IF cl-event EQUAL TO "PLAY2   " THEN
             COMPUTE coll-charged = coll-charged + prl-price * 2
           ELSE
             ADD prl-price TO coll-charged
           END-IF
         END-IF.

       1400-FIND-DAY-SLOT.
         MOVE 0 TO coll-day-pos
         PERFORM VARYING coll-i FROM 1 BY 1
           MOVE cl-date TO cde-date(coll-day-pos)
           MOVE 0 TO cde-coins(coll-day-pos)
           MOVE 0 TO cde-plays(coll-day-pos)
           MOVE 0 TO cde-cash(coll-day-pos)
         END-IF.

      * cnt= rides the marker line at a fixed offset (column 63);
           MOVE 0 TO cvt-counted(coll-count-rows)
         END-IF.

      * Token sales for months PERIOD-CLOSE has not frozen.
       1700-TOTAL-TOKEN-SALES.
         IF dnm-count EQUAL TO 0 THEN
           GO TO 1700-EXIT
         END-IF
         OPEN INPUT TOKEN-SALES-FILE
         IF token-sales-status NOT EQUAL TO "00" THEN
           GO TO 1700-EXIT
         END-IF
         MOVE 0 TO coll-eof
         PERFORM UNTIL coll-eof EQUAL TO 1
           READ TOKEN-SALES-FILE
             AT END
               MOVE 1 TO coll-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE 0 TO coll-is-closed
               PERFORM VARYING coll-k FROM 1 BY 1
               UNTIL coll-k > coll-closed-count
                 IF cct-month(coll-k) EQUAL TO ts-date(1:6) THEN
                   MOVE 1 TO coll-is-closed
                   MOVE coll-closed-count TO coll-k
                 END-IF
               END-PERFORM
               IF coll-is-closed EQUAL TO 0
                  AND ts-amount IS NUMERIC THEN
                 ADD ts-amount TO coll-token-sales
               END-IF
           END-READ
         END-PERFORM
         CLOSE TOKEN-SALES-FILE
         MOVE 0 TO coll-eof.
       1700-EXIT.
         EXIT.

       1500-TALLY-REASON.
         EVALUATE cl-reason
           WHEN "M" ADD 1 TO coll-reason-m
           WHEN "S" ADD 1 TO coll-reason-s
           WHEN "D" ADD 1 TO coll-reason-d
           WHEN OTHER ADD 1 TO coll-reason-o
         END-EVALUATE.

               AT END
                 MOVE MAX-DAILY-ROWS TO dth-i
               NOT AT END
                 ADD 1 TO runlog-read
                 ADD 1 TO dth-count
                 MOVE dt-date TO dtht-date(dth-count)
                 MOVE dt-games-started TO dtht-started(dth-count)
         END-IF
         MOVE "Takings per day:" TO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written
         PERFORM VARYING coll-i FROM 1 BY 1
         UNTIL coll-i > coll-day-count
           MOVE cde-coins(coll-i) TO coll-edit-1
             END-IF
           END-PERFORM
           MOVE SPACES TO coll-line
           IF dnm-count GREATER THAN 0 THEN
             MOVE cde-cash(coll-i) TO coll-money-edit
             STRING "  " cde-date(coll-i) ": " DELIMITED BY SIZE
               FUNCTION TRIM(coll-edit-1) " coins ("
               FUNCTION TRIM(coll-money-edit) " cash), "
               FUNCTION TRIM(coll-edit-2) " plays ("
               FUNCTION TRIM(coll-edit-3) " starts)"
               DELIMITED BY SIZE INTO coll-line
           ELSE
             STRING "  " cde-date(coll-i) ": " DELIMITED BY SIZE
               FUNCTION TRIM(coll-edit-1) " coins, "
               FUNCTION TRIM(coll-edit-2) " plays ("
               FUNCTION TRIM(coll-edit-3) " starts in totals)"
               DELIMITED BY SIZE INTO coll-line
           END-IF
           WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
           ADD 1 TO runlog-written
         END-PERFORM.
       2000-EXIT.
         EXIT.
         END-IF
         MOVE "Takings per hour (all days):" TO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written
         PERFORM VARYING coll-i FROM 1 BY 1
         UNTIL coll-i > HOURS-IN-DAY
           IF coll-hour-coins(coll-i) GREATER THAN 0 THEN
               FUNCTION TRIM(coll-edit-1) " coins"
               DELIMITED BY SIZE INTO coll-line
             WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM.
       3000-EXIT.
           FUNCTION TRIM(coll-edit-3) " service credits"
           DELIMITED BY SIZE INTO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written
         IF dnm-count GREATER THAN 0 THEN
           PERFORM 4100-REPORT-MONEY
         END-IF
         IF coll-total-plays GREATER THAN 0 THEN
           COMPUTE coll-per-play ROUNDED =
             coll-total-coins / coll-total-plays
             FUNCTION TRIM(coll-rate-edit) " coins"
             DELIMITED BY SIZE INTO coll-line
           WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
           ADD 1 TO runlog-written
           IF coll-no-rules EQUAL TO 0 THEN
             COMPUTE coll-per-play ROUNDED =
               coll-charged / coll-total-plays
             MOVE coll-per-play TO coll-rate-edit
             MOVE coll-charged TO coll-edit-1
             MOVE SPACES TO coll-line
             STRING "  price in force averaged " DELIMITED BY SIZE
               FUNCTION TRIM(coll-rate-edit) " credits a play ("
               FUNCTION TRIM(coll-edit-1) " charged)"
               DELIMITED BY SIZE INTO coll-line
             WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
             ADD 1 TO runlog-written
           ELSE
             DISPLAY "PRICE-RULES is not linked in - plays not "
               "valued at the price in force" UPON SYSERR
             IF RETURN-CODE LESS THAN 4 THEN
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
         END-IF
         IF coll-total-refunds GREATER THAN 0
            OR coll-total-goodwill GREATER THAN 0 THEN
             " (broken out of takings)"
             DELIMITED BY SIZE INTO coll-line
           WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
           ADD 1 TO runlog-written
           MOVE coll-reason-m TO coll-edit-1
           MOVE coll-reason-s TO coll-edit-2
           MOVE coll-reason-o TO coll-edit-3
             FUNCTION TRIM(coll-edit-3)
             DELIMITED BY SIZE INTO coll-line
           WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
           ADD 1 TO runlog-written
           IF coll-reason-d GREATER THAN 0 THEN
             MOVE coll-reason-d TO coll-edit-1
             MOVE SPACES TO coll-line
             STRING "  upheld disputes: " DELIMITED BY SIZE
               FUNCTION TRIM(coll-edit-1)
               DELIMITED BY SIZE INTO coll-line
             WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
             ADD 1 TO runlog-written
           END-IF
           COMPUTE coll-net-coins = coll-total-coins
             - coll-total-refunds - coll-total-goodwill
           MOVE coll-net-coins TO coll-net-edit
             FUNCTION TRIM(coll-net-edit) " coins"
             DELIMITED BY SIZE INTO coll-line
           WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
           ADD 1 TO runlog-written
         END-IF
         MOVE coll-since-empty TO coll-edit-1
         MOVE SPACES TO coll-line
         IF dnm-count GREATER THAN 0 THEN
           MOVE coll-since-cash TO coll-money-edit
           STRING "Since last collection: " DELIMITED BY SIZE
             FUNCTION TRIM(coll-edit-1) " coins in the box ("
             FUNCTION TRIM(coll-money-edit) " cash)"
             DELIMITED BY SIZE INTO coll-line
         ELSE
           STRING "Since last collection: " DELIMITED BY SIZE
             FUNCTION TRIM(coll-edit-1) " coins in the box"
             DELIMITED BY SIZE INTO coll-line
         END-IF
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written
         IF coll-tampered EQUAL TO 1 THEN
           MOVE "WARNING: CHECKSUM CHAIN BROKEN - LEDGER EDITED?"
             TO coll-line
           WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
           ADD 1 TO runlog-written
           DISPLAY coll-line UPON SYSERR
           MOVE 4 TO RETURN-CODE
         END-IF.
       4000-EXIT.
         EXIT.

      * Takings in money are cash coins plus counter token sales;
      * tokens back through the mech are shown on their own line so
      * a change in the token price never restates the takings.
       4100-REPORT-MONEY.
         COMPUTE coll-takings = coll-total-cash + coll-token-sales
         MOVE coll-total-cash TO coll-money-edit
         MOVE coll-token-sales TO coll-money-edit-2
         MOVE SPACES TO coll-line
         STRING "Money: cash coins " DELIMITED BY SIZE
           FUNCTION TRIM(coll-money-edit) ", token sales "
           FUNCTION TRIM(coll-money-edit-2)
           DELIMITED BY SIZE INTO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written
         MOVE coll-takings TO coll-money-edit
         MOVE coll-total-tokens TO coll-edit-1
         MOVE SPACES TO coll-line
         STRING "Takings: " DELIMITED BY SIZE
           FUNCTION TRIM(coll-money-edit) " (tokens redeemed: "
           FUNCTION TRIM(coll-edit-1) ")"
           DELIMITED BY SIZE INTO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written.

       7000-REPORT-CASH-COUNTS.
         IF coll-count-rows EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE ALL "-" TO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written
         MOVE "Cash counts at collection (expected vs counted):"
           TO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written
         MOVE 0 TO coll-cum-variance
         PERFORM VARYING coll-k FROM 1 BY 1
         UNTIL coll-k > coll-count-rows
               DELIMITED BY SIZE INTO coll-line
           END-IF
           WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
           ADD 1 TO runlog-written
         END-PERFORM
         MOVE coll-cum-variance TO coll-variance-edit
         MOVE SPACES TO coll-line
         STRING "  cumulative variance: " DELIMITED BY SIZE
           FUNCTION TRIM(coll-variance-edit)
           DELIMITED BY SIZE INTO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written.

      * Outstanding wallet balances are money the shop owes in
      * plays; the liability belongs next to the takings picture.
             AT END
               MOVE 1 TO coll-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD ppx-wallet TO coll-wallet-liability
           END-READ
         END-PERFORM
             " credits banked by players"
             DELIMITED BY SIZE INTO coll-line
           WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
           ADD 1 TO runlog-written
         END-IF.

       6000-REPORT-CLOSED-PERIODS.
         END-IF
         MOVE ALL "-" TO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written
         MOVE "Closed periods (frozen by PERIOD-CLOSE):"
           TO coll-line
         WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
         ADD 1 TO runlog-written
         PERFORM VARYING coll-k FROM 1 BY 1
         UNTIL coll-k > coll-closed-count
           MOVE cct-coins(coll-k) TO coll-edit-1
             FUNCTION TRIM(coll-rate-edit) " per play"
             DELIMITED BY SIZE INTO coll-line
           WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
           ADD 1 TO runlog-written
           IF cct-has-money(coll-k) EQUAL TO 1
              AND dnm-count GREATER THAN 0 THEN
             COMPUTE coll-takings = cct-cash(coll-k)
               + cct-token-sales(coll-k)
             MOVE coll-takings TO coll-money-edit
             MOVE cct-token-sales(coll-k) TO coll-money-edit-2
             MOVE cct-tokens-in(coll-k) TO coll-edit-1
             MOVE SPACES TO coll-line
             STRING "    takings " DELIMITED BY SIZE
               FUNCTION TRIM(coll-money-edit) " incl. token sales "
               FUNCTION TRIM(coll-money-edit-2) ", tokens in "
               FUNCTION TRIM(coll-edit-1)
               DELIMITED BY SIZE INTO coll-line
             WRITE COLLECTIONS-REPORT-RECORD FROM coll-line
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM.

      * Appends the COLLECT marker on the existing checksum chain:
         IF coin-audit-status NOT EQUAL TO "00" THEN
           DISPLAY "No COIN-AUDIT.DAT - nothing to collect"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE 0 TO coll-eof
             AT END
               MOVE 1 TO coll-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cl-seq IS NUMERIC THEN
                 MOVE cl-seq TO coll-last-seq
               END-IF
           MOVE " cnt=" TO COIN-AUDIT-RECORD(58:5)
           MOVE coll-counted TO COIN-AUDIT-RECORD(63:5)
         END-IF
         IF coll-staff NOT EQUAL TO SPACES THEN
           MOVE " by=" TO COIN-AUDIT-RECORD(69:4)
           MOVE coll-staff TO COIN-AUDIT-RECORD(73:4)
         END-IF
         MOVE COIN-AUDIT-RECORD TO coll-marker-line
         WRITE COIN-AUDIT-RECORD
         ADD 1 TO runlog-written
         CLOSE COIN-AUDIT-FILE
         DISPLAY "Collection recorded"
         PERFORM 5200-PUBLISH-COLLECTION THRU 5200-EXIT.
       5000-EXIT.
         EXIT.

      * The marker goes to the shared mount exactly as it stands on
      * the local ledger, appended to COLLECT-<cabinet id>.DAT.
       5200-PUBLISH-COLLECTION.
         OPEN INPUT CONFIG-FILE
         IF config-status EQUAL TO "00" THEN
           MOVE 0 TO coll-eof
           PERFORM UNTIL coll-eof EQUAL TO 1
             READ CONFIG-FILE
               AT END
                 MOVE 1 TO coll-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF CONFIG-LINE(1:8) EQUAL TO "cabinet=" THEN
                   MOVE CONFIG-LINE(9:6) TO coll-cabinet-id
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
         END-IF
         IF coll-cabinet-id EQUAL TO SPACES THEN
           DISPLAY "No cabinet id in CONFIG.DAT - collection not "
             "published to the shared mount" UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 5200-EXIT
         END-IF
         MOVE SPACES TO coll-publish-name
         STRING "COLLECT-" FUNCTION TRIM(coll-cabinet-id) ".DAT"
           DELIMITED BY SIZE INTO coll-publish-name
         OPEN EXTEND PUBLISHED-COLLECT-FILE
         IF published-collect-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT PUBLISHED-COLLECT-FILE
         END-IF
         IF published-collect-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write " FUNCTION TRIM(coll-publish-name)
             " - collection not published" UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 5200-EXIT
         END-IF
         WRITE PUBLISHED-COLLECT-RECORD FROM coll-marker-line
         ADD 1 TO runlog-written
         CLOSE PUBLISHED-COLLECT-FILE.
       5200-EXIT.
         EXIT.

      * No STAFF.DAT (or an empty one): the count is taken as
      * before, unattributed. Otherwise the third argument must be
      * an active collector and the count itself is required;
      * coll-staff stays spaces on a refusal.
       5100-CHECK-COLLECTOR.
         MOVE 0 TO coll-staff-rows
         MOVE SPACES TO coll-staff
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 5100-EXIT
         END-IF
         MOVE 0 TO coll-eof
         PERFORM UNTIL coll-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO coll-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO coll-staff-rows
               IF st-id EQUAL TO coll-arg-3(1:4)
                  AND coll-arg-3(5:1) EQUAL TO SPACE
                  AND st-role EQUAL TO "C"
                  AND st-active EQUAL TO "Y" THEN
                 MOVE st-id TO coll-staff
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF coll-staff-rows EQUAL TO 0 THEN
           GO TO 5100-EXIT
         END-IF
         IF coll-arg-2(1:1) IS NOT NUMERIC THEN
           MOVE SPACES TO coll-staff
         END-IF
         IF coll-staff EQUAL TO SPACES THEN
           DISPLAY "Usage: collections EMPTY <counted> <staff ID> - "
             "the count is taken by an active collector"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       5100-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "COLLECTIONS" TO rptarc-program
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
         MOVE "COLLECTIONS" TO runlog-program
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
       END PROGRAM COLLECTIONS.

      * Compile and run on Windows:
      * cobc -xj cabinet-pnl.cbl batch-runlog.cbl report-archive.cbl
      * Cabinet profitability statement for one closed period. Sets
      * what the cabinet took in against what it gave away, so the
      * month's "is it making money after prizes" answer comes from
      * one report instead of three:
      *   + gross coins, as frozen in PERIOD-LEDGER.DAT (pl-coins)
      *   + wallet credits played this month, split into those the
      *     player bought this month and those bought (and banked
      *     as cash) in an earlier period
      *   - refund/goodwill and service credits given away
      *   - prizes redeemed this month at their PRIZES.DAT unit
      *     cost (pz-unit-cost, in coins)
      *   = net contribution, and contribution per play
      * Wallet money is aged first-in first-out across the shop's
      * whole wallet pool: SHARED-WALLET.DAT WALLET, TPRIZE and
      * SEED lines and COUNTER-LEDGER.DAT TOPUP lines pay in, every
      * cabinet's DRAW lines pay out, and the month's draws use up
      * what the pool carried in, in the order they were made. Only
      * this cabinet's draws are reported. A cabinet with no shared
      * store ages its own COIN-AUDIT.DAT WALLET+/WALLET- lines.
      * A redemption is dated by its PRIZE-MOVES.DAT REDEEMED line;
      * tickets redeemed before that journal existed fall back to
      * the month the ticket was printed. All figures are in coins.
      * Tickets under a fleet number are redeemed on the shop
      * register SHOP-TICKETS.DAT, so the prizes are read from
      * there for this cabinet (the cabinet= line of CONFIG.DAT,
      * else the cabinet on its own register lines), and from
      * TICKET-REGISTER.DAT for the bare six-digit numbers
      * redeemed there before the fleet numbers.
      * Run with the closed month (YYYYMM); with no argument the
      * month before the current one is reported. The month must
      * already be closed by PERIOD-CLOSE. Output: CABINET-PNL.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CABINET-PNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PERIOD-LEDGER-FILE ASSIGN TO "PERIOD-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS period-ledger-status.
         SELECT COIN-AUDIT-FILE ASSIGN TO "COIN-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS coin-audit-status.
         SELECT SHARED-WALLET-FILE ASSIGN TO "SHARED-WALLET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-wallet-status.
         SELECT COUNTER-LEDGER-FILE ASSIGN TO "COUNTER-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS counter-ledger-status.
         SELECT PRIZES-FILE ASSIGN TO "PRIZES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prizes-status.
         SELECT PRIZE-MOVES-FILE ASSIGN TO "PRIZE-MOVES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prize-moves-status.
         SELECT TICKET-REGISTER-FILE ASSIGN USING cp-register-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-register-status.
         SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-status.
         SELECT PNL-REPORT-FILE ASSIGN TO "CABINET-PNL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pnl-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-LEDGER-FILE.
         COPY period-ledger-record.
       FD COIN-AUDIT-FILE.
         COPY coin-audit-record.
       FD SHARED-WALLET-FILE.
         COPY shared-wallet-record.
       FD COUNTER-LEDGER-FILE.
         COPY counter-ledger-record.
       FD PRIZES-FILE.
         COPY prize-record.
       FD PRIZE-MOVES-FILE.
         COPY prize-move-record.
       FD TICKET-REGISTER-FILE.
         COPY ticket-register-record.
       FD CONFIG-FILE.
         01 CONFIG-LINE PIC X(80).
       FD PNL-REPORT-FILE.
         01 PNL-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 cabinet-pnl-data.
         05 period-ledger-status PIC X(02) VALUE "00".
         05 coin-audit-status PIC X(02) VALUE "00".
         05 shared-wallet-status PIC X(02) VALUE "00".
         05 counter-ledger-status PIC X(02) VALUE "00".
         05 prizes-status PIC X(02) VALUE "00".
         05 prize-moves-status PIC X(02) VALUE "00".
         05 ticket-register-status PIC X(02) VALUE "00".
         05 config-status PIC X(02) VALUE "00".
         05 cp-register-name PIC X(20).
      * 1 while the shop register is being read; the cabinet a
      * journal line must carry to date the ticket in hand.
         05 cp-shop-scan PIC 9 VALUE 0.
         05 cp-match-cabinet PIC X(06).
         05 pnl-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 cp-month PIC X(06).
         05 cp-eof PIC 9 VALUE 0.
         05 cp-closed PIC 9 VALUE 0.
         05 cp-i PIC 9(04).
         05 cp-pos PIC 9(04).
         05 cp-cabinet PIC X(06) VALUE SPACES.
         05 cp-closed-on PIC X(08) VALUE SPACES.
         05 cp-coins PIC 9(07) VALUE 0.
         05 cp-plays PIC 9(07) VALUE 0.
         05 cp-refunds PIC 9(05) VALUE 0.
         05 cp-service PIC 9(05) VALUE 0.
         05 cp-now-yyyymm PIC 9(06).
         05 cp-now-split REDEFINES cp-now-yyyymm.
           10 cp-now-yyyy PIC 9(04).
           10 cp-now-mm PIC 9(02).
      * Wallet aging: credits topped up and drawn before the month
      * opens leave a carried-in balance; this month's draws use
      * that up first. cp-left is what is still unspent of it as
      * the month's draws are walked.
         05 cp-draw PIC 9(04).
         05 cp-left PIC 9(07) VALUE 0.
         05 cp-take PIC 9(04).
         05 cp-month-open PIC 9 VALUE 0.
         05 cp-topups-before PIC 9(07) VALUE 0.
         05 cp-draws-before PIC 9(07) VALUE 0.
         05 cp-carried-in PIC 9(07) VALUE 0.
         05 cp-draws-month PIC 9(07) VALUE 0.
         05 cp-drawn-earlier PIC 9(07) VALUE 0.
         05 cp-drawn-in-period PIC 9(07) VALUE 0.
         05 cp-redeem-month PIC X(06).
         05 cp-uncosted PIC 9(05) VALUE 0.
         05 cp-unknown PIC 9(05) VALUE 0.
         05 cp-prize-cost PIC 9(07)V9(02) VALUE 0.
         05 cp-net PIC S9(07)V9(02) VALUE 0.
         05 cp-per-play PIC S9(05)V9(02) VALUE 0.
         05 cp-label PIC X(42).
         05 cp-amount PIC S9(07)V9(02).
         05 cp-edit-1 PIC -------9.
         05 cp-edit-2 PIC ------9.99.
         05 cp-edit-3 PIC ZZZZ9.
         05 cp-edit-4 PIC ZZ9.99.
         05 cp-line PIC X(70).
         78 MAX-PRIZES VALUE 30.
         05 cp-prize-count PIC 9(02) VALUE 0.
         05 cp-prize-table.
           10 cp-prize OCCURS MAX-PRIZES TIMES.
             15 cpz-code PIC X(04).
             15 cpz-name PIC X(16).
             15 cpz-unit-cost PIC 9(03)V9(02).
             15 cpz-qty PIC 9(05).
             15 cpz-value PIC 9(07)V9(02).
      * Ticket number -> month redeemed, from the REDEEMED lines
      * of the prize-movement journal; the cabinet is taken off a
      * fleet number in pm-reason, spaces for a bare number.
         78 MAX-REDEMPTIONS VALUE 5000.
         05 cp-redeem-count PIC 9(04) VALUE 0.
         05 cp-redeem-table.
           10 cp-redeem OCCURS MAX-REDEMPTIONS TIMES.
             15 cpr-ticket PIC 9(06).
             15 cpr-cabinet PIC X(06).
             15 cpr-month PIC X(06).
         05 COLL-WORK PIC X(68).
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
           10 FILLER PIC X(11).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-PICK-MONTH
         PERFORM 2000-LOAD-CLOSED-PERIOD THRU 2000-EXIT
         IF cp-closed EQUAL TO 0 THEN
           DISPLAY "Period " cp-month " is not closed - run "
             "PERIOD-CLOSE first" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 1100-READ-CABINET-ID THRU 1100-EXIT
         PERFORM 3000-AGE-WALLET-DRAWS THRU 3000-EXIT
         PERFORM 4000-LOAD-PRIZES THRU 4000-EXIT
         PERFORM 4100-LOAD-REDEMPTION-DATES THRU 4100-EXIT
         PERFORM 4200-COST-REDEMPTIONS THRU 4200-EXIT
         PERFORM 5000-COMPUTE-CONTRIBUTION
         PERFORM 6000-WRITE-STATEMENT
         DISPLAY "Statement for " cp-month " in CABINET-PNL.RPT"
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-PICK-MONTH.
         ACCEPT command-line-args FROM COMMAND-LINE
         IF command-line-args(1:6) IS NUMERIC THEN
           MOVE command-line-args(1:6) TO cp-month
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:6) TO cp-now-yyyymm
           IF cp-now-mm EQUAL TO 1 THEN
             SUBTRACT 1 FROM cp-now-yyyy
             MOVE 12 TO cp-now-mm
           ELSE
             SUBTRACT 1 FROM cp-now-mm
           END-IF
           MOVE cp-now-yyyymm TO cp-month
         END-IF.

       1100-READ-CABINET-ID.
         OPEN INPUT CONFIG-FILE
         IF config-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         MOVE 0 TO cp-eof
         PERFORM UNTIL cp-eof EQUAL TO 1
           READ CONFIG-FILE
             AT END
               MOVE 1 TO cp-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF CONFIG-LINE(1:8) EQUAL TO "cabinet=" THEN
                 MOVE CONFIG-LINE(9:6) TO cp-cabinet
               END-IF
           END-READ
         END-PERFORM
         CLOSE CONFIG-FILE.
       1100-EXIT.
         EXIT.

      * The takings side comes only from the frozen close record,
      * never from a re-count of the live ledger.
       2000-LOAD-CLOSED-PERIOD.
         OPEN INPUT PERIOD-LEDGER-FILE
         IF period-ledger-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO cp-eof
         PERFORM UNTIL cp-eof EQUAL TO 1
           READ PERIOD-LEDGER-FILE NEXT RECORD
             AT END
               MOVE 1 TO cp-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF pl-month EQUAL TO cp-month THEN
                 MOVE 1 TO cp-closed
                 MOVE pl-coins TO cp-coins
                 MOVE pl-plays TO cp-plays
                 MOVE pl-refunds TO cp-refunds
                 MOVE pl-service TO cp-service
                 MOVE pl-closed-on TO cp-closed-on
                 MOVE 1 TO cp-eof
               END-IF
           END-READ
         END-PERFORM
         CLOSE PERIOD-LEDGER-FILE.
       2000-EXIT.
         EXIT.

      * The shop's wallet lines are written under the ledger lock
      * as the store moves, so the file is already in the order the
      * money moved; the month's lines follow every earlier one.
       3000-AGE-WALLET-DRAWS.
         OPEN INPUT SHARED-WALLET-FILE
         IF shared-wallet-status NOT EQUAL TO "00" THEN
           PERFORM 3300-AGE-LOCAL-WALLET THRU 3300-EXIT
           GO TO 3000-EXIT
         END-IF
         PERFORM 3200-READ-COUNTER-TOPUPS THRU 3200-EXIT
         MOVE 0 TO cp-eof
         PERFORM UNTIL cp-eof EQUAL TO 1
           READ SHARED-WALLET-FILE
             AT END
               MOVE 1 TO cp-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 3100-TALLY-SHARED-LINE
           END-READ
         END-PERFORM
         CLOSE SHARED-WALLET-FILE
         IF cp-month-open EQUAL TO 0 THEN
           PERFORM 3150-OPEN-MONTH
         END-IF
         COMPUTE cp-drawn-in-period = cp-draws-month
           - cp-drawn-earlier.
       3000-EXIT.
         EXIT.

      * A DRAW of this month takes what it can from the carried-in
      * balance still left, whichever cabinet it was played on.
       3100-TALLY-SHARED-LINE.
         IF swl-date(1:6) GREATER THAN cp-month
            OR swl-credits IS NOT NUMERIC THEN
           NEXT SENTENCE
         END-IF
         IF swl-date(1:6) LESS THAN cp-month THEN
           EVALUATE swl-kind
             WHEN "WALLET"
             WHEN "TPRIZE"
             WHEN "SEED  "
               ADD swl-credits TO cp-topups-before
             WHEN "DRAW  "
               ADD swl-credits TO cp-draws-before
           END-EVALUATE
           NEXT SENTENCE
         END-IF
         IF cp-month-open EQUAL TO 0 THEN
           PERFORM 3150-OPEN-MONTH
         END-IF
         IF swl-kind EQUAL TO "DRAW  " THEN
           MOVE swl-credits TO cp-take
           IF cp-take GREATER THAN cp-left THEN
             MOVE cp-left TO cp-take
           END-IF
           SUBTRACT cp-take FROM cp-left
           IF swl-cabinet EQUAL TO cp-cabinet THEN
             ADD swl-credits TO cp-draws-month
             ADD cp-take TO cp-drawn-earlier
           END-IF
         END-IF.

       3150-OPEN-MONTH.
         IF cp-topups-before GREATER THAN cp-draws-before THEN
           COMPUTE cp-carried-in = cp-topups-before
             - cp-draws-before
         END-IF
         MOVE cp-carried-in TO cp-left
         MOVE 1 TO cp-month-open.

      * Credits put on at the prize counter go straight onto the
      * store and are journalled only on the counter ledger.
       3200-READ-COUNTER-TOPUPS.
         OPEN INPUT COUNTER-LEDGER-FILE
         IF counter-ledger-status NOT EQUAL TO "00" THEN
           GO TO 3200-EXIT
         END-IF
         MOVE 0 TO cp-eof
         PERFORM UNTIL cp-eof EQUAL TO 1
           READ COUNTER-LEDGER-FILE
             AT END
               MOVE 1 TO cp-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cx-type EQUAL TO "TOPUP "
                  AND cx-credits IS NUMERIC
                  AND cx-date(1:6) LESS THAN cp-month THEN
                 ADD cx-credits TO cp-topups-before
               END-IF
           END-READ
         END-PERFORM
         CLOSE COUNTER-LEDGER-FILE.
       3200-EXIT.
         EXIT.

      * No shared store: the cabinet's own wallet is the whole pool.
      * WALLET+ is one credit bought at the counter; a WALLET- line
      * carries the credits drawn in cr=. Lines written before the
      * draw was logged there show the coin bank instead, and count
      * as a single credit when that reads zero.
       3300-AGE-LOCAL-WALLET.
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status NOT EQUAL TO "00" THEN
           GO TO 3300-EXIT
         END-IF
         MOVE 0 TO cp-eof
         PERFORM UNTIL cp-eof EQUAL TO 1
           READ COIN-AUDIT-FILE NEXT RECORD INTO COLL-WORK
             AT END
               MOVE 1 TO cp-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 3310-TALLY-LOCAL-LINE
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE
         IF cp-topups-before GREATER THAN cp-draws-before THEN
           COMPUTE cp-carried-in = cp-topups-before
             - cp-draws-before
         END-IF
         IF cp-draws-month GREATER THAN cp-carried-in THEN
           MOVE cp-carried-in TO cp-drawn-earlier
         ELSE
           MOVE cp-draws-month TO cp-drawn-earlier
         END-IF
         COMPUTE cp-drawn-in-period = cp-draws-month
           - cp-drawn-earlier.
       3300-EXIT.
         EXIT.

       3310-TALLY-LOCAL-LINE.
         IF cl-month GREATER THAN cp-month THEN
           NEXT SENTENCE
         END-IF
         EVALUATE cl-event
           WHEN "WALLET+ "
             IF cl-month LESS THAN cp-month THEN
               ADD 1 TO cp-topups-before
             END-IF
           WHEN "WALLET- "
             MOVE 0 TO cp-draw
             IF FUNCTION TRIM(cl-credits) IS NUMERIC THEN
               COMPUTE cp-draw = FUNCTION NUMVAL(cl-credits)
             END-IF
             IF cp-draw EQUAL TO 0 THEN
               MOVE 1 TO cp-draw
             END-IF
             IF cl-month EQUAL TO cp-month THEN
               ADD cp-draw TO cp-draws-month
             ELSE
               ADD cp-draw TO cp-draws-before
             END-IF
         END-EVALUATE.

      * Catalog rows from before the unit cost existed read as zero
      * cost; redemptions of them are counted so the statement can
      * say its prize line is understated.
       4000-LOAD-PRIZES.
         OPEN INPUT PRIZES-FILE
         IF prizes-status NOT EQUAL TO "00" THEN
           GO TO 4000-EXIT
         END-IF
         MOVE 0 TO cp-eof
         PERFORM UNTIL cp-eof EQUAL TO 1
           READ PRIZES-FILE
             AT END
               MOVE 1 TO cp-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cp-prize-count LESS THAN MAX-PRIZES THEN
                 ADD 1 TO cp-prize-count
                 INITIALIZE cp-prize(cp-prize-count)
                 MOVE pz-code TO cpz-code(cp-prize-count)
                 MOVE pz-name TO cpz-name(cp-prize-count)
                 IF pz-unit-cost IS NUMERIC THEN
                   MOVE pz-unit-cost TO cpz-unit-cost(cp-prize-count)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE PRIZES-FILE.
       4000-EXIT.
         EXIT.

       4100-LOAD-REDEMPTION-DATES.
         OPEN INPUT PRIZE-MOVES-FILE
         IF prize-moves-status NOT EQUAL TO "00" THEN
           GO TO 4100-EXIT
         END-IF
         MOVE 0 TO cp-eof
         PERFORM UNTIL cp-eof EQUAL TO 1
           READ PRIZE-MOVES-FILE
             AT END
               MOVE 1 TO cp-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF pm-type EQUAL TO "REDEEMED"
                  AND pm-ticket IS NUMERIC
                  AND cp-redeem-count LESS THAN MAX-REDEMPTIONS
                   THEN
                 ADD 1 TO cp-redeem-count
                 MOVE pm-ticket TO cpr-ticket(cp-redeem-count)
                 MOVE SPACES TO cpr-cabinet(cp-redeem-count)
                 IF pm-reason(1:7) EQUAL TO "TICKET "
                    AND pm-reason(14:1) EQUAL TO "-" THEN
                   MOVE pm-reason(8:6) TO cpr-cabinet(cp-redeem-count)
                 END-IF
                 IF pm-reason(1:8) EQUAL TO "COUNTER "
                    AND pm-reason(15:1) EQUAL TO "-" THEN
                   MOVE pm-reason(9:6) TO cpr-cabinet(cp-redeem-count)
                 END-IF
                 MOVE pm-date(1:6) TO cpr-month(cp-redeem-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE PRIZE-MOVES-FILE.
       4100-EXIT.
         EXIT.

      * The prize handed out is whatever tk-prize the register holds
      * for the ticket; the journal only says when. The cabinet's
      * own register first, then its lines on the shop register.
       4200-COST-REDEMPTIONS.
         MOVE "TICKET-REGISTER.DAT" TO cp-register-name
         MOVE 0 TO cp-shop-scan
         PERFORM 4250-SCAN-REGISTER THRU 4250-EXIT
         IF cp-cabinet NOT EQUAL TO SPACES THEN
           MOVE "SHOP-TICKETS.DAT" TO cp-register-name
           MOVE 1 TO cp-shop-scan
           PERFORM 4250-SCAN-REGISTER THRU 4250-EXIT
         END-IF.
       4200-EXIT.
         EXIT.

      * TKT marks the other tickets spent on a counter prize; the
      * prize itself is on the first of them.
       4250-SCAN-REGISTER.
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           GO TO 4250-EXIT
         END-IF
         MOVE 0 TO cp-eof
         PERFORM UNTIL cp-eof EQUAL TO 1
           READ TICKET-REGISTER-FILE
             AT END
               MOVE 1 TO cp-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cp-shop-scan EQUAL TO 0
                  AND cp-cabinet EQUAL TO SPACES
                  AND tk-cabinet NOT EQUAL TO SPACES THEN
                 MOVE tk-cabinet TO cp-cabinet
               END-IF
               IF tk-redeemed EQUAL TO 1
                  AND tk-prize NOT EQUAL TO SPACES
                  AND tk-prize NOT EQUAL TO "TKT "
                  AND (cp-shop-scan EQUAL TO 0
                       OR tk-cabinet EQUAL TO cp-cabinet) THEN
                 MOVE SPACES TO cp-match-cabinet
                 IF cp-shop-scan EQUAL TO 1 THEN
                   MOVE tk-cabinet TO cp-match-cabinet
                 END-IF
                 PERFORM 4300-COST-ONE-TICKET
               END-IF
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE.
       4250-EXIT.
         EXIT.

       4300-COST-ONE-TICKET.
         MOVE tk-date(1:6) TO cp-redeem-month
         PERFORM VARYING cp-i FROM 1 BY 1
         UNTIL cp-i > cp-redeem-count
           IF cpr-ticket(cp-i) EQUAL TO tk-number
              AND cpr-cabinet(cp-i) EQUAL TO cp-match-cabinet THEN
             MOVE cpr-month(cp-i) TO cp-redeem-month
             MOVE cp-redeem-count TO cp-i
           END-IF
         END-PERFORM
         IF cp-redeem-month NOT EQUAL TO cp-month THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO cp-pos
         PERFORM VARYING cp-i FROM 1 BY 1
         UNTIL cp-i > cp-prize-count
           IF cpz-code(cp-i) EQUAL TO tk-prize THEN
             MOVE cp-i TO cp-pos
             MOVE cp-prize-count TO cp-i
           END-IF
         END-PERFORM
         IF cp-pos EQUAL TO 0 THEN
           ADD 1 TO cp-unknown
         ELSE
           ADD 1 TO cpz-qty(cp-pos)
           ADD cpz-unit-cost(cp-pos) TO cpz-value(cp-pos)
           ADD cpz-unit-cost(cp-pos) TO cp-prize-cost
           IF cpz-unit-cost(cp-pos) EQUAL TO 0 THEN
             ADD 1 TO cp-uncosted
           END-IF
         END-IF.

       5000-COMPUTE-CONTRIBUTION.
         COMPUTE cp-net = cp-coins + cp-drawn-in-period
           + cp-drawn-earlier - cp-refunds - cp-service
           - cp-prize-cost
         IF cp-plays GREATER THAN 0 THEN
           COMPUTE cp-per-play ROUNDED = cp-net / cp-plays
         END-IF.

       6000-WRITE-STATEMENT.
         OPEN OUTPUT PNL-REPORT-FILE
         IF pnl-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write CABINET-PNL.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         MOVE SPACES TO cp-line
         STRING "Cabinet profitability statement - period "
           cp-month DELIMITED BY SIZE INTO cp-line
         WRITE PNL-REPORT-RECORD FROM cp-line
         ADD 1 TO runlog-written
         MOVE SPACES TO cp-line
         STRING "Cabinet " cp-cabinet "   closed " cp-closed-on
           "   (all figures in coins)"
           DELIMITED BY SIZE INTO cp-line
         WRITE PNL-REPORT-RECORD FROM cp-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO cp-line
         WRITE PNL-REPORT-RECORD FROM cp-line
         ADD 1 TO runlog-written
         MOVE "Gross coins" TO cp-label
         MOVE cp-coins TO cp-amount
         PERFORM 6200-WRITE-AMOUNT-LINE
         MOVE "Wallet credits played, bought this period"
           TO cp-label
         MOVE cp-drawn-in-period TO cp-amount
         PERFORM 6200-WRITE-AMOUNT-LINE
         MOVE "Wallet credits played, bought earlier"
           TO cp-label
         MOVE cp-drawn-earlier TO cp-amount
         PERFORM 6200-WRITE-AMOUNT-LINE
         MOVE "Refund and goodwill credits" TO cp-label
         COMPUTE cp-amount = 0 - cp-refunds
         PERFORM 6200-WRITE-AMOUNT-LINE
         MOVE "Service credits" TO cp-label
         COMPUTE cp-amount = 0 - cp-service
         PERFORM 6200-WRITE-AMOUNT-LINE
         MOVE "Prizes redeemed at unit cost" TO cp-label
         COMPUTE cp-amount = 0 - cp-prize-cost
         PERFORM 6200-WRITE-AMOUNT-LINE
         MOVE ALL "-" TO cp-line
         WRITE PNL-REPORT-RECORD FROM cp-line
         ADD 1 TO runlog-written
         MOVE "Net contribution" TO cp-label
         MOVE cp-net TO cp-amount
         PERFORM 6200-WRITE-AMOUNT-LINE
         MOVE cp-plays TO cp-edit-1
         MOVE SPACES TO cp-line
         STRING "Plays" DELIMITED BY SIZE INTO cp-line
         MOVE cp-edit-1 TO cp-line(43:8)
         WRITE PNL-REPORT-RECORD FROM cp-line
         ADD 1 TO runlog-written
         MOVE "Contribution per play" TO cp-label
         MOVE cp-per-play TO cp-amount
         PERFORM 6200-WRITE-AMOUNT-LINE
         PERFORM 6100-WRITE-PRIZE-DETAIL
         CLOSE PNL-REPORT-FILE
         MOVE cp-month TO rptarc-from
         MOVE cp-month TO rptarc-to
         MOVE "CABINET-PNL.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT.

       6100-WRITE-PRIZE-DETAIL.
         MOVE SPACES TO cp-line
         WRITE PNL-REPORT-RECORD FROM cp-line
         ADD 1 TO runlog-written
         MOVE "Prizes redeemed:   qty   unit     value" TO cp-line
         WRITE PNL-REPORT-RECORD FROM cp-line
         ADD 1 TO runlog-written
         PERFORM VARYING cp-i FROM 1 BY 1
         UNTIL cp-i > cp-prize-count
           IF cpz-qty(cp-i) GREATER THAN 0 THEN
             MOVE cpz-qty(cp-i) TO cp-edit-3
             MOVE cpz-unit-cost(cp-i) TO cp-edit-4
             MOVE cpz-value(cp-i) TO cp-edit-2
             MOVE SPACES TO cp-line
             STRING "  " cpz-code(cp-i) " " cpz-name(cp-i)
               cp-edit-3 " " cp-edit-4 cp-edit-2
               DELIMITED BY SIZE INTO cp-line
             WRITE PNL-REPORT-RECORD FROM cp-line
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM
         IF cp-uncosted GREATER THAN 0 THEN
           MOVE cp-uncosted TO cp-edit-3
           MOVE SPACES TO cp-line
           STRING "  " FUNCTION TRIM(cp-edit-3)
             " redeemed at a prize with no unit cost on file"
             DELIMITED BY SIZE INTO cp-line
           WRITE PNL-REPORT-RECORD FROM cp-line
           ADD 1 TO runlog-written
         END-IF
         IF cp-unknown GREATER THAN 0 THEN
           MOVE cp-unknown TO cp-edit-3
           MOVE SPACES TO cp-line
           STRING "  " FUNCTION TRIM(cp-edit-3)
             " redeemed at a code no longer in PRIZES.DAT"
             DELIMITED BY SIZE INTO cp-line
           WRITE PNL-REPORT-RECORD FROM cp-line
           ADD 1 TO runlog-written
         END-IF.

       6200-WRITE-AMOUNT-LINE.
         MOVE cp-amount TO cp-edit-2
         MOVE SPACES TO cp-line
         STRING cp-label " " cp-edit-2
           DELIMITED BY SIZE INTO cp-line
         WRITE PNL-REPORT-RECORD FROM cp-line
         ADD 1 TO runlog-written.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "CABINET-PNL" TO rptarc-program
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
         MOVE "CABINET-PNL" TO runlog-program
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
       END PROGRAM CABINET-PNL.

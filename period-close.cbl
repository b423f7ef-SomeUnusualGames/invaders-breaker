      * Compile and run on Windows:
      * cobc -xj period-close.cbl batch-runlog.cbl
      * Monthly financial period close. Freezes one month's coin
      * takings, plays, refunds/goodwill and per-play earnings into
      * an append-only PERIOD-LEDGER.DAT record, capturing the
      * close time. Once a month is closed its numbers never move:
      * a re-run for the same month is refused, and COLLECTIONS
      * reports the open period against the closed records instead
      * of re-deriving history from the ever-growing ledger. The
      * record also carries the stored-value wallet liability at
      * month end. The wallet is the shop's, not the cabinet's:
      * with the shop-wide store SHARED-PROFILES.IDX in reach the
      * liability is that store's total today, wound back by the
      * movements dated after the month on SHARED-WALLET.DAT and
      * the TOPUP lines of COUNTER-LEDGER.DAT, and it is flagged as
      * the shop's figure. A cabinet with no shop store winds its
      * own PLAYER-PROFILES.IDX back by its own later wallet lines
      * as before. Either way any balance a later ident-maint PURGE
      * wrote off (MOD-JOURNAL.DAT) is put back.
      * Run with the month to close as the argument (YYYYMM); with
      * no argument the month before the current one is closed.
      * The closed month's line is also published to the shared
      * mount as PERIOD-LEDGER-<cabinet id>.DAT for SHOP-LEDGER to
      * consolidate. A re-run for an already-closed month publishes
      * it if the mount was unreachable the first time; a published
      * line is never overwritten.
      * With a DENOMINATIONS.DAT table the close also freezes the
      * month in money: cash coins at face value, house tokens
      * redeemed (counted, not valued - their cash was taken at the
      * counter) and the month's TOKEN-SALES.DAT cash, so takings
      * stay right across a change in the token price.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
       ENVIRONMENT DIVISION.
         SELECT PERIOD-LEDGER-FILE ASSIGN TO "PERIOD-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS period-ledger-status.
         SELECT PLAYER-PROFILES-FILE
           ASSIGN TO "PLAYER-PROFILES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ppx-initials
           FILE STATUS IS profile-status.
         SELECT SHARED-PROFILES-FILE ASSIGN TO "SHARED-PROFILES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS spx-initials
           FILE STATUS IS shared-profile-status.
         SELECT SHARED-WALLET-FILE ASSIGN TO "SHARED-WALLET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-wallet-status.
         SELECT COUNTER-LEDGER-FILE ASSIGN TO "COUNTER-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS counter-ledger-status.
         SELECT MOD-JOURNAL-FILE ASSIGN TO "MOD-JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mod-journal-status.
         SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-status.
         SELECT PUBLISHED-LEDGER-FILE ASSIGN USING pc-publish-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS published-ledger-status.
         SELECT DENOMINATION-FILE ASSIGN TO "DENOMINATIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS denomination-status.
         SELECT TOKEN-SALES-FILE ASSIGN TO "TOKEN-SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS token-sales-status.
       DATA DIVISION.
       FILE SECTION.
       FD COIN-AUDIT-FILE.
         COPY coin-audit-record.
       FD PERIOD-LEDGER-FILE.
         COPY period-ledger-record.
       FD PLAYER-PROFILES-FILE.
         COPY player-profile-idx-record.
       FD SHARED-PROFILES-FILE.
         COPY shared-profile-record.
       FD SHARED-WALLET-FILE.
         COPY shared-wallet-record.
       FD COUNTER-LEDGER-FILE.
         COPY counter-ledger-record.
       FD MOD-JOURNAL-FILE.
         01 MOD-JOURNAL-RECORD PIC X(70).
       FD CONFIG-FILE.
         01 CONFIG-LINE PIC X(80).
       FD PUBLISHED-LEDGER-FILE.
         01 PUBLISHED-LEDGER-RECORD PIC X(86).
       FD DENOMINATION-FILE.
         COPY denomination-record.
       FD TOKEN-SALES-FILE.
         COPY token-sale-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY denomination-data.
       01 period-close-data.
         05 coin-audit-status PIC X(02) VALUE "00".
         05 period-ledger-status PIC X(02) VALUE "00".
         05 profile-status PIC X(02) VALUE "00".
         05 mod-journal-status PIC X(02) VALUE "00".
         05 shared-profile-status PIC X(02) VALUE "00".
         05 shared-wallet-status PIC X(02) VALUE "00".
         05 counter-ledger-status PIC X(02) VALUE "00".
         05 config-status PIC X(02) VALUE "00".
         05 published-ledger-status PIC X(02) VALUE "00".
         05 pc-publish-name PIC X(30).
         05 pc-cabinet-id PIC X(06) VALUE SPACES.
         05 pc-local-line PIC X(86) VALUE SPACES.
         05 pc-published PIC 9 VALUE 0.
         05 pc-published-line PIC X(86).
         05 token-sales-status PIC X(02) VALUE "00".
         05 pc-cash-value PIC 9(07)V9(02) VALUE 0.
         05 pc-tokens-in PIC 9(07) VALUE 0.
         05 pc-token-sales PIC 9(07)V9(02) VALUE 0.
         05 pc-takings PIC 9(07)V9(02) VALUE 0.
         05 pc-money-edit PIC Z(06)9.99.
         05 pc-count-edit PIC Z(06)9.
         05 command-line-args PIC X(40).
         05 pc-month PIC X(06).
         05 pc-eof PIC 9 VALUE 0.
         05 pc-per-play PIC 9(03)V9(02) VALUE 0.
         05 pc-close-seq PIC 9(06) VALUE 0.
         05 pc-close-check PIC 9(04) VALUE 0.
      * Wallet liability: the store total now, and the net wallet
      * movement dated after the month that has to be wound back.
         05 pc-wallet-now PIC 9(07) VALUE 0.
         05 pc-wallet-after PIC S9(07) VALUE 0.
         05 pc-wallet-liability PIC 9(07) VALUE 0.
         05 pc-wallet-scope PIC X(01) VALUE SPACE.
         05 pc-draw PIC 9(03).
         05 pc-liab-edit PIC Z(06)9.
         05 MJ-WORK PIC X(70).
         05 MJ-PARSED REDEFINES MJ-WORK.
           10 mj-date PIC X(08).
           10 mj-month REDEFINES mj-date PIC X(06).
           10 FILLER PIC X(26).
           10 mj-action PIC X(08).
           10 FILLER PIC X(14).
           10 mj-wallet-tag PIC X(03).
           10 mj-wallet PIC X(04).
           10 FILLER PIC X(07).
         05 pc-now-yyyymm PIC 9(06).
         05 pc-now-split REDEFINES pc-now-yyyymm.
           10 pc-now-yyyy PIC 9(04).
           10 pc-now-mm PIC 9(02).
         05 COLL-WORK PIC X(90).
         05 COLL-PARSED REDEFINES COLL-WORK.
           10 FILLER PIC X(04).
           10 cl-seq PIC X(06).
           10 FILLER PIC X(03).
           10 cl-date PIC X(08).
           10 cl-month REDEFINES cl-date PIC X(06).
           10 FILLER PIC X(26).
           10 cl-dn-tag PIC X(04).
           10 cl-denom PIC X(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-PICK-MONTH
         PERFORM 2000-CHECK-NOT-CLOSED THRU 2000-EXIT
         IF pc-already EQUAL TO 1 THEN
           DISPLAY "Period " pc-month " is already closed - "
             "closed periods do not move" UPON SYSERR
           MOVE 4 TO RETURN-CODE
           PERFORM 5000-PUBLISH-PERIOD THRU 5000-EXIT
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 0500-LOAD-DENOMINATIONS THRU 0500-EXIT
         PERFORM 3000-TOTAL-THE-MONTH THRU 3000-EXIT
         PERFORM 3300-TOTAL-TOKEN-SALES THRU 3300-EXIT
         PERFORM 3500-WALLET-LIABILITY THRU 3500-EXIT
         PERFORM 4000-APPEND-PERIOD-RECORD
         DISPLAY "Period " pc-month " closed"
         MOVE pc-wallet-liability TO pc-liab-edit
         IF pc-wallet-scope EQUAL TO "S" THEN
           DISPLAY "Wallet liability at month end: "
             FUNCTION TRIM(pc-liab-edit) " credits (whole shop)"
         ELSE
           DISPLAY "Wallet liability at month end: "
             FUNCTION TRIM(pc-liab-edit) " credits"
         END-IF
         IF dnm-count GREATER THAN 0 THEN
           PERFORM 4500-DISPLAY-MONEY
         END-IF
         PERFORM 5000-PUBLISH-PERIOD THRU 5000-EXIT
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-PICK-MONTH.
           MOVE pc-now-yyyymm TO pc-month
         END-IF.

       0500-LOAD-DENOMINATIONS.
         MOVE 0 TO dnm-count
         OPEN INPUT DENOMINATION-FILE
         IF denomination-status NOT EQUAL TO "00" THEN
           GO TO 0500-EXIT
         END-IF
         MOVE 0 TO pc-eof
         PERFORM UNTIL pc-eof EQUAL TO 1
           READ DENOMINATION-FILE
             AT END
               MOVE 1 TO pc-eof
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
         END-IF.
       0500-EXIT.
         EXIT.

       2000-CHECK-NOT-CLOSED.
         OPEN INPUT PERIOD-LEDGER-FILE
         IF period-ledger-status NOT EQUAL TO "00" THEN
             AT END
               MOVE 1 TO pc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF pl-month EQUAL TO pc-month THEN
                 MOVE 1 TO pc-already
                 MOVE 1 TO pc-eof
         IF coin-audit-status NOT EQUAL TO "00" THEN
           DISPLAY "No COIN-AUDIT.DAT - nothing to close"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO pc-eof
             AT END
               MOVE 1 TO pc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cl-month EQUAL TO pc-month THEN
                 PERFORM 3100-TALLY-MONTH-LINE
               END-IF
               IF cl-month GREATER THAN pc-month THEN
                 PERFORM 3200-TALLY-LATER-WALLET
               END-IF
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE
           MOVE cl-check TO pc-close-check
         END-IF
         EVALUATE cl-event
           WHEN "COIN    "
             ADD 1 TO pc-coins
             PERFORM 3150-VALUE-COIN
           WHEN "PLAY    " ADD 1 TO pc-plays
           WHEN "PLAY2   " ADD 1 TO pc-plays
           WHEN "SERVICE " ADD 1 TO pc-service
           WHEN "GOODWILL" ADD 1 TO pc-refunds
         END-EVALUATE.

      * A COIN line is valued by its dn= code; a line without one
      * (or with a code no longer in the table) is a channel-one
      * coin. Token coins are counted, never valued.
       3150-VALUE-COIN.
         IF dnm-count EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE 1 TO dnm-pos
         IF cl-dn-tag EQUAL TO " dn=" THEN
           PERFORM VARYING dnm-i FROM 1 BY 1
           UNTIL dnm-i > dnm-count
             IF dnmt-code(dnm-i) EQUAL TO cl-denom THEN
               MOVE dnm-i TO dnm-pos
               MOVE dnm-count TO dnm-i
             END-IF
           END-PERFORM
         END-IF
         IF dnmt-token(dnm-pos) EQUAL TO "Y" THEN
           ADD 1 TO pc-tokens-in
         ELSE
           ADD dnmt-value(dnm-pos) TO pc-cash-value
         END-IF.

      * Wallet money that moved after the month: a top-up is one
      * credit, a draw carries its credits in cr= (older lines that
      * held the coin bank there count as one, as CABINET-PNL does)
      * and a tournament prize the credits it paid in.
       3200-TALLY-LATER-WALLET.
         EVALUATE cl-event
           WHEN "WALLET+ "
             ADD 1 TO pc-wallet-after
           WHEN "TPRIZE  "
             IF FUNCTION TRIM(cl-credits) IS NUMERIC THEN
               ADD FUNCTION NUMVAL(cl-credits) TO pc-wallet-after
             END-IF
           WHEN "WALLET- "
             MOVE 0 TO pc-draw
             IF FUNCTION TRIM(cl-credits) IS NUMERIC THEN
               COMPUTE pc-draw = FUNCTION NUMVAL(cl-credits)
             END-IF
             IF pc-draw EQUAL TO 0 THEN
               MOVE 1 TO pc-draw
             END-IF
             SUBTRACT pc-draw FROM pc-wallet-after
         END-EVALUATE.

       3300-TOTAL-TOKEN-SALES.
         OPEN INPUT TOKEN-SALES-FILE
         IF token-sales-status NOT EQUAL TO "00" THEN
           GO TO 3300-EXIT
         END-IF
         MOVE 0 TO pc-eof
         PERFORM UNTIL pc-eof EQUAL TO 1
           READ TOKEN-SALES-FILE
             AT END
               MOVE 1 TO pc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ts-date(1:6) EQUAL TO pc-month
                  AND ts-amount IS NUMERIC THEN
                 ADD ts-amount TO pc-token-sales
               END-IF
           END-READ
         END-PERFORM
         CLOSE TOKEN-SALES-FILE.
       3300-EXIT.
         EXIT.

      * Month-end liability = store total now - later top-ups +
      * later draws + balances purged after the month. The shop
      * store is taken when it answers, else this cabinet's own; a
      * store that cannot be opened closes the month at zero.
       3500-WALLET-LIABILITY.
         OPEN INPUT SHARED-PROFILES-FILE
         IF shared-profile-status EQUAL TO "00" THEN
           PERFORM 3600-SHOP-WALLET THRU 3600-EXIT
         ELSE
           OPEN INPUT PLAYER-PROFILES-FILE
           IF profile-status NOT EQUAL TO "00" THEN
             GO TO 3500-EXIT
           END-IF
           MOVE 0 TO pc-eof
           PERFORM UNTIL pc-eof EQUAL TO 1
             READ PLAYER-PROFILES-FILE NEXT RECORD
               AT END
                 MOVE 1 TO pc-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 ADD ppx-wallet TO pc-wallet-now
             END-READ
           END-PERFORM
           CLOSE PLAYER-PROFILES-FILE
         END-IF
         OPEN INPUT MOD-JOURNAL-FILE
         IF mod-journal-status EQUAL TO "00" THEN
           MOVE 0 TO pc-eof
           PERFORM UNTIL pc-eof EQUAL TO 1
             READ MOD-JOURNAL-FILE NEXT RECORD INTO MJ-WORK
               AT END
                 MOVE 1 TO pc-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF mj-month GREATER THAN pc-month
                    AND mj-action EQUAL TO "PURGE"
                    AND mj-wallet-tag EQUAL TO " w="
                    AND mj-wallet IS NUMERIC THEN
                   SUBTRACT FUNCTION NUMVAL(mj-wallet)
                     FROM pc-wallet-after
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MOD-JOURNAL-FILE
         END-IF
         IF pc-wallet-now GREATER THAN pc-wallet-after THEN
           COMPUTE pc-wallet-liability = pc-wallet-now
             - pc-wallet-after
         END-IF.
       3500-EXIT.
         EXIT.

      * The shop-wide store is open. Its wallets are spent and
      * topped up by every cabinet and the prize counter, so this
      * cabinet's own later wallet lines give way to the shop's
      * movements: SHARED-WALLET.DAT for the cabinets' draws,
      * top-ups and prizes, COUNTER-LEDGER.DAT for counter top-ups.
       3600-SHOP-WALLET.
         MOVE "S" TO pc-wallet-scope
         MOVE 0 TO pc-wallet-after
         MOVE 0 TO pc-eof
         PERFORM UNTIL pc-eof EQUAL TO 1
           READ SHARED-PROFILES-FILE NEXT RECORD
             AT END
               MOVE 1 TO pc-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD spx-wallet TO pc-wallet-now
           END-READ
         END-PERFORM
         CLOSE SHARED-PROFILES-FILE
         OPEN INPUT SHARED-WALLET-FILE
         IF shared-wallet-status EQUAL TO "00" THEN
           MOVE 0 TO pc-eof
           PERFORM UNTIL pc-eof EQUAL TO 1
             READ SHARED-WALLET-FILE
               AT END
                 MOVE 1 TO pc-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF swl-date(1:6) GREATER THAN pc-month
                    AND swl-credits IS NUMERIC THEN
                   IF swl-sign EQUAL TO "-" THEN
                     SUBTRACT swl-credits FROM pc-wallet-after
                   ELSE
                     ADD swl-credits TO pc-wallet-after
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SHARED-WALLET-FILE
         END-IF
         OPEN INPUT COUNTER-LEDGER-FILE
         IF counter-ledger-status NOT EQUAL TO "00" THEN
           GO TO 3600-EXIT
         END-IF
         MOVE 0 TO pc-eof
         PERFORM UNTIL pc-eof EQUAL TO 1
           READ COUNTER-LEDGER-FILE
             AT END
               MOVE 1 TO pc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cx-type EQUAL TO "TOPUP "
                  AND cx-date(1:6) GREATER THAN pc-month
                  AND cx-credits IS NUMERIC THEN
                 ADD cx-credits TO pc-wallet-after
               END-IF
           END-READ
         END-PERFORM
         CLOSE COUNTER-LEDGER-FILE.
       3600-EXIT.
         EXIT.

       4000-APPEND-PERIOD-RECORD.
         OPEN EXTEND PERIOD-LEDGER-FILE
         IF period-ledger-status NOT EQUAL TO "00" THEN
         MOVE pc-per-play TO pl-per-play
         MOVE pc-close-seq TO pl-close-seq
         MOVE pc-close-check TO pl-close-check
         MOVE pc-wallet-liability TO pl-wallet-liability
         MOVE pc-cash-value TO pl-cash-value
         MOVE pc-tokens-in TO pl-tokens-in
         MOVE pc-token-sales TO pl-token-sales
         MOVE pc-wallet-scope TO pl-wallet-scope
         MOVE FUNCTION CURRENT-DATE(1:8) TO pl-closed-on
         WRITE PERIOD-LEDGER-RECORD
         ADD 1 TO runlog-written
         CLOSE PERIOD-LEDGER-FILE.

       4500-DISPLAY-MONEY.
         COMPUTE pc-takings = pc-cash-value + pc-token-sales
         MOVE pc-cash-value TO pc-money-edit
         DISPLAY "Cash coins:  " FUNCTION TRIM(pc-money-edit)
         MOVE pc-token-sales TO pc-money-edit
         DISPLAY "Token sales: " FUNCTION TRIM(pc-money-edit)
         MOVE pc-takings TO pc-money-edit
         DISPLAY "Takings:     " FUNCTION TRIM(pc-money-edit)
         MOVE pc-tokens-in TO pc-count-edit
         DISPLAY "Tokens redeemed: " FUNCTION TRIM(pc-count-edit).

      * The month's line goes to the shared mount exactly as it
      * stands on the local ledger, keyed by the cabinet id from
      * CONFIG.DAT. A month already published is left alone; if
      * the published line differs from the local one it is only
      * reported - SHOP-LEDGER flags it too.
       5000-PUBLISH-PERIOD.
         OPEN INPUT CONFIG-FILE
         IF config-status EQUAL TO "00" THEN
           MOVE 0 TO pc-eof
           PERFORM UNTIL pc-eof EQUAL TO 1
             READ CONFIG-FILE
               AT END
                 MOVE 1 TO pc-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF CONFIG-LINE(1:8) EQUAL TO "cabinet=" THEN
                   MOVE CONFIG-LINE(9:6) TO pc-cabinet-id
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
         END-IF
         IF pc-cabinet-id EQUAL TO SPACES THEN
           DISPLAY "No cabinet id in CONFIG.DAT - period not "
             "published to the shared mount" UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         OPEN INPUT PERIOD-LEDGER-FILE
         IF period-ledger-status NOT EQUAL TO "00" THEN
           GO TO 5000-EXIT
         END-IF
         MOVE 0 TO pc-eof
         PERFORM UNTIL pc-eof EQUAL TO 1
           READ PERIOD-LEDGER-FILE NEXT RECORD
             AT END
               MOVE 1 TO pc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF pl-month EQUAL TO pc-month THEN
                 MOVE PERIOD-LEDGER-RECORD TO pc-local-line
                 MOVE 1 TO pc-eof
               END-IF
           END-READ
         END-PERFORM
         CLOSE PERIOD-LEDGER-FILE
         IF pc-local-line EQUAL TO SPACES THEN
           GO TO 5000-EXIT
         END-IF
         MOVE SPACES TO pc-publish-name
         STRING "PERIOD-LEDGER-" FUNCTION TRIM(pc-cabinet-id) ".DAT"
           DELIMITED BY SIZE INTO pc-publish-name
         MOVE 0 TO pc-published
         OPEN INPUT PUBLISHED-LEDGER-FILE
         IF published-ledger-status EQUAL TO "00" THEN
           MOVE 0 TO pc-eof
           PERFORM UNTIL pc-eof EQUAL TO 1
             MOVE SPACES TO pc-published-line
             READ PUBLISHED-LEDGER-FILE INTO pc-published-line
               AT END
                 MOVE 1 TO pc-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF pc-published-line(1:6) EQUAL TO pc-month THEN
                   MOVE 1 TO pc-published
                   MOVE 1 TO pc-eof
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUBLISHED-LEDGER-FILE
         END-IF
         IF pc-published EQUAL TO 1 THEN
           IF pc-published-line NOT EQUAL TO pc-local-line THEN
             DISPLAY "Published copy of " pc-month " in "
               FUNCTION TRIM(pc-publish-name)
               " differs from the local ledger" UPON SYSERR
             MOVE 8 TO RETURN-CODE
           END-IF
           GO TO 5000-EXIT
         END-IF
         OPEN EXTEND PUBLISHED-LEDGER-FILE
         IF published-ledger-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT PUBLISHED-LEDGER-FILE
         END-IF
         IF published-ledger-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write " FUNCTION TRIM(pc-publish-name)
             " - re-run for " pc-month " to publish" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         WRITE PUBLISHED-LEDGER-RECORD FROM pc-local-line
         ADD 1 TO runlog-written
         CLOSE PUBLISHED-LEDGER-FILE
         DISPLAY "Period " pc-month " published to "
           FUNCTION TRIM(pc-publish-name).
       5000-EXIT.
         EXIT.

       9900-RUNLOG-START.
         MOVE "PERIOD-CLOSE" TO runlog-program
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
       END PROGRAM PERIOD-CLOSE.

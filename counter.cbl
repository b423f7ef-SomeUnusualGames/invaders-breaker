      * Compile and run on Windows:
      * cobc -xj counter.cbl batch-runlog.cbl report-archive.cbl
      * Prize-desk cashier: wallet top-ups, ticket redemption and
      * player lookups at the counter, every transaction posted on
      * its own chained ledger, COUNTER-LEDGER.DAT.
      *   counter LOOKUP ABC [pin]          wallet and unredeemed
      *     tickets for the initials
      *   counter TOPUP ABC <credits> [pin] [who]  cash taken for
      *     wallet credits, priced at the DENOMINATIONS.DAT credit
      *     value and added to the shop-wide profile store
      *   counter REDEEM ABC <prize> [pin] [who]  the prize's cost
      *     in tickets taken from the player's oldest unredeemed
      *     tickets, stock decremented and the move journalled on
      *     PRIZE-MOVES.DAT as ticket-check does
      *   counter RECEIPT <seq>             reprint a receipt
      *   counter OPEN <float> [who]        start a shift
      *   counter SHIFT [who]               end-of-shift balance
      * A profile that set a PIN is only served with that PIN; pass
      * "-" for [pin] when there is none and a [who] follows. TOPUP
      * and REDEEM print a receipt to COUNTER-RECEIPT.TXT. SHIFT
      * writes COUNTER-SHIFT.RPT: the shift's float, top-up cash
      * and redemptions since the last CLOSE, the cash the drawer
      * should hold, and the chain check of the whole ledger; it
      * then posts the CLOSE line. Once STAFF.DAT has a register,
      * [who] must be an active staff ID. Refusals end with
      * RETURN-CODE 8 and nothing posted; a broken chain is a 4.
      * Tickets are read off the shop register SHOP-TICKETS.DAT
      * the cabinets post to, so a ticket from any cabinet is
      * served here; a counter with no shop register yet uses
      * TICKET-REGISTER.DAT as before.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT SHARED-PROFILES-FILE ASSIGN TO "SHARED-PROFILES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS spx-initials
           FILE STATUS IS shared-profile-status.
         SELECT SHARED-LOCK-FILE ASSIGN TO "SHARED-SCORES.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-lock-status.
         SELECT TICKET-REGISTER-FILE ASSIGN USING ct-register-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-register-status.
         SELECT TICKET-TEMP-FILE ASSIGN USING ct-temp-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-temp-status.
         SELECT PRIZES-FILE ASSIGN TO "PRIZES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prizes-status.
         SELECT PRIZE-MOVES-FILE ASSIGN TO "PRIZE-MOVES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prize-moves-status.
         SELECT DENOMINATION-FILE ASSIGN TO "DENOMINATIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS denomination-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
         SELECT COUNTER-LEDGER-FILE ASSIGN TO "COUNTER-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS counter-ledger-status.
         SELECT RECEIPT-FILE ASSIGN TO "COUNTER-RECEIPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS receipt-status.
         SELECT SHIFT-REPORT-FILE ASSIGN TO "COUNTER-SHIFT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shift-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD SHARED-PROFILES-FILE.
         COPY shared-profile-record.
       FD SHARED-LOCK-FILE.
         COPY shared-lock-record.
       FD TICKET-REGISTER-FILE.
         COPY ticket-register-record.
       FD TICKET-TEMP-FILE.
         01 TICKET-TEMP-RECORD PIC X(63).
       FD PRIZES-FILE.
         COPY prize-record.
       FD PRIZE-MOVES-FILE.
         COPY prize-move-record.
       FD DENOMINATION-FILE.
         COPY denomination-record.
       FD STAFF-FILE.
         COPY staff-record.
       FD COUNTER-LEDGER-FILE.
         COPY counter-ledger-record.
       FD RECEIPT-FILE.
         01 RECEIPT-RECORD PIC X(40).
       FD SHIFT-REPORT-FILE.
         01 SHIFT-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY shared-score-data.
         COPY denomination-data.
         COPY ticket-number-data.
       01 counter-data.
         78 MAX-PRIZES VALUE 30.
         78 MAX-LIST-TICKETS VALUE 20.
         05 shared-profile-status PIC X(02) VALUE "00".
         05 ticket-register-status PIC X(02) VALUE "00".
         05 ticket-temp-status PIC X(02) VALUE "00".
         05 prizes-status PIC X(02) VALUE "00".
         05 prize-moves-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 counter-ledger-status PIC X(02) VALUE "00".
         05 receipt-status PIC X(02) VALUE "00".
         05 shift-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(60).
         05 ct-action PIC X(08) VALUE SPACES.
         05 ct-arg-1 PIC X(10) VALUE SPACES.
         05 ct-arg-2 PIC X(10) VALUE SPACES.
         05 ct-arg-3 PIC X(10) VALUE SPACES.
         05 ct-arg-4 PIC X(10) VALUE SPACES.
         05 ct-initials PIC X(03) VALUE SPACES.
         05 ct-pin-text PIC X(10) VALUE SPACES.
         05 ct-who PIC X(06) VALUE SPACES.
         05 ct-amount-text PIC X(10) VALUE SPACES.
         05 ct-check PIC X(10).
         05 ct-dots PIC 9(02).
         05 ct-bad PIC 9 VALUE 0.
         05 ct-eof PIC 9.
         05 ct-staff-ok PIC 9 VALUE 1.
         05 ct-staff-rows PIC 9(03) VALUE 0.
         05 ct-shop PIC 9 VALUE 0.
         05 ct-register-name PIC X(19) VALUE "TICKET-REGISTER.DAT".
         05 ct-temp-name PIC X(19) VALUE "TICKET-REGISTER.TMP".
      * The player as served: found on the store, PIN satisfied,
      * wallet, and the unredeemed tickets under the initials.
         05 ct-found PIC 9 VALUE 0.
         05 ct-pin-ok PIC 9 VALUE 0.
         05 ct-wallet PIC 9(04) VALUE 0.
         05 ct-open-tickets PIC 9(04) VALUE 0.
         05 ct-listed PIC 9(02) VALUE 0.
      * Transaction in hand.
         05 ct-credits PIC 9(04) VALUE 0.
         05 ct-cash PIC 9(05)V9(02) VALUE 0.
         05 ct-tickets PIC 9(04) VALUE 0.
         05 ct-taken PIC 9(04) VALUE 0.
         05 ct-first-ticket PIC 9(06) VALUE 0.
         05 ct-first-full PIC X(15) VALUE SPACES.
         05 ct-after PIC 9(04) VALUE 0.
         05 ct-type PIC X(06) VALUE SPACES.
         05 ct-reprint PIC 9 VALUE 0.
         05 ct-seq-wanted PIC 9(06) VALUE 0.
      * Prize catalog as loaded, ticket-check's table.
         05 ct-prize-code PIC X(04) VALUE SPACES.
         05 ct-prize-pos PIC 9(02) VALUE 0.
         05 ct-prize-count PIC 9(02) VALUE 0.
         05 ct-i PIC 9(02).
         05 ct-prize-table.
           10 ct-prize OCCURS MAX-PRIZES TIMES.
             15 ctp-code PIC X(04).
             15 ctp-name PIC X(16).
             15 ctp-cost PIC 9(03).
             15 ctp-stock PIC 9(04).
             15 ctp-reorder PIC 9(03).
             15 ctp-unit-cost PIC X(05).
      * Ledger chain: the tail as found, the check recomputed line
      * by line, and the shift totals since the last CLOSE.
         05 ct-last-seq PIC 9(06) VALUE 0.
         05 ct-last-check PIC 9(04) VALUE 0.
         05 ct-chain PIC 9(04) VALUE 0.
         05 ct-pence PIC 9(07).
         05 ct-lines PIC 9(06) VALUE 0.
         05 ct-broken PIC 9 VALUE 0.
         05 ct-broken-seq PIC 9(06) VALUE 0.
         05 ct-shift-open PIC X(14) VALUE SPACES.
         05 ct-float PIC 9(05)V9(02) VALUE 0.
         05 ct-topups PIC 9(05) VALUE 0.
         05 ct-topup-credits PIC 9(06) VALUE 0.
         05 ct-topup-cash PIC 9(06)V9(02) VALUE 0.
         05 ct-redeems PIC 9(05) VALUE 0.
         05 ct-redeem-tickets PIC 9(06) VALUE 0.
         05 ct-expected PIC 9(06)V9(02) VALUE 0.
         05 ct-seconds PIC 9(05).
         05 ct-hhmmss PIC X(06).
         05 ct-hms REDEFINES ct-hhmmss.
           10 ct-hh PIC 9(02).
           10 ct-mm PIC 9(02).
           10 ct-ss PIC 9(02).
         05 ct-edit PIC ZZZZZ9.
         05 ct-edit-2 PIC ZZZZZ9.
         05 ct-cash-edit PIC ZZZZZ9.99.
         05 ct-line PIC X(70).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE "CTR   " TO cabinet-id
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO ct-action ct-arg-1 ct-arg-2 ct-arg-3 ct-arg-4
         END-UNSTRING
         MOVE ct-arg-1(1:3) TO ct-initials
         EVALUATE ct-action
           WHEN "LOOKUP"
             MOVE ct-arg-2 TO ct-pin-text
             PERFORM 1000-LOOKUP THRU 1000-EXIT
           WHEN "TOPUP"
             MOVE ct-arg-3 TO ct-pin-text
             MOVE ct-arg-4 TO ct-who
             PERFORM 0100-CHECK-STAFF THRU 0100-EXIT
             IF ct-staff-ok EQUAL TO 1 THEN
               PERFORM 2000-TOPUP THRU 2000-EXIT
             END-IF
           WHEN "REDEEM"
             MOVE ct-arg-2(1:4) TO ct-prize-code
             MOVE ct-arg-3 TO ct-pin-text
             MOVE ct-arg-4 TO ct-who
             PERFORM 0100-CHECK-STAFF THRU 0100-EXIT
             IF ct-staff-ok EQUAL TO 1 THEN
               PERFORM 3000-REDEEM THRU 3000-EXIT
             END-IF
           WHEN "RECEIPT"
             PERFORM 6000-REPRINT THRU 6000-EXIT
           WHEN "OPEN"
             MOVE ct-arg-2 TO ct-who
             PERFORM 0100-CHECK-STAFF THRU 0100-EXIT
             IF ct-staff-ok EQUAL TO 1 THEN
               PERFORM 4000-OPEN-SHIFT THRU 4000-EXIT
             END-IF
           WHEN "SHIFT"
             MOVE ct-arg-1 TO ct-who
             PERFORM 0100-CHECK-STAFF THRU 0100-EXIT
             IF ct-staff-ok EQUAL TO 1 THEN
               PERFORM 5000-SHIFT-BALANCE THRU 5000-EXIT
             END-IF
           WHEN OTHER
             DISPLAY "Usage: counter LOOKUP abc [pin]" UPON SYSERR
             DISPLAY "       counter TOPUP abc credits [pin] [who]"
               UPON SYSERR
             DISPLAY "       counter REDEEM abc prize [pin] [who]"
               UPON SYSERR
             DISPLAY "       counter RECEIPT seq" UPON SYSERR
             DISPLAY "       counter OPEN float [who]" UPON SYSERR
             DISPLAY "       counter SHIFT [who]" UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * No STAFF.DAT, or an empty one: the free staff tag as
      * before. Otherwise an active ID.
       0100-CHECK-STAFF.
         IF ct-who EQUAL TO SPACES THEN
           MOVE "OP" TO ct-who
         END-IF
         MOVE 1 TO ct-staff-ok
         MOVE 0 TO ct-staff-rows
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 0100-EXIT
         END-IF
         MOVE 0 TO ct-staff-ok
         MOVE 0 TO ct-eof
         PERFORM UNTIL ct-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO ct-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO ct-staff-rows
               IF st-id EQUAL TO ct-who(1:4)
                  AND ct-who(5:2) EQUAL TO SPACES
                  AND st-active EQUAL TO "Y" THEN
                 MOVE 1 TO ct-staff-ok
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF ct-staff-rows EQUAL TO 0 THEN
           MOVE 1 TO ct-staff-ok
         END-IF
         IF ct-staff-ok EQUAL TO 0 THEN
           DISPLAY "Not an active staff ID: " ct-who UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       0100-EXIT.
         EXIT.

      * Channel one of DENOMINATIONS.DAT is the credit unit; its
      * face value prices a top-up.
       0200-LOAD-CREDIT-VALUE.
         MOVE 0 TO dnm-count
         MOVE 0 TO dnm-credit-value
         OPEN INPUT DENOMINATION-FILE
         IF denomination-status NOT EQUAL TO "00" THEN
           GO TO 0200-EXIT
         END-IF
         MOVE 0 TO ct-eof
         PERFORM UNTIL ct-eof EQUAL TO 1
           READ DENOMINATION-FILE
             AT END
               MOVE 1 TO ct-eof
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
       0200-EXIT.
         EXIT.

      * A PIN of zero on the store is no PIN; otherwise the one
      * given must match it.
       0300-CHECK-PIN.
         MOVE 0 TO ct-pin-ok
         IF spx-pin EQUAL TO 0 THEN
           MOVE 1 TO ct-pin-ok
         ELSE
           IF ct-pin-text(1:4) IS NUMERIC
              AND ct-pin-text(5:6) EQUAL TO SPACES THEN
             IF ct-pin-text(1:4) EQUAL TO spx-pin THEN
               MOVE 1 TO ct-pin-ok
             END-IF
           END-IF
         END-IF
         IF ct-pin-ok EQUAL TO 0 THEN
           DISPLAY "PIN required for " spx-initials
             " - not served" UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.

      * Keyed read of the shop-wide store, the profile every
      * cabinet now caches from.
       0400-FIND-PLAYER.
         MOVE 0 TO ct-found
         MOVE 0 TO ct-pin-ok
         IF ct-initials EQUAL TO SPACES THEN
           DISPLAY "No initials given" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 0400-EXIT
         END-IF
         OPEN INPUT SHARED-PROFILES-FILE
         IF shared-profile-status NOT EQUAL TO "00" THEN
           DISPLAY "Profile store SHARED-PROFILES.IDX unreachable"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 0400-EXIT
         END-IF
         MOVE ct-initials TO spx-initials
         READ SHARED-PROFILES-FILE
           INVALID KEY
             DISPLAY "No profile for " ct-initials UPON SYSERR
             MOVE 8 TO RETURN-CODE
           NOT INVALID KEY
             ADD 1 TO runlog-read
             MOVE 1 TO ct-found
             PERFORM 0300-CHECK-PIN
             MOVE spx-wallet TO ct-wallet
         END-READ
         CLOSE SHARED-PROFILES-FILE.
       0400-EXIT.
         EXIT.

      * Unredeemed tickets under the initials, oldest first; the
      * first MAX-LIST-TICKETS are listed when ct-listed asks, by
      * fleet number off the shop register.
       0500-COUNT-TICKETS.
         MOVE 0 TO ct-open-tickets
         PERFORM 0600-PICK-REGISTER THRU 0600-EXIT
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           GO TO 0500-EXIT
         END-IF
         MOVE 0 TO ct-eof
         PERFORM UNTIL ct-eof EQUAL TO 1
           READ TICKET-REGISTER-FILE NEXT RECORD
             AT END
               MOVE 1 TO ct-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-initials EQUAL TO ct-initials
                  AND tk-redeemed EQUAL TO 0 THEN
                 ADD 1 TO ct-open-tickets
                 IF ct-listed GREATER THAN 0
                    AND ct-open-tickets NOT GREATER THAN
                        MAX-LIST-TICKETS THEN
                   MOVE tk-score TO ct-edit
                   IF ct-shop EQUAL TO 1 THEN
                     MOVE tk-cabinet TO tn-cabinet
                     MOVE tk-number TO tn-serial
                     PERFORM 8000-TICKET-CHECK-DIGIT
                     DISPLAY "  ticket " tn-full " score " ct-edit
                       " lv " tk-level " " tk-date
                   ELSE
                     DISPLAY "  ticket " tk-number " score " ct-edit
                       " lv " tk-level " " tk-date " cab "
                       tk-cabinet
                   END-IF
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE.
       0500-EXIT.
         EXIT.

       0600-PICK-REGISTER.
         MOVE 1 TO ct-shop
         MOVE "SHOP-TICKETS.DAT" TO ct-register-name
         MOVE "SHOP-TICKETS.TMP" TO ct-temp-name
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status EQUAL TO "00" THEN
           CLOSE TICKET-REGISTER-FILE
           GO TO 0600-EXIT
         END-IF
         MOVE 0 TO ct-shop
         MOVE "TICKET-REGISTER.DAT" TO ct-register-name
         MOVE "TICKET-REGISTER.TMP" TO ct-temp-name.
       0600-EXIT.
         EXIT.

       1000-LOOKUP.
         PERFORM 0400-FIND-PLAYER THRU 0400-EXIT
         IF ct-found EQUAL TO 0 OR ct-pin-ok EQUAL TO 0 THEN
           GO TO 1000-EXIT
         END-IF
         MOVE ct-wallet TO ct-edit
         DISPLAY "Player " ct-initials ": wallet "
           FUNCTION TRIM(ct-edit) " credits"
         MOVE 1 TO ct-listed
         PERFORM 0500-COUNT-TICKETS THRU 0500-EXIT
         MOVE ct-open-tickets TO ct-edit
         DISPLAY "Unredeemed tickets: " FUNCTION TRIM(ct-edit)
         IF ct-open-tickets GREATER THAN MAX-LIST-TICKETS THEN
           DISPLAY "  (oldest " MAX-LIST-TICKETS " listed)"
         END-IF.
       1000-EXIT.
         EXIT.

      * The credits go on under the ledger lock, on the shared
      * record itself, the same way the cabinets merge their
      * top-ups: a cabinet drawing on the wallet at that moment
      * waits its turn, so neither side's change is lost.
       2000-TOPUP.
         IF FUNCTION TRIM(ct-arg-2) IS NOT NUMERIC THEN
           DISPLAY "TOPUP needs a whole number of credits"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         COMPUTE ct-credits = FUNCTION NUMVAL(ct-arg-2)
         IF ct-credits EQUAL TO 0 THEN
           DISPLAY "TOPUP needs a whole number of credits"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         PERFORM 0200-LOAD-CREDIT-VALUE THRU 0200-EXIT
         IF dnm-credit-value EQUAL TO 0 THEN
           DISPLAY "No credit value in DENOMINATIONS.DAT"
             " - cannot price a top-up" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         COMPUTE ct-cash = ct-credits * dnm-credit-value
         PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
         IF ledger-claimed EQUAL TO 0 THEN
           PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
         END-IF
         IF ledger-claimed EQUAL TO 0 THEN
           DISPLAY "Profile store busy - try the top-up again"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         OPEN I-O SHARED-PROFILES-FILE
         IF shared-profile-status NOT EQUAL TO "00" THEN
           PERFORM 7900-RELEASE-LEDGER
           DISPLAY "Profile store SHARED-PROFILES.IDX unreachable"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO ct-found
         MOVE ct-initials TO spx-initials
         READ SHARED-PROFILES-FILE
           INVALID KEY
             DISPLAY "No profile for " ct-initials UPON SYSERR
             MOVE 8 TO RETURN-CODE
           NOT INVALID KEY
             ADD 1 TO runlog-read
             MOVE 1 TO ct-found
             PERFORM 0300-CHECK-PIN
         END-READ
         IF ct-found EQUAL TO 1 AND ct-pin-ok EQUAL TO 1 THEN
           IF spx-wallet + ct-credits GREATER THAN 9999 THEN
             DISPLAY "Wallet would pass 9999 credits - not taken"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
             MOVE 0 TO ct-found
           ELSE
             ADD ct-credits TO spx-wallet
             MOVE cabinet-id TO spx-cabinet-id
             MOVE FUNCTION CURRENT-DATE(1:14) TO spx-updated
             REWRITE SHARED-PROFILE-RECORD
               INVALID KEY
                 DISPLAY "Profile store not updated - top-up not"
                   " taken" UPON SYSERR
                 MOVE 0 TO ct-found
                 MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                 ADD 1 TO runlog-written
             END-REWRITE
             MOVE spx-wallet TO ct-after
           END-IF
         END-IF
         CLOSE SHARED-PROFILES-FILE
         PERFORM 7900-RELEASE-LEDGER
         IF ct-found EQUAL TO 0 OR ct-pin-ok EQUAL TO 0 THEN
           GO TO 2000-EXIT
         END-IF
         MOVE "TOPUP " TO ct-type
         MOVE 0 TO ct-tickets
         MOVE SPACES TO ct-prize-code
         PERFORM 7000-POST-LEDGER THRU 7000-EXIT
         PERFORM 7100-PRINT-RECEIPT THRU 7100-EXIT
         MOVE ct-cash TO ct-cash-edit
         MOVE ct-credits TO ct-edit
         MOVE ct-after TO ct-edit-2
         DISPLAY "Top-up posted: " ct-initials " +"
           FUNCTION TRIM(ct-edit) " credits for "
           FUNCTION TRIM(ct-cash-edit)
           ", wallet now " FUNCTION TRIM(ct-edit-2)
           ", receipt " cx-seq.
       2000-EXIT.
         EXIT.

      * The prize's cost in tickets comes off the player's oldest
      * unredeemed tickets, each stamped with the prize code.
       3000-REDEEM.
         PERFORM 3100-LOAD-PRIZES THRU 3100-EXIT
         MOVE 0 TO ct-prize-pos
         PERFORM VARYING ct-i FROM 1 BY 1
         UNTIL ct-i > ct-prize-count
           IF ctp-code(ct-i) EQUAL TO ct-prize-code THEN
             MOVE ct-i TO ct-prize-pos
             MOVE ct-prize-count TO ct-i
           END-IF
         END-PERFORM
         IF ct-prize-pos EQUAL TO 0 THEN
           DISPLAY "Prize " ct-prize-code " not in catalog"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         IF ctp-stock(ct-prize-pos) EQUAL TO 0 THEN
           DISPLAY "Prize " ct-prize-code
             " OUT OF STOCK - not redeemed" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE ctp-cost(ct-prize-pos) TO ct-tickets
         IF ct-tickets EQUAL TO 0 THEN
           MOVE 1 TO ct-tickets
         END-IF
         PERFORM 0400-FIND-PLAYER THRU 0400-EXIT
         IF ct-found EQUAL TO 0 OR ct-pin-ok EQUAL TO 0 THEN
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO ct-listed
         PERFORM 0500-COUNT-TICKETS THRU 0500-EXIT
         IF ct-open-tickets LESS THAN ct-tickets THEN
           MOVE ct-open-tickets TO ct-edit
           MOVE ct-tickets TO ct-edit-2
           DISPLAY "Only " FUNCTION TRIM(ct-edit)
             " unredeemed tickets - " ct-prize-code " costs "
             FUNCTION TRIM(ct-edit-2) UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         IF ct-shop EQUAL TO 1 THEN
           PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
           IF ledger-claimed EQUAL TO 0 THEN
             PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
           END-IF
           IF ledger-claimed EQUAL TO 0 THEN
             DISPLAY "Shop register busy - try the redemption again"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 3000-EXIT
           END-IF
         END-IF
         PERFORM 3200-MARK-TICKETS THRU 3200-EXIT
         IF ledger-claimed EQUAL TO 1 THEN
           PERFORM 7900-RELEASE-LEDGER
         END-IF
         IF ct-taken NOT EQUAL TO ct-tickets THEN
           DISPLAY "Ticket register could not be rewritten"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         PERFORM 3300-DECREMENT-STOCK
         COMPUTE ct-after = ct-open-tickets - ct-tickets
         MOVE "REDEEM" TO ct-type
         MOVE 0 TO ct-credits
         MOVE 0 TO ct-cash
         PERFORM 7000-POST-LEDGER THRU 7000-EXIT
         PERFORM 7100-PRINT-RECEIPT THRU 7100-EXIT
         MOVE ct-tickets TO ct-edit
         MOVE ct-after TO ct-edit-2
         DISPLAY "Redeemed: " ct-initials " "
           FUNCTION TRIM(ctp-name(ct-prize-pos)) " for "
           FUNCTION TRIM(ct-edit) " tickets, "
           FUNCTION TRIM(ct-edit-2) " left, receipt " cx-seq.
       3000-EXIT.
         EXIT.

       3100-LOAD-PRIZES.
         MOVE 0 TO ct-prize-count
         OPEN INPUT PRIZES-FILE
         IF prizes-status NOT EQUAL TO "00" THEN
           GO TO 3100-EXIT
         END-IF
         MOVE 0 TO ct-eof
         PERFORM UNTIL ct-eof EQUAL TO 1
           READ PRIZES-FILE
             AT END
               MOVE 1 TO ct-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ct-prize-count LESS THAN MAX-PRIZES THEN
                 ADD 1 TO ct-prize-count
                 MOVE pz-code TO ctp-code(ct-prize-count)
                 MOVE pz-name TO ctp-name(ct-prize-count)
                 MOVE pz-cost TO ctp-cost(ct-prize-count)
                 MOVE pz-stock TO ctp-stock(ct-prize-count)
                 MOVE pz-reorder TO ctp-reorder(ct-prize-count)
                 MOVE pz-unit-cost-x TO ctp-unit-cost(ct-prize-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE PRIZES-FILE.
       3100-EXIT.
         EXIT.

      * Rewrite via the temp file as ticket-check does, flipping
      * the first ct-tickets unredeemed lines under the initials;
      * the shop register only under the ledger lock. The prize code
      * goes on the first line only and the rest carry TKT, so the
      * register holds one prize per redemption.
       3200-MARK-TICKETS.
         MOVE 0 TO ct-taken
         MOVE 0 TO ct-first-ticket
         MOVE SPACES TO ct-first-full
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           GO TO 3200-EXIT
         END-IF
         OPEN OUTPUT TICKET-TEMP-FILE
         MOVE 0 TO ct-eof
         PERFORM UNTIL ct-eof EQUAL TO 1
           READ TICKET-REGISTER-FILE NEXT RECORD
             AT END
               MOVE 1 TO ct-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-initials EQUAL TO ct-initials
                  AND tk-redeemed EQUAL TO 0
                  AND ct-taken LESS THAN ct-tickets THEN
                 ADD 1 TO ct-taken
                 IF ct-first-ticket EQUAL TO 0 THEN
                   MOVE tk-number TO ct-first-ticket
                   IF ct-shop EQUAL TO 1 THEN
                     MOVE tk-cabinet TO tn-cabinet
                     MOVE tk-number TO tn-serial
                     PERFORM 8000-TICKET-CHECK-DIGIT
                     MOVE tn-full TO ct-first-full
                   END-IF
                 END-IF
                 MOVE 1 TO tk-redeemed
                 IF ct-taken EQUAL TO 1 THEN
                   MOVE ct-prize-code TO tk-prize
                 ELSE
                   MOVE "TKT " TO tk-prize
                 END-IF
               END-IF
               WRITE TICKET-TEMP-RECORD FROM
                 TICKET-REGISTER-RECORD
               ADD 1 TO runlog-written
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE
         CLOSE TICKET-TEMP-FILE
         IF ct-taken NOT EQUAL TO ct-tickets THEN
           GO TO 3200-EXIT
         END-IF
         OPEN INPUT TICKET-TEMP-FILE
         OPEN OUTPUT TICKET-REGISTER-FILE
         MOVE 0 TO ct-eof
         PERFORM UNTIL ct-eof EQUAL TO 1
           READ TICKET-TEMP-FILE
             AT END
               MOVE 1 TO ct-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE TICKET-TEMP-RECORD TO TICKET-REGISTER-RECORD
               WRITE TICKET-REGISTER-RECORD
               ADD 1 TO runlog-written
           END-READ
         END-PERFORM
         CLOSE TICKET-TEMP-FILE
         CLOSE TICKET-REGISTER-FILE.
       3200-EXIT.
         EXIT.

      * One unit off the shelf, journalled like ticket-check's
      * redemptions against the first ticket taken.
       3300-DECREMENT-STOCK.
         SUBTRACT 1 FROM ctp-stock(ct-prize-pos)
         OPEN OUTPUT PRIZES-FILE
         PERFORM VARYING ct-i FROM 1 BY 1
         UNTIL ct-i > ct-prize-count
           MOVE ctp-code(ct-i) TO pz-code
           MOVE ctp-name(ct-i) TO pz-name
           MOVE ctp-cost(ct-i) TO pz-cost
           MOVE ctp-stock(ct-i) TO pz-stock
           MOVE ctp-reorder(ct-i) TO pz-reorder
           MOVE ctp-unit-cost(ct-i) TO pz-unit-cost-x
           WRITE PRIZE-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE PRIZES-FILE
         MOVE FUNCTION CURRENT-DATE(1:8) TO pm-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO pm-time
         MOVE ct-prize-code TO pm-code
         MOVE "REDEEMED" TO pm-type
         MOVE -1 TO pm-qty
         MOVE ct-who(1:4) TO pm-staff
         MOVE ct-first-ticket TO pm-ticket
         IF ct-first-full EQUAL TO SPACES THEN
           MOVE "COUNTER REDEMPTION" TO pm-reason
         ELSE
           MOVE SPACES TO pm-reason
           STRING "COUNTER " ct-first-full
             DELIMITED BY SIZE INTO pm-reason
         END-IF
         OPEN EXTEND PRIZE-MOVES-FILE
         IF prize-moves-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT PRIZE-MOVES-FILE
         END-IF
         WRITE PRIZE-MOVE-RECORD
         ADD 1 TO runlog-written
         CLOSE PRIZE-MOVES-FILE.

      * The amount may carry one decimal point; anything else that
      * is not a digit is refused rather than guessed at.
       4000-OPEN-SHIFT.
         MOVE ct-arg-1 TO ct-amount-text
         PERFORM 4100-READ-AMOUNT THRU 4100-EXIT
         IF ct-bad EQUAL TO 1 THEN
           DISPLAY "OPEN needs the drawer float (e.g. 50.00)"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         MOVE "OPEN  " TO ct-type
         MOVE SPACES TO ct-initials
         MOVE 0 TO ct-credits
         MOVE 0 TO ct-tickets
         MOVE 0 TO ct-after
         MOVE SPACES TO ct-prize-code
         PERFORM 7000-POST-LEDGER THRU 7000-EXIT
         MOVE ct-cash TO ct-cash-edit
         DISPLAY "Shift opened with float "
           FUNCTION TRIM(ct-cash-edit) " at seq " cx-seq.
       4000-EXIT.
         EXIT.

       4100-READ-AMOUNT.
         MOVE 0 TO ct-bad
         MOVE 0 TO ct-cash
         MOVE 0 TO ct-dots
         INSPECT ct-amount-text TALLYING ct-dots FOR ALL "."
         MOVE ct-amount-text TO ct-check
         INSPECT ct-check REPLACING ALL "." BY "0"
         IF ct-dots GREATER THAN 1
            OR ct-check EQUAL TO SPACES
            OR FUNCTION TRIM(ct-check) IS NOT NUMERIC THEN
           MOVE 1 TO ct-bad
           GO TO 4100-EXIT
         END-IF
         COMPUTE ct-cash = FUNCTION NUMVAL(ct-amount-text).
       4100-EXIT.
         EXIT.

      * The whole ledger is walked so the chain is proved end to
      * end; the totals restart at every CLOSE, so what is left at
      * the end is the shift still open. Expected drawer = float
      * plus top-up cash: redemptions move prizes and tickets,
      * never money.
       5000-SHIFT-BALANCE.
         PERFORM 5100-SCAN-LEDGER THRU 5100-EXIT
         COMPUTE ct-expected = ct-float + ct-topup-cash
         OPEN OUTPUT SHIFT-REPORT-FILE
         IF shift-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write COUNTER-SHIFT.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE SPACES TO ct-line
         STRING "COUNTER CASHIER BALANCE  "
           FUNCTION CURRENT-DATE(1:8) " "
           FUNCTION CURRENT-DATE(9:4) "  by " ct-who
           DELIMITED BY SIZE INTO ct-line
         PERFORM 5900-WRITE-LINE
         MOVE ALL "-" TO ct-line
         PERFORM 5900-WRITE-LINE
         MOVE SPACES TO ct-line
         IF ct-shift-open EQUAL TO SPACES THEN
           MOVE "Shift opened:        (no OPEN - float taken as 0)"
             TO ct-line
         ELSE
           STRING "Shift opened:        " ct-shift-open(1:8) " "
             ct-shift-open(9:6)
             DELIMITED BY SIZE INTO ct-line
         END-IF
         PERFORM 5900-WRITE-LINE
         MOVE ct-float TO ct-cash-edit
         MOVE SPACES TO ct-line
         STRING "Opening float:       " ct-cash-edit
           DELIMITED BY SIZE INTO ct-line
         PERFORM 5900-WRITE-LINE
         MOVE ct-topups TO ct-edit
         MOVE ct-topup-credits TO ct-edit-2
         MOVE ct-topup-cash TO ct-cash-edit
         MOVE SPACES TO ct-line
         STRING "Wallet top-ups:      " ct-cash-edit "  ("
           FUNCTION TRIM(ct-edit) " sales, "
           FUNCTION TRIM(ct-edit-2) " credits)"
           DELIMITED BY SIZE INTO ct-line
         PERFORM 5900-WRITE-LINE
         MOVE ct-redeems TO ct-edit
         MOVE ct-redeem-tickets TO ct-edit-2
         MOVE SPACES TO ct-line
         STRING "Prize redemptions:   " FUNCTION TRIM(ct-edit)
           " prizes for " FUNCTION TRIM(ct-edit-2) " tickets"
           DELIMITED BY SIZE INTO ct-line
         PERFORM 5900-WRITE-LINE
         MOVE ALL "-" TO ct-line
         PERFORM 5900-WRITE-LINE
         MOVE ct-expected TO ct-cash-edit
         MOVE SPACES TO ct-line
         STRING "EXPECTED IN DRAWER:  " ct-cash-edit
           DELIMITED BY SIZE INTO ct-line
         PERFORM 5900-WRITE-LINE
         MOVE ct-lines TO ct-edit
         MOVE SPACES TO ct-line
         IF ct-broken EQUAL TO 1 THEN
           STRING "WARNING: CHECKSUM CHAIN BROKEN AT SEQ "
             ct-broken-seq " - LEDGER EDITED?"
             DELIMITED BY SIZE INTO ct-line
           MOVE 4 TO RETURN-CODE
         ELSE
           STRING "Ledger chain intact over "
             FUNCTION TRIM(ct-edit) " lines"
             DELIMITED BY SIZE INTO ct-line
         END-IF
         PERFORM 5900-WRITE-LINE
         CLOSE SHIFT-REPORT-FILE
         MOVE "COUNTER-SHIFT.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         MOVE "CLOSE " TO ct-type
         MOVE SPACES TO ct-initials
         MOVE 0 TO ct-credits
         MOVE 0 TO ct-tickets
         MOVE 0 TO ct-after
         MOVE SPACES TO ct-prize-code
         MOVE ct-expected TO ct-cash
         PERFORM 7000-POST-LEDGER THRU 7000-EXIT
         MOVE ct-expected TO ct-cash-edit
         DISPLAY "Expected in drawer: " FUNCTION TRIM(ct-cash-edit)
         DISPLAY "Report written to COUNTER-SHIFT.RPT".
       5000-EXIT.
         EXIT.

       5100-SCAN-LEDGER.
         MOVE 0 TO ct-chain
         MOVE 0 TO ct-lines
         MOVE 0 TO ct-broken
         PERFORM 5200-RESET-SHIFT
         OPEN INPUT COUNTER-LEDGER-FILE
         IF counter-ledger-status NOT EQUAL TO "00" THEN
           GO TO 5100-EXIT
         END-IF
         MOVE 0 TO ct-eof
         PERFORM UNTIL ct-eof EQUAL TO 1
           READ COUNTER-LEDGER-FILE
             AT END
               MOVE 1 TO ct-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO ct-lines
               PERFORM 5300-TALLY-LINE
           END-READ
         END-PERFORM
         CLOSE COUNTER-LEDGER-FILE.
       5100-EXIT.
         EXIT.

       5200-RESET-SHIFT.
         MOVE SPACES TO ct-shift-open
         MOVE 0 TO ct-float
         MOVE 0 TO ct-topups
         MOVE 0 TO ct-topup-credits
         MOVE 0 TO ct-topup-cash
         MOVE 0 TO ct-redeems
         MOVE 0 TO ct-redeem-tickets.

       5300-TALLY-LINE.
         IF cx-seq NOT NUMERIC OR cx-credits NOT NUMERIC
            OR cx-tickets NOT NUMERIC OR cx-cash NOT NUMERIC
            OR cx-check NOT NUMERIC THEN
           IF ct-broken EQUAL TO 0 THEN
             MOVE 1 TO ct-broken
             MOVE ct-lines TO ct-broken-seq
           END-IF
           NEXT SENTENCE
         END-IF
         COMPUTE ct-pence = cx-cash * 100
         COMPUTE ct-chain = FUNCTION MOD(
           ct-chain + cx-seq + cx-credits + cx-tickets
           + ct-pence, 10000)
         IF ct-chain NOT EQUAL TO cx-check
            AND ct-broken EQUAL TO 0 THEN
           MOVE 1 TO ct-broken
           MOVE cx-seq TO ct-broken-seq
         END-IF
         MOVE cx-check TO ct-chain
         EVALUATE cx-type
           WHEN "OPEN  "
             MOVE cx-cash TO ct-float
             MOVE cx-date TO ct-shift-open(1:8)
             MOVE cx-time TO ct-shift-open(9:6)
           WHEN "TOPUP "
             ADD 1 TO ct-topups
             ADD cx-credits TO ct-topup-credits
             ADD cx-cash TO ct-topup-cash
           WHEN "REDEEM"
             ADD 1 TO ct-redeems
             ADD cx-tickets TO ct-redeem-tickets
           WHEN "CLOSE "
             PERFORM 5200-RESET-SHIFT
           WHEN OTHER
             CONTINUE
         END-EVALUATE.

       5900-WRITE-LINE.
         WRITE SHIFT-REPORT-RECORD FROM ct-line
         ADD 1 TO runlog-written.

       6000-REPRINT.
         IF FUNCTION TRIM(ct-arg-1) IS NOT NUMERIC THEN
           DISPLAY "RECEIPT needs the receipt number" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         COMPUTE ct-seq-wanted = FUNCTION NUMVAL(ct-arg-1)
         MOVE 0 TO ct-found
         OPEN INPUT COUNTER-LEDGER-FILE
         IF counter-ledger-status NOT EQUAL TO "00" THEN
           DISPLAY "No COUNTER-LEDGER.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         MOVE 0 TO ct-eof
         PERFORM UNTIL ct-eof EQUAL TO 1
           READ COUNTER-LEDGER-FILE
             AT END
               MOVE 1 TO ct-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cx-seq EQUAL TO ct-seq-wanted THEN
                 MOVE 1 TO ct-found
                 MOVE 1 TO ct-eof
               END-IF
           END-READ
         END-PERFORM
         CLOSE COUNTER-LEDGER-FILE
         IF ct-found EQUAL TO 0
            OR (cx-type NOT EQUAL TO "TOPUP "
                AND cx-type NOT EQUAL TO "REDEEM") THEN
           DISPLAY "No receipt " ct-seq-wanted " on the ledger"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         PERFORM 3100-LOAD-PRIZES THRU 3100-EXIT
         MOVE 0 TO ct-prize-pos
         PERFORM VARYING ct-i FROM 1 BY 1
         UNTIL ct-i > ct-prize-count
           IF ctp-code(ct-i) EQUAL TO cx-prize THEN
             MOVE ct-i TO ct-prize-pos
             MOVE ct-prize-count TO ct-i
           END-IF
         END-PERFORM
         MOVE 1 TO ct-reprint
         PERFORM 7200-RECEIPT-LINES THRU 7200-EXIT
         DISPLAY "Receipt " cx-seq " reprinted".
       6000-EXIT.
         EXIT.

      * Extends the chain: the tail's seq/check, then one line.
       7000-POST-LEDGER.
         MOVE 0 TO ct-last-seq
         MOVE 0 TO ct-last-check
         OPEN INPUT COUNTER-LEDGER-FILE
         IF counter-ledger-status EQUAL TO "00" THEN
           MOVE 0 TO ct-eof
           PERFORM UNTIL ct-eof EQUAL TO 1
             READ COUNTER-LEDGER-FILE
               AT END
                 MOVE 1 TO ct-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF cx-seq IS NUMERIC THEN
                   MOVE cx-seq TO ct-last-seq
                 END-IF
                 IF cx-check IS NUMERIC THEN
                   MOVE cx-check TO ct-last-check
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COUNTER-LEDGER-FILE
         END-IF
         MOVE SPACES TO COUNTER-LEDGER-RECORD
         ADD 1 TO ct-last-seq
         MOVE ct-last-seq TO cx-seq
         MOVE FUNCTION CURRENT-DATE(1:8) TO cx-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO cx-time
         MOVE ct-type TO cx-type
         MOVE ct-initials TO cx-initials
         MOVE ct-credits TO cx-credits
         MOVE ct-cash TO cx-cash
         MOVE ct-tickets TO cx-tickets
         MOVE ct-prize-code TO cx-prize
         MOVE ct-after TO cx-after
         MOVE ct-who(1:4) TO cx-staff
         COMPUTE ct-pence = ct-cash * 100
         COMPUTE cx-check = FUNCTION MOD(
           ct-last-check + ct-last-seq + ct-credits + ct-tickets
           + ct-pence, 10000)
         OPEN EXTEND COUNTER-LEDGER-FILE
         IF counter-ledger-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT COUNTER-LEDGER-FILE
         END-IF
         IF counter-ledger-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write COUNTER-LEDGER.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 7000-EXIT
         END-IF
         WRITE COUNTER-LEDGER-RECORD
         ADD 1 TO runlog-written
         CLOSE COUNTER-LEDGER-FILE.
       7000-EXIT.
         EXIT.

       7100-PRINT-RECEIPT.
         MOVE 0 TO ct-reprint
         PERFORM 7200-RECEIPT-LINES THRU 7200-EXIT.
       7100-EXIT.
         EXIT.

      * Receipt from the ledger line in COUNTER-LEDGER-RECORD, to
      * the counter's own spool in the prize tickets' 40 columns.
       7200-RECEIPT-LINES.
         OPEN EXTEND RECEIPT-FILE
         IF receipt-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT RECEIPT-FILE
         END-IF
         IF receipt-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write COUNTER-RECEIPT.TXT" UPON SYSERR
           IF RETURN-CODE LESS THAN 4 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           GO TO 7200-EXIT
         END-IF
         MOVE "----------------------------------------"
           TO RECEIPT-RECORD
         WRITE RECEIPT-RECORD
         MOVE SPACES TO RECEIPT-RECORD
         IF ct-reprint EQUAL TO 1 THEN
           STRING "   PRIZE COUNTER RECEIPT " cx-seq " COPY"
             DELIMITED BY SIZE INTO RECEIPT-RECORD
         ELSE
           STRING "   PRIZE COUNTER RECEIPT " cx-seq
             DELIMITED BY SIZE INTO RECEIPT-RECORD
         END-IF
         WRITE RECEIPT-RECORD
         MOVE SPACES TO RECEIPT-RECORD
         STRING "   " cx-date(7:2) "/" cx-date(5:2) "/"
           cx-date(1:4) " " cx-time(1:2) ":" cx-time(3:2)
           "  staff " cx-staff
           DELIMITED BY SIZE INTO RECEIPT-RECORD
         WRITE RECEIPT-RECORD
         MOVE SPACES TO RECEIPT-RECORD
         STRING "   Player " cx-initials
           DELIMITED BY SIZE INTO RECEIPT-RECORD
         WRITE RECEIPT-RECORD
         IF cx-type EQUAL TO "TOPUP " THEN
           MOVE cx-credits TO ct-edit
           MOVE cx-cash TO ct-cash-edit
           MOVE SPACES TO RECEIPT-RECORD
           STRING "   Wallet top-up " FUNCTION TRIM(ct-edit)
             " credits"
             DELIMITED BY SIZE INTO RECEIPT-RECORD
           WRITE RECEIPT-RECORD
           MOVE SPACES TO RECEIPT-RECORD
           STRING "   Cash paid     " FUNCTION TRIM(ct-cash-edit)
             DELIMITED BY SIZE INTO RECEIPT-RECORD
           WRITE RECEIPT-RECORD
           MOVE cx-after TO ct-edit
           MOVE SPACES TO RECEIPT-RECORD
           STRING "   Wallet now    " FUNCTION TRIM(ct-edit)
             " credits"
             DELIMITED BY SIZE INTO RECEIPT-RECORD
           WRITE RECEIPT-RECORD
         ELSE
           MOVE SPACES TO RECEIPT-RECORD
           IF ct-prize-pos GREATER THAN 0 THEN
             STRING "   Prize " cx-prize " "
               FUNCTION TRIM(ctp-name(ct-prize-pos))
               DELIMITED BY SIZE INTO RECEIPT-RECORD
           ELSE
             STRING "   Prize " cx-prize
               DELIMITED BY SIZE INTO RECEIPT-RECORD
           END-IF
           WRITE RECEIPT-RECORD
           MOVE cx-tickets TO ct-edit
           MOVE SPACES TO RECEIPT-RECORD
           STRING "   Tickets taken " FUNCTION TRIM(ct-edit)
             DELIMITED BY SIZE INTO RECEIPT-RECORD
           WRITE RECEIPT-RECORD
           MOVE cx-after TO ct-edit
           MOVE SPACES TO RECEIPT-RECORD
           STRING "   Tickets left  " FUNCTION TRIM(ct-edit)
             DELIMITED BY SIZE INTO RECEIPT-RECORD
           WRITE RECEIPT-RECORD
         END-IF
         MOVE "----------------------------------------"
           TO RECEIPT-RECORD
         WRITE RECEIPT-RECORD
         CLOSE RECEIPT-FILE.
       7200-EXIT.
         EXIT.

      * ident-maint's claim: the shared lock the cabinets merge
      * their profile changes under, taken as the counter.
       7500-CLAIM-LEDGER.
         MOVE 0 TO ledger-claimed
         MOVE 0 TO lock-present
         MOVE 0 TO lock-stale
         MOVE FUNCTION CURRENT-DATE(9:6) TO ct-hhmmss
         COMPUTE ct-seconds = (ct-hh * 3600) + (ct-mm * 60) + ct-ss
         OPEN INPUT SHARED-LOCK-FILE
         IF shared-lock-status EQUAL TO "00" THEN
           MOVE 1 TO lock-present
           READ SHARED-LOCK-FILE NEXT RECORD
             AT END
               MOVE 1 TO lock-stale
             NOT AT END
               ADD 1 TO runlog-read
               IF slk-stamp IS NUMERIC THEN
                 COMPUTE lock-age = ct-seconds - slk-stamp
                 IF lock-age LESS THAN 0 THEN
                   ADD 86400 TO lock-age
                 END-IF
                 IF lock-age GREATER THAN LEDGER-LOCK-STALE-SECS
                     THEN
                   MOVE 1 TO lock-stale
                 END-IF
               ELSE
                 MOVE 1 TO lock-stale
               END-IF
           END-READ
           CLOSE SHARED-LOCK-FILE
           IF lock-stale EQUAL TO 1 THEN
             CALL "CBL_DELETE_FILE" USING shared-lock-name
               RETURNING lock-delete-status
             END-CALL
           END-IF
         END-IF
         IF lock-present EQUAL TO 0 THEN
           OPEN OUTPUT SHARED-LOCK-FILE
           MOVE cabinet-id TO slk-cabinet-id
           MOVE ct-seconds TO slk-stamp
           WRITE SHARED-LOCK-RECORD
           ADD 1 TO runlog-written
           CLOSE SHARED-LOCK-FILE
           OPEN INPUT SHARED-LOCK-FILE
           IF shared-lock-status EQUAL TO "00" THEN
             READ SHARED-LOCK-FILE NEXT RECORD
               NOT AT END
                 ADD 1 TO runlog-read
                 IF slk-cabinet-id EQUAL TO cabinet-id THEN
                   MOVE 1 TO ledger-claimed
                 END-IF
             END-READ
             CLOSE SHARED-LOCK-FILE
           END-IF
         END-IF.
       7500-EXIT.
         EXIT.

       7900-RELEASE-LEDGER.
         CALL "CBL_DELETE_FILE" USING shared-lock-name
           RETURNING lock-delete-status
         END-CALL
         MOVE 0 TO ledger-claimed.

      * The fleet check digit over tn-cabinet and tn-serial, as
      * the cabinet prints it: fills tn-check and tn-full.
       8000-TICKET-CHECK-DIGIT.
         MOVE SPACES TO tn-digits
         MOVE 0 TO tn-digit-count
         PERFORM VARYING tn-i FROM 1 BY 1 UNTIL tn-i > 6
           IF tn-cabinet(tn-i:1) NOT EQUAL TO SPACE THEN
             MOVE 0 TO tn-value
             PERFORM VARYING tn-k FROM 1 BY 1 UNTIL tn-k > 36
               IF tn-alphabet(tn-k:1) EQUAL TO tn-cabinet(tn-i:1)
                   THEN
                 COMPUTE tn-value = tn-k - 1
                 MOVE 36 TO tn-k
               END-IF
             END-PERFORM
             IF tn-value GREATER THAN 9 THEN
               ADD 1 TO tn-digit-count
               MOVE tn-value(1:1) TO tn-digits(tn-digit-count:1)
             END-IF
             ADD 1 TO tn-digit-count
             MOVE tn-value(2:1) TO tn-digits(tn-digit-count:1)
           END-IF
         END-PERFORM
         MOVE tn-serial TO tn-digits(tn-digit-count + 1:6)
         ADD 6 TO tn-digit-count
         MOVE 0 TO tn-sum
         MOVE 1 TO tn-odd
         PERFORM VARYING tn-i FROM tn-digit-count BY -1
         UNTIL tn-i < 1
           MOVE tn-digits(tn-i:1) TO tn-digit
           IF tn-odd EQUAL TO 1 THEN
             COMPUTE tn-double = tn-digit * 2
             IF tn-double GREATER THAN 9 THEN
               SUBTRACT 9 FROM tn-double
             END-IF
             ADD tn-double TO tn-sum
             MOVE 0 TO tn-odd
           ELSE
             ADD tn-digit TO tn-sum
             MOVE 1 TO tn-odd
           END-IF
         END-PERFORM
         COMPUTE tn-check =
           FUNCTION MOD(10 - FUNCTION MOD(tn-sum, 10), 10)
         MOVE SPACES TO tn-full
         STRING tn-cabinet DELIMITED BY SPACE
           "-" tn-serial "-" tn-check
           DELIMITED BY SIZE INTO tn-full.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "COUNTER" TO rptarc-program
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
         MOVE "COUNTER" TO runlog-program
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
       END PROGRAM COUNTER.

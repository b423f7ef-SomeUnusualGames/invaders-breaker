      * Compile and run on Windows:
      * cobc -xj ticket-check.cbl batch-runlog.cbl report-archive.cbl
      * Counter-side ticket verification and prize redemption:
      *   ticket-check CAB001-000123-7      show the register entry
      *   ticket-check REDEEM CAB001-000123-7  mark it redeemed
      *   ticket-check REDEEM CAB001-000123-7 PZ01  redeem against
      *     catalog prize PZ01: stock decremented, code recorded on
      *     the register line, refused when out of stock
      *   ticket-check REDEEM CAB001-000123-7 PZ01 ANN  the same,
      *     with the staff tag posted on the PRIZE-MOVES.DAT
      *     journal line
      *   ticket-check VOID CAB001-000123-7 JAM 0042  void a
      *     jammed or garbled ticket: reason JAM, MISP (misprint),
      *     DUPL (issued in error), TEST or OTHR, and a staff tag
      *   ticket-check REPRINT CAB001-000123-7 0042  print it again
      *     from the register on TICKET-SPOOL.TXT, marked DUPLICATE
      *   ticket-check REPORT               outstanding-liability
      *     and low-stock report from PRIZES.DAT, with the voids
      *     and reprints by month off TICKET-ACTIONS.DAT
      * The fleet number (dashes optional) is checked on its check
      * digit before any file is read, then looked up on the shop
      * register SHOP-TICKETS.DAT, rewritten under the ledger lock.
      * A bare six-digit number from before the fleet numbers is
      * looked up on this cabinet's own TICKET-REGISTER.DAT. A
      * ticket that is absent from the register was never issued;
      * one already marked redeemed has been paid; a voided one is
      * refused at redemption. Voids and reprints are journalled on
      * TICKET-ACTIONS.DAT; once STAFF.DAT has a register their
      * staff tag must be an active staff ID.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TICKET-REGISTER-FILE ASSIGN USING tc-register-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-register-status.
         SELECT TICKET-TEMP-FILE ASSIGN USING tc-temp-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-temp-status.
         SELECT SHARED-LOCK-FILE ASSIGN TO "SHARED-SCORES.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-lock-status.
         SELECT PRIZES-FILE ASSIGN TO "PRIZES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prizes-status.
         SELECT PRIZE-REPORT-FILE ASSIGN TO "PRIZE-LIABILITY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prize-report-status.
         SELECT PRIZE-MOVES-FILE ASSIGN TO "PRIZE-MOVES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prize-moves-status.
         SELECT TICKET-ACTIONS-FILE ASSIGN TO "TICKET-ACTIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-actions-status.
         SELECT TICKET-SPOOL-FILE ASSIGN TO "TICKET-SPOOL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-spool-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
       DATA DIVISION.
       FILE SECTION.
       FD TICKET-REGISTER-FILE.
         COPY ticket-register-record.
       FD TICKET-TEMP-FILE.
         01 TICKET-TEMP-RECORD PIC X(63).
       FD PRIZES-FILE.
         COPY prize-record.
       FD PRIZE-REPORT-FILE.
         01 PRIZE-REPORT-RECORD PIC X(70).
       FD PRIZE-MOVES-FILE.
         COPY prize-move-record.
       FD SHARED-LOCK-FILE.
         COPY shared-lock-record.
       FD TICKET-ACTIONS-FILE.
         COPY ticket-action-record.
       FD TICKET-SPOOL-FILE.
         01 TICKET-SPOOL-RECORD PIC X(40).
       FD STAFF-FILE.
         COPY staff-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY shared-score-data.
         COPY ticket-number-data.
       01 ticket-check-data.
         05 ticket-register-status PIC X(02) VALUE "00".
         05 ticket-temp-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(60).
         05 tc-arg-1 PIC X(20) VALUE SPACES.
         05 tc-arg-2 PIC X(20) VALUE SPACES.
         05 tc-arg-3 PIC X(20) VALUE SPACES.
         05 tc-arg-4 PIC X(20) VALUE SPACES.
         05 tc-redeem-mode PIC 9 VALUE 0.
         05 tc-number PIC 9(06) VALUE 0.
         05 tc-number-in PIC X(20).
      * The number as read: 1 in tc-bad is unreadable, 2 failed
      * its check digit; tc-shop is 1 for a fleet number.
         05 tc-bad PIC 9 VALUE 0.
         05 tc-shop PIC 9 VALUE 0.
         05 tc-dashes PIC 9(02).
         05 tc-len PIC 9(02).
         05 tc-cab-in PIC X(20).
         05 tc-serial-in PIC X(20).
         05 tc-check-in PIC X(20).
         05 tc-check-given PIC 9.
         05 tc-ticket-name PIC X(15).
         05 tc-register-name PIC X(19) VALUE "TICKET-REGISTER.DAT".
         05 tc-temp-name PIC X(19) VALUE "TICKET-REGISTER.TMP".
      * Void and reprint: the reason codes a void may carry, the
      * line as found, and what the register said about it.
         05 ticket-actions-status PIC X(02) VALUE "00".
         05 ticket-spool-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 tc-reason-values.
           10 FILLER PIC X(04) VALUE "JAM ".
           10 FILLER PIC X(04) VALUE "MISP".
           10 FILLER PIC X(04) VALUE "DUPL".
           10 FILLER PIC X(04) VALUE "TEST".
           10 FILLER PIC X(04) VALUE "OTHR".
         05 tc-reason-table REDEFINES tc-reason-values.
           10 tc-reason-code PIC X(04) OCCURS 5 TIMES.
         05 tc-reason PIC X(04) VALUE SPACES.
         05 tc-reason-ok PIC 9 VALUE 0.
         05 tc-staff-ok PIC 9 VALUE 1.
         05 tc-staff-rows PIC 9(03) VALUE 0.
         05 tc-voided PIC 9 VALUE 0.
         05 tc-was-redeemed PIC 9 VALUE 0.
         05 tc-void-reason PIC X(04) VALUE SPACES.
         05 tc-hold PIC X(63).
         05 tc-action PIC X(06) VALUE SPACES.
         05 tc-copy PIC 9(02) VALUE 0.
         05 tc-score-edit PIC ZZZZZ9.
         05 tc-spool-line PIC X(40).
      * REPORT: voids and reprints by month and by staff tag
      * within the month, and the tickets reprinted more than
      * once, off the journal.
         78 MAX-ACTION-MONTHS VALUE 36.
         78 MAX-ACTION-STAFF VALUE 100.
         78 MAX-REPRINTED VALUE 200.
         05 tc-voided-count PIC 9(05) VALUE 0.
         05 tc-j PIC 9(03).
         05 tc-pos PIC 9(03).
         05 tc-month-count PIC 9(03) VALUE 0.
         05 tc-month-table.
           10 tc-month OCCURS MAX-ACTION-MONTHS TIMES.
             15 tcm-month PIC X(06).
             15 tcm-voids PIC 9(05).
             15 tcm-reprints PIC 9(05).
         05 tc-act-staff-count PIC 9(03) VALUE 0.
         05 tc-act-staff-table.
           10 tc-act-staff OCCURS MAX-ACTION-STAFF TIMES.
             15 tcs-month PIC X(06).
             15 tcs-staff PIC X(04).
             15 tcs-voids PIC 9(05).
             15 tcs-reprints PIC 9(05).
         05 tc-reprinted-count PIC 9(03) VALUE 0.
         05 tc-reprinted-table.
           10 tc-reprinted OCCURS MAX-REPRINTED TIMES.
             15 tcr-ticket PIC X(15).
             15 tcr-count PIC 9(03).
         05 tc-edit-3 PIC ZZZZ9.
         05 tc-seconds PIC 9(05).
         05 tc-hhmmss PIC X(06).
         05 tc-hms REDEFINES tc-hhmmss.
           10 tc-hh PIC 9(02).
           10 tc-mm PIC 9(02).
           10 tc-ss PIC 9(02).
         05 tc-found PIC 9 VALUE 0.
         05 tc-eof PIC 9.
         05 tc-edit PIC ZZZZZ9.
         05 tc-liability PIC 9(08).
         05 tc-edit-2 PIC ZZZZZZZ9.
         05 tc-line PIC X(70).
         05 prize-moves-status PIC X(02) VALUE "00".
         05 tc-staff PIC X(04) VALUE SPACES.
         05 tc-prize-table.
           10 tc-prize OCCURS MAX-PRIZES TIMES.
             15 tcp-code PIC X(04).
             15 tcp-cost PIC 9(03).
             15 tcp-stock PIC 9(04).
             15 tcp-reorder PIC 9(03).
             15 tcp-unit-cost PIC X(05).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE "TCK   " TO cabinet-id
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO tc-arg-1 tc-arg-2 tc-arg-3 tc-arg-4
         END-UNSTRING
         IF tc-arg-1 EQUAL TO "REPORT" THEN
           PERFORM 0200-PICK-REGISTER THRU 0200-EXIT
           PERFORM 3000-LOAD-PRIZES THRU 3000-EXIT
           PERFORM 4000-LIABILITY-REPORT THRU 4000-EXIT
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         EVALUATE tc-arg-1
           WHEN "REDEEM"
             MOVE 1 TO tc-redeem-mode
             MOVE tc-arg-2 TO tc-number-in
             MOVE tc-arg-3(1:4) TO tc-prize-code
             MOVE tc-arg-4(1:4) TO tc-staff
           WHEN "VOID"
             MOVE "VOID  " TO tc-action
             MOVE tc-arg-2 TO tc-number-in
             MOVE tc-arg-3(1:4) TO tc-reason
             MOVE tc-arg-4(1:4) TO tc-staff
           WHEN "REPRINT"
             MOVE "REPRNT" TO tc-action
             MOVE tc-arg-2 TO tc-number-in
             MOVE tc-arg-3(1:4) TO tc-staff
           WHEN OTHER
             MOVE tc-arg-1 TO tc-number-in
         END-EVALUATE
         PERFORM 0100-READ-NUMBER THRU 0100-EXIT
         IF tc-bad EQUAL TO 2 THEN
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF tc-bad EQUAL TO 1 THEN
           DISPLAY "Usage: ticket-check [REDEEM] <number> [prize]"
             " [staff]"
             UPON SYSERR
           DISPLAY "       ticket-check VOID <number> <reason> <staff>"
             UPON SYSERR
           DISPLAY "       ticket-check REPRINT <number> <staff>"
             UPON SYSERR
           DISPLAY "       ticket-check REPORT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF tc-action EQUAL TO "VOID  " THEN
           PERFORM 6000-VOID THRU 6000-EXIT
           IF ledger-claimed EQUAL TO 1 THEN
             PERFORM 7900-RELEASE-LEDGER
           END-IF
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF tc-action EQUAL TO "REPRNT" THEN
           PERFORM 6100-REPRINT THRU 6100-EXIT
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF tc-redeem-mode EQUAL TO 1 THEN
             PERFORM 3000-LOAD-PRIZES THRU 3000-EXIT
             PERFORM 3100-CHECK-PRIZE-STOCK
             IF tc-prize-pos EQUAL TO 0 THEN
               PERFORM 9910-RUNLOG-END
               GOBACK
             END-IF
           END-IF
           PERFORM 2000-REDEEM THRU 2000-EXIT
           IF ledger-claimed EQUAL TO 1 THEN
             PERFORM 7900-RELEASE-LEDGER
           END-IF
           IF tc-found EQUAL TO 1
              AND tc-prize-code NOT EQUAL TO SPACES THEN
             PERFORM 3200-DECREMENT-STOCK
         ELSE
           PERFORM 1000-SHOW THRU 1000-EXIT
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * A bare six digits is an old cabinet-only number. Anything
      * else must be a fleet number, CCCCCC-NNNNNN-K or the same
      * run together, whose check digit must hold.
       0100-READ-NUMBER.
         MOVE 0 TO tc-bad
         MOVE 0 TO tc-shop
         IF tc-number-in(1:6) IS NUMERIC
            AND tc-number-in(7:14) EQUAL TO SPACES THEN
           MOVE tc-number-in(1:6) TO tc-number
           MOVE tc-number-in(1:6) TO tc-ticket-name
           GO TO 0100-EXIT
         END-IF
         INSPECT tc-number-in CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         MOVE SPACES TO tc-cab-in
         MOVE SPACES TO tc-serial-in
         MOVE SPACES TO tc-check-in
         MOVE 0 TO tc-dashes
         INSPECT tc-number-in TALLYING tc-dashes FOR ALL "-"
         IF tc-dashes EQUAL TO 2 THEN
           UNSTRING tc-number-in DELIMITED BY "-"
             INTO tc-cab-in tc-serial-in tc-check-in
           END-UNSTRING
         ELSE
           IF tc-dashes NOT EQUAL TO 0 THEN
             MOVE 1 TO tc-bad
             GO TO 0100-EXIT
           END-IF
           MOVE 0 TO tc-len
           INSPECT tc-number-in TALLYING tc-len
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF tc-len LESS THAN 8 OR tc-len GREATER THAN 13 THEN
             MOVE 1 TO tc-bad
             GO TO 0100-EXIT
           END-IF
           MOVE tc-number-in(tc-len:1) TO tc-check-in
           MOVE tc-number-in(tc-len - 6:6) TO tc-serial-in
           MOVE tc-number-in(1:tc-len - 7) TO tc-cab-in
         END-IF
         IF tc-cab-in(1:1) EQUAL TO SPACE
            OR tc-cab-in(7:14) NOT EQUAL TO SPACES
            OR tc-serial-in(1:6) IS NOT NUMERIC
            OR tc-serial-in(7:14) NOT EQUAL TO SPACES
            OR tc-check-in(1:1) IS NOT NUMERIC
            OR tc-check-in(2:19) NOT EQUAL TO SPACES THEN
           MOVE 1 TO tc-bad
           GO TO 0100-EXIT
         END-IF
         MOVE tc-cab-in(1:6) TO tn-cabinet
         MOVE tc-serial-in(1:6) TO tn-serial
         MOVE tc-check-in(1:1) TO tc-check-given
         PERFORM 5000-TICKET-CHECK-DIGIT
         IF tn-check NOT EQUAL TO tc-check-given THEN
           DISPLAY "Ticket " FUNCTION TRIM(tc-number-in)
             " fails its check digit - DO NOT PAY"
           MOVE 8 TO RETURN-CODE
           MOVE 2 TO tc-bad
           GO TO 0100-EXIT
         END-IF
         MOVE 1 TO tc-shop
         MOVE tn-serial TO tc-number
         MOVE tn-full TO tc-ticket-name
         MOVE "SHOP-TICKETS.DAT" TO tc-register-name
         MOVE "SHOP-TICKETS.TMP" TO tc-temp-name.
       0100-EXIT.
         EXIT.

      * The liability counts the shop register once the cabinets
      * post to it, this cabinet's own register before that.
       0200-PICK-REGISTER.
         MOVE "SHOP-TICKETS.DAT" TO tc-register-name
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status EQUAL TO "00" THEN
           CLOSE TICKET-REGISTER-FILE
           GO TO 0200-EXIT
         END-IF
         MOVE "TICKET-REGISTER.DAT" TO tc-register-name.
       0200-EXIT.
         EXIT.

       1000-SHOW.
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           DISPLAY "No ticket register" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO tc-eof
             AT END
               MOVE 1 TO tc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-number EQUAL TO tc-number
                  AND (tc-shop EQUAL TO 0
                       OR tk-cabinet EQUAL TO tn-cabinet) THEN
                 MOVE 1 TO tc-found
                 MOVE tk-score TO tc-edit
                 DISPLAY "Ticket " FUNCTION TRIM(tc-ticket-name)
                   ": " tk-initials
                   " score " tc-edit " lv " tk-level
                   " at " tk-date " " tk-time
                   " cab " tk-cabinet
                 EVALUATE tk-redeemed
                   WHEN 1
                     DISPLAY "STATUS: ALREADY REDEEMED"
                   WHEN 2
                     DISPLAY "STATUS: VOIDED (" tk-prize
                       ") - DO NOT PAY"
                   WHEN OTHER
                     DISPLAY "STATUS: VALID - not yet redeemed"
                 END-EVALUATE
               END-IF
           END-READ
         END-PERFORM
         EXIT.

      * Rewrite via the temp file, flipping the redeemed flag on
      * the matching line. The shop register is only rewritten
      * under the ledger lock the cabinets post to it under; the
      * caller releases it.
       2000-REDEEM.
         IF tc-shop EQUAL TO 1 THEN
           PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
           IF ledger-claimed EQUAL TO 0 THEN
             PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
           END-IF
           IF ledger-claimed EQUAL TO 0 THEN
             DISPLAY "Shop register busy - try the redemption again"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 2000-EXIT
           END-IF
         END-IF
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           DISPLAY "No ticket register" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         OPEN OUTPUT TICKET-TEMP-FILE
             AT END
               MOVE 1 TO tc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-number EQUAL TO tc-number
                  AND (tc-shop EQUAL TO 0
                       OR tk-cabinet EQUAL TO tn-cabinet) THEN
                 IF tk-redeemed EQUAL TO 2 THEN
                   MOVE 1 TO tc-voided
                   MOVE tk-prize TO tc-void-reason
                 ELSE
                   MOVE 1 TO tc-found
                   MOVE 1 TO tk-redeemed
                   IF tc-prize-code NOT EQUAL TO SPACES THEN
                     MOVE tc-prize-code TO tk-prize
                   END-IF
                 END-IF
               END-IF
               WRITE TICKET-TEMP-RECORD FROM
                 TICKET-REGISTER-RECORD
               ADD 1 TO runlog-written
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE
         CLOSE TICKET-TEMP-FILE
         IF tc-found EQUAL TO 0 AND tc-voided EQUAL TO 1 THEN
           DISPLAY "TICKET VOIDED (" tc-void-reason
             ") - DO NOT PAY"
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         IF tc-found EQUAL TO 0 THEN
           DISPLAY "TICKET NOT ON REGISTER - nothing redeemed"
           GO TO 2000-EXIT
         END-IF
         PERFORM 2100-COPY-BACK
         DISPLAY "Ticket " FUNCTION TRIM(tc-ticket-name)
           " marked redeemed".
       2000-EXIT.
         EXIT.

      * The rewritten temp file replaces the register.
       2100-COPY-BACK.
         OPEN INPUT TICKET-TEMP-FILE
         OPEN OUTPUT TICKET-REGISTER-FILE
         MOVE 0 TO tc-eof
             AT END
               MOVE 1 TO tc-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE TICKET-TEMP-RECORD TO TICKET-REGISTER-RECORD
               WRITE TICKET-REGISTER-RECORD
               ADD 1 TO runlog-written
           END-READ
         END-PERFORM
         CLOSE TICKET-TEMP-FILE
         CLOSE TICKET-REGISTER-FILE.

       3000-LOAD-PRIZES.
         MOVE 0 TO tc-prize-count
         OPEN INPUT PRIZES-FILE
         IF prizes-status NOT EQUAL TO "00" THEN
           DISPLAY "No PRIZES.DAT catalog" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO tc-eof
             AT END
               MOVE 1 TO tc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tc-prize-count LESS THAN MAX-PRIZES THEN
                 ADD 1 TO tc-prize-count
                 MOVE pz-code TO tcp-code(tc-prize-count)
                 MOVE pz-cost TO tcp-cost(tc-prize-count)
                 MOVE pz-stock TO tcp-stock(tc-prize-count)
                 MOVE pz-reorder TO tcp-reorder(tc-prize-count)
                 MOVE pz-unit-cost-x TO tcp-unit-cost(tc-prize-count)
               END-IF
           END-READ
         END-PERFORM
         IF tc-prize-pos EQUAL TO 0 THEN
           DISPLAY "Prize " tc-prize-code " not in catalog"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
         ELSE
           IF tcp-stock(tc-prize-pos) EQUAL TO 0 THEN
             DISPLAY "Prize " tc-prize-code
               " OUT OF STOCK - not redeemed" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             MOVE 0 TO tc-prize-pos
           END-IF
         END-IF.
           MOVE tcp-cost(tc-i) TO pz-cost
           MOVE tcp-stock(tc-i) TO pz-stock
           MOVE tcp-reorder(tc-i) TO pz-reorder
           MOVE tcp-unit-cost(tc-i) TO pz-unit-cost-x
           WRITE PRIZE-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE PRIZES-FILE
         PERFORM 3300-POST-PRIZE-MOVE
         DISPLAY "Prize " tc-prize-code " handed out, "
           "stock updated".

      * Every unit that leaves the shelf is journalled, so the
      * stock reconciliation can account for it.
       3300-POST-PRIZE-MOVE.
         MOVE FUNCTION CURRENT-DATE(1:8) TO pm-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO pm-time
         MOVE tc-prize-code TO pm-code
         MOVE "REDEEMED" TO pm-type
         MOVE -1 TO pm-qty
         IF tc-staff EQUAL TO SPACES THEN
           MOVE "CTR " TO pm-staff
         ELSE
           MOVE tc-staff TO pm-staff
         END-IF
         MOVE tc-number TO pm-ticket
         IF tc-shop EQUAL TO 1 THEN
           MOVE SPACES TO pm-reason
           STRING "TICKET " tn-full
             DELIMITED BY SIZE INTO pm-reason
         ELSE
           MOVE "TICKET REDEEMED" TO pm-reason
         END-IF
         OPEN EXTEND PRIZE-MOVES-FILE
         IF prize-moves-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT PRIZE-MOVES-FILE
         END-IF
         WRITE PRIZE-MOVE-RECORD
         ADD 1 TO runlog-written
         CLOSE PRIZE-MOVES-FILE.

      * Walking liability: every unredeemed ticket can claim a
      * prize, so the worst case is the dearest prize across the
      * lot; reorder flags ride the same pass.
               AT END
                 MOVE 1 TO tc-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF tk-redeemed EQUAL TO 0 THEN
                   ADD 1 TO tc-outstanding
                 END-IF
                 IF tk-redeemed EQUAL TO 2 THEN
                   ADD 1 TO tc-voided-count
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TICKET-REGISTER-FILE
         END-IF
         OPEN OUTPUT PRIZE-REPORT-FILE
         IF prize-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write PRIZE-LIABILITY.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         MOVE "PRIZE LIABILITY REPORT" TO tc-line
         WRITE PRIZE-REPORT-RECORD FROM tc-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO tc-line
         WRITE PRIZE-REPORT-RECORD FROM tc-line
         ADD 1 TO runlog-written
         MOVE tc-outstanding TO tc-edit
         MOVE SPACES TO tc-line
         STRING "Outstanding unredeemed tickets: "
           FUNCTION TRIM(tc-edit)
           DELIMITED BY SIZE INTO tc-line
         WRITE PRIZE-REPORT-RECORD FROM tc-line
         ADD 1 TO runlog-written
         MOVE SPACES TO tc-line
         STRING "  (counted on " DELIMITED BY SIZE
           tc-register-name DELIMITED BY SPACE
           ")" DELIMITED BY SIZE INTO tc-line
         WRITE PRIZE-REPORT-RECORD FROM tc-line
         ADD 1 TO runlog-written
         MOVE tc-voided-count TO tc-edit
         MOVE SPACES TO tc-line
         STRING "Voided tickets, not payable: " DELIMITED BY SIZE
           FUNCTION TRIM(tc-edit)
           DELIMITED BY SIZE INTO tc-line
         WRITE PRIZE-REPORT-RECORD FROM tc-line
         ADD 1 TO runlog-written
         MOVE 0 TO tc-top-cost
         PERFORM VARYING tc-i FROM 1 BY 1
         UNTIL tc-i > tc-prize-count
             FUNCTION TRIM(tc-top-name) ")"
             DELIMITED BY SIZE INTO tc-line
           WRITE PRIZE-REPORT-RECORD FROM tc-line
           ADD 1 TO runlog-written
         END-IF
         MOVE "Catalog:" TO tc-line
         WRITE PRIZE-REPORT-RECORD FROM tc-line
         ADD 1 TO runlog-written
         PERFORM VARYING tc-i FROM 1 BY 1
         UNTIL tc-i > tc-prize-count
           MOVE tcp-stock(tc-i) TO tc-edit
           IF tcp-stock(tc-i) LESS OR EQUAL TO
               tcp-reorder(tc-i) THEN
             WRITE PRIZE-REPORT-RECORD FROM tc-line
             ADD 1 TO runlog-written
             MOVE "      *** AT OR BELOW REORDER STOCK ***"
               TO tc-line
             WRITE PRIZE-REPORT-RECORD FROM tc-line
             ADD 1 TO runlog-written
           ELSE
             WRITE PRIZE-REPORT-RECORD FROM tc-line
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM
         PERFORM 4100-SCAN-ACTIONS THRU 4100-EXIT
         PERFORM 4200-ACTION-LINES
         CLOSE PRIZE-REPORT-FILE
         MOVE "PRIZE-LIABILITY.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Report written to PRIZE-LIABILITY.RPT".
       4000-EXIT.
         EXIT.

       4100-SCAN-ACTIONS.
         MOVE 0 TO tc-month-count
         MOVE 0 TO tc-act-staff-count
         MOVE 0 TO tc-reprinted-count
         OPEN INPUT TICKET-ACTIONS-FILE
         IF ticket-actions-status NOT EQUAL TO "00" THEN
           GO TO 4100-EXIT
         END-IF
         MOVE 0 TO tc-eof
         PERFORM UNTIL tc-eof EQUAL TO 1
           READ TICKET-ACTIONS-FILE
             AT END
               MOVE 1 TO tc-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 4110-TALLY-ACTION
           END-READ
         END-PERFORM
         CLOSE TICKET-ACTIONS-FILE.
       4100-EXIT.
         EXIT.

      * A month or staff row past the table's end is not counted;
      * the journal runs oldest first, so it is the newest that
      * would drop, and the report says so.
       4110-TALLY-ACTION.
         MOVE 0 TO tc-pos
         PERFORM VARYING tc-j FROM 1 BY 1
         UNTIL tc-j > tc-month-count
           IF tcm-month(tc-j) EQUAL TO ta-date(1:6) THEN
             MOVE tc-j TO tc-pos
           END-IF
         END-PERFORM
         IF tc-pos EQUAL TO 0
            AND tc-month-count LESS THAN MAX-ACTION-MONTHS THEN
           ADD 1 TO tc-month-count
           MOVE tc-month-count TO tc-pos
           MOVE ta-date(1:6) TO tcm-month(tc-pos)
           MOVE 0 TO tcm-voids(tc-pos)
           MOVE 0 TO tcm-reprints(tc-pos)
         END-IF
         IF tc-pos GREATER THAN 0 THEN
           IF ta-action EQUAL TO "VOID  " THEN
             ADD 1 TO tcm-voids(tc-pos)
           ELSE
             ADD 1 TO tcm-reprints(tc-pos)
           END-IF
         END-IF
         MOVE 0 TO tc-pos
         PERFORM VARYING tc-j FROM 1 BY 1
         UNTIL tc-j > tc-act-staff-count
           IF tcs-month(tc-j) EQUAL TO ta-date(1:6)
              AND tcs-staff(tc-j) EQUAL TO ta-staff THEN
             MOVE tc-j TO tc-pos
           END-IF
         END-PERFORM
         IF tc-pos EQUAL TO 0
            AND tc-act-staff-count LESS THAN MAX-ACTION-STAFF THEN
           ADD 1 TO tc-act-staff-count
           MOVE tc-act-staff-count TO tc-pos
           MOVE ta-date(1:6) TO tcs-month(tc-pos)
           MOVE ta-staff TO tcs-staff(tc-pos)
           MOVE 0 TO tcs-voids(tc-pos)
           MOVE 0 TO tcs-reprints(tc-pos)
         END-IF
         IF tc-pos GREATER THAN 0 THEN
           IF ta-action EQUAL TO "VOID  " THEN
             ADD 1 TO tcs-voids(tc-pos)
           ELSE
             ADD 1 TO tcs-reprints(tc-pos)
           END-IF
         END-IF
         IF ta-action EQUAL TO "REPRNT" THEN
           MOVE 0 TO tc-pos
           PERFORM VARYING tc-j FROM 1 BY 1
           UNTIL tc-j > tc-reprinted-count
             IF tcr-ticket(tc-j) EQUAL TO ta-ticket THEN
               MOVE tc-j TO tc-pos
             END-IF
           END-PERFORM
           IF tc-pos EQUAL TO 0
              AND tc-reprinted-count LESS THAN MAX-REPRINTED THEN
             ADD 1 TO tc-reprinted-count
             MOVE tc-reprinted-count TO tc-pos
             MOVE ta-ticket TO tcr-ticket(tc-pos)
             MOVE 0 TO tcr-count(tc-pos)
           END-IF
           IF tc-pos GREATER THAN 0 THEN
             ADD 1 TO tcr-count(tc-pos)
           END-IF
         END-IF.

      * Each month's voids and reprints with the staff tags behind
      * them, then every ticket printed more than twice in all.
       4200-ACTION-LINES.
         MOVE "Voids and reprints by month:" TO tc-line
         WRITE PRIZE-REPORT-RECORD FROM tc-line
         ADD 1 TO runlog-written
         IF tc-month-count EQUAL TO 0 THEN
           MOVE "  none journalled" TO tc-line
           WRITE PRIZE-REPORT-RECORD FROM tc-line
           ADD 1 TO runlog-written
         END-IF
         PERFORM VARYING tc-j FROM 1 BY 1
         UNTIL tc-j > tc-month-count
           MOVE tcm-voids(tc-j) TO tc-edit
           MOVE tcm-reprints(tc-j) TO tc-edit-3
           MOVE SPACES TO tc-line
           STRING "  " tcm-month(tc-j) "  voids " tc-edit
             "  reprints " tc-edit-3
             DELIMITED BY SIZE INTO tc-line
           WRITE PRIZE-REPORT-RECORD FROM tc-line
           ADD 1 TO runlog-written
           PERFORM VARYING tc-pos FROM 1 BY 1
           UNTIL tc-pos > tc-act-staff-count
             IF tcs-month(tc-pos) EQUAL TO tcm-month(tc-j) THEN
               MOVE tcs-voids(tc-pos) TO tc-edit
               MOVE tcs-reprints(tc-pos) TO tc-edit-3
               MOVE SPACES TO tc-line
               STRING "    staff " tcs-staff(tc-pos)
                 "   voids " tc-edit "  reprints " tc-edit-3
                 DELIMITED BY SIZE INTO tc-line
               WRITE PRIZE-REPORT-RECORD FROM tc-line
               ADD 1 TO runlog-written
             END-IF
           END-PERFORM
         END-PERFORM
         IF tc-month-count EQUAL TO MAX-ACTION-MONTHS
            OR tc-act-staff-count EQUAL TO MAX-ACTION-STAFF THEN
           MOVE "  (table full - the newest months may be short)"
             TO tc-line
           WRITE PRIZE-REPORT-RECORD FROM tc-line
           ADD 1 TO runlog-written
         END-IF
         MOVE "Tickets reprinted more than once:" TO tc-line
         WRITE PRIZE-REPORT-RECORD FROM tc-line
         ADD 1 TO runlog-written
         MOVE 0 TO tc-pos
         PERFORM VARYING tc-j FROM 1 BY 1
         UNTIL tc-j > tc-reprinted-count
           IF tcr-count(tc-j) GREATER THAN 1 THEN
             MOVE 1 TO tc-pos
             MOVE tcr-count(tc-j) TO tc-edit-3
             MOVE SPACES TO tc-line
             STRING "  " tcr-ticket(tc-j) "  reprints " tc-edit-3
               "  *** CHECK ***"
               DELIMITED BY SIZE INTO tc-line
             WRITE PRIZE-REPORT-RECORD FROM tc-line
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM
         IF tc-pos EQUAL TO 0 THEN
           MOVE "  none" TO tc-line
           WRITE PRIZE-REPORT-RECORD FROM tc-line
           ADD 1 TO runlog-written
         END-IF.

      * The fleet check digit over tn-cabinet and tn-serial, as
      * the cabinet prints it: fills tn-check and tn-full.
       5000-TICKET-CHECK-DIGIT.
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

      * A jammed or garbled ticket is voided on the register with
      * its reason code, so it can never be paid; a redeemed one
      * stays as it is.
       6000-VOID.
         INSPECT tc-reason CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
         MOVE 0 TO tc-reason-ok
         PERFORM VARYING tc-i FROM 1 BY 1 UNTIL tc-i > 5
           IF tc-reason-code(tc-i) EQUAL TO tc-reason THEN
             MOVE 1 TO tc-reason-ok
           END-IF
         END-PERFORM
         IF tc-reason-ok EQUAL TO 0 THEN
           DISPLAY "Void reason must be JAM, MISP, DUPL, TEST or OTHR"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         PERFORM 6200-CHECK-STAFF THRU 6200-EXIT
         IF tc-staff-ok EQUAL TO 0 THEN
           GO TO 6000-EXIT
         END-IF
         IF tc-shop EQUAL TO 1 THEN
           PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
           IF ledger-claimed EQUAL TO 0 THEN
             PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
           END-IF
           IF ledger-claimed EQUAL TO 0 THEN
             DISPLAY "Shop register busy - try the void again"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 6000-EXIT
           END-IF
         END-IF
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           DISPLAY "No ticket register" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         OPEN OUTPUT TICKET-TEMP-FILE
         MOVE 0 TO tc-eof
         PERFORM UNTIL tc-eof EQUAL TO 1
           READ TICKET-REGISTER-FILE NEXT RECORD
             AT END
               MOVE 1 TO tc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-number EQUAL TO tc-number
                  AND (tc-shop EQUAL TO 0
                       OR tk-cabinet EQUAL TO tn-cabinet) THEN
                 EVALUATE tk-redeemed
                   WHEN 1
                     MOVE 1 TO tc-was-redeemed
                   WHEN 2
                     MOVE 1 TO tc-voided
                     MOVE tk-prize TO tc-void-reason
                   WHEN OTHER
                     MOVE 1 TO tc-found
                     MOVE 2 TO tk-redeemed
                     MOVE tc-reason TO tk-prize
                     MOVE TICKET-REGISTER-RECORD TO tc-hold
                 END-EVALUATE
               END-IF
               WRITE TICKET-TEMP-RECORD FROM
                 TICKET-REGISTER-RECORD
               ADD 1 TO runlog-written
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE
         CLOSE TICKET-TEMP-FILE
         IF tc-was-redeemed EQUAL TO 1 THEN
           DISPLAY "Ticket " FUNCTION TRIM(tc-ticket-name)
             " already redeemed - not voided" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         IF tc-voided EQUAL TO 1 THEN
           DISPLAY "Ticket " FUNCTION TRIM(tc-ticket-name)
             " already voided (" tc-void-reason ")" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         IF tc-found EQUAL TO 0 THEN
           DISPLAY "TICKET NOT ON REGISTER - nothing voided"
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         PERFORM 2100-COPY-BACK
         MOVE tc-hold TO TICKET-REGISTER-RECORD
         PERFORM 6300-POST-ACTION
         DISPLAY "Ticket " FUNCTION TRIM(tc-ticket-name)
           " voided (" tc-reason ") by " tc-staff.
       6000-EXIT.
         EXIT.

      * The ticket printed again from its register line, the way
      * the cabinet prints it, marked as a numbered duplicate.
      * Only an open ticket is reprinted.
       6100-REPRINT.
         PERFORM 6200-CHECK-STAFF THRU 6200-EXIT
         IF tc-staff-ok EQUAL TO 0 THEN
           GO TO 6100-EXIT
         END-IF
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           DISPLAY "No ticket register" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6100-EXIT
         END-IF
         MOVE 0 TO tc-eof
         PERFORM UNTIL tc-eof EQUAL TO 1
           READ TICKET-REGISTER-FILE NEXT RECORD
             AT END
               MOVE 1 TO tc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-number EQUAL TO tc-number
                  AND (tc-shop EQUAL TO 0
                       OR tk-cabinet EQUAL TO tn-cabinet) THEN
                 MOVE 1 TO tc-found
                 MOVE TICKET-REGISTER-RECORD TO tc-hold
               END-IF
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE
         IF tc-found EQUAL TO 0 THEN
           DISPLAY "TICKET NOT ON REGISTER - not reprinted"
           MOVE 8 TO RETURN-CODE
           GO TO 6100-EXIT
         END-IF
         MOVE tc-hold TO TICKET-REGISTER-RECORD
         IF tk-redeemed EQUAL TO 2 THEN
           DISPLAY "TICKET VOIDED (" tk-prize ") - not reprinted"
           MOVE 8 TO RETURN-CODE
           GO TO 6100-EXIT
         END-IF
         IF tk-redeemed EQUAL TO 1 THEN
           DISPLAY "Ticket " FUNCTION TRIM(tc-ticket-name)
             " already redeemed - not reprinted"
           MOVE 8 TO RETURN-CODE
           GO TO 6100-EXIT
         END-IF
         PERFORM 6400-COUNT-COPIES THRU 6400-EXIT
         OPEN EXTEND TICKET-SPOOL-FILE
         IF ticket-spool-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TICKET-SPOOL-FILE
         END-IF
         MOVE tc-hold TO TICKET-REGISTER-RECORD
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         MOVE "        INVADERS BREAKER PRIZE" TO tc-spool-line
         WRITE TICKET-SPOOL-RECORD FROM tc-spool-line
         MOVE SPACES TO tc-spool-line
         STRING "  TICKET NO " tc-ticket-name
           DELIMITED BY SIZE INTO tc-spool-line
         WRITE TICKET-SPOOL-RECORD FROM tc-spool-line
         MOVE tk-score TO tc-score-edit
         MOVE SPACES TO tc-spool-line
         STRING "  " tk-initials "  SCORE " tc-score-edit
           "  LV " tk-level
           DELIMITED BY SIZE INTO tc-spool-line
         WRITE TICKET-SPOOL-RECORD FROM tc-spool-line
         MOVE SPACES TO tc-spool-line
         STRING "  " tk-date " " tk-time "  CAB " tk-cabinet
           DELIMITED BY SIZE INTO tc-spool-line
         WRITE TICKET-SPOOL-RECORD FROM tc-spool-line
         MOVE SPACES TO tc-spool-line
         STRING "  ** DUPLICATE " tc-copy "  "
           FUNCTION CURRENT-DATE(1:8) " **"
           DELIMITED BY SIZE INTO tc-spool-line
         WRITE TICKET-SPOOL-RECORD FROM tc-spool-line
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         CLOSE TICKET-SPOOL-FILE
         ADD 7 TO runlog-written
         MOVE tc-hold TO TICKET-REGISTER-RECORD
         PERFORM 6300-POST-ACTION
         DISPLAY "Ticket " FUNCTION TRIM(tc-ticket-name)
           " reprinted as DUPLICATE " tc-copy
           " on TICKET-SPOOL.TXT".
       6100-EXIT.
         EXIT.

      * counter's staff rule: no STAFF.DAT, or an empty one, takes
      * any tag; otherwise an active ID. A tag is always needed.
       6200-CHECK-STAFF.
         IF tc-staff EQUAL TO SPACES THEN
           DISPLAY "VOID and REPRINT need a staff tag" UPON SYSERR
           MOVE 0 TO tc-staff-ok
           MOVE 8 TO RETURN-CODE
           GO TO 6200-EXIT
         END-IF
         MOVE 1 TO tc-staff-ok
         MOVE 0 TO tc-staff-rows
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 6200-EXIT
         END-IF
         MOVE 0 TO tc-staff-ok
         MOVE 0 TO tc-eof
         PERFORM UNTIL tc-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO tc-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO tc-staff-rows
               IF st-id EQUAL TO tc-staff
                  AND st-active EQUAL TO "Y" THEN
                 MOVE 1 TO tc-staff-ok
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF tc-staff-rows EQUAL TO 0 THEN
           MOVE 1 TO tc-staff-ok
         END-IF
         IF tc-staff-ok EQUAL TO 0 THEN
           DISPLAY "Not an active staff ID: " tc-staff UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       6200-EXIT.
         EXIT.

      * The void or reprint onto the journal, for the line in
      * TICKET-REGISTER-RECORD.
       6300-POST-ACTION.
         MOVE FUNCTION CURRENT-DATE(1:8) TO ta-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO ta-time
         MOVE tc-action TO ta-action
         MOVE tc-ticket-name TO ta-ticket
         MOVE tk-cabinet TO ta-cabinet
         MOVE tk-number TO ta-number
         MOVE tc-staff TO ta-staff
         IF tc-action EQUAL TO "VOID  " THEN
           MOVE tc-reason TO ta-reason
           MOVE 0 TO ta-copy
         ELSE
           MOVE SPACES TO ta-reason
           MOVE tc-copy TO ta-copy
         END-IF
         OPEN EXTEND TICKET-ACTIONS-FILE
         IF ticket-actions-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TICKET-ACTIONS-FILE
         END-IF
         WRITE TICKET-ACTION-RECORD
         ADD 1 TO runlog-written
         CLOSE TICKET-ACTIONS-FILE.

      * This reprint's copy number: one past the reprints of the
      * same ticket already journalled.
       6400-COUNT-COPIES.
         MOVE 1 TO tc-copy
         OPEN INPUT TICKET-ACTIONS-FILE
         IF ticket-actions-status NOT EQUAL TO "00" THEN
           GO TO 6400-EXIT
         END-IF
         MOVE 0 TO tc-eof
         PERFORM UNTIL tc-eof EQUAL TO 1
           READ TICKET-ACTIONS-FILE
             AT END
               MOVE 1 TO tc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ta-action EQUAL TO "REPRNT"
                  AND ta-ticket EQUAL TO tc-ticket-name
                  AND tc-copy LESS THAN 99 THEN
                 ADD 1 TO tc-copy
               END-IF
           END-READ
         END-PERFORM
         CLOSE TICKET-ACTIONS-FILE.
       6400-EXIT.
         EXIT.

      * counter's claim: the shared lock the cabinets post their
      * tickets under, taken as the ticket desk.
       7500-CLAIM-LEDGER.
         MOVE 0 TO ledger-claimed
         MOVE 0 TO lock-present
         MOVE 0 TO lock-stale
         MOVE FUNCTION CURRENT-DATE(9:6) TO tc-hhmmss
         COMPUTE tc-seconds = (tc-hh * 3600) + (tc-mm * 60) + tc-ss
         OPEN INPUT SHARED-LOCK-FILE
         IF shared-lock-status EQUAL TO "00" THEN
           MOVE 1 TO lock-present
           READ SHARED-LOCK-FILE NEXT RECORD
             AT END
               MOVE 1 TO lock-stale
             NOT AT END
               ADD 1 TO runlog-read
               IF slk-stamp IS NUMERIC THEN
                 COMPUTE lock-age = tc-seconds - slk-stamp
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
           MOVE tc-seconds TO slk-stamp
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

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "TICKET-CHECK" TO rptarc-program
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
         MOVE "TICKET-CHECK" TO runlog-program
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
       END PROGRAM TICKET-CHECK.

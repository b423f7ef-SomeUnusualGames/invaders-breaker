      * Compile and run on Windows:
      * cobc -xj venue-settle.cbl batch-runlog.cbl report-archive.cbl
      * Host-venue settlement statements. VENUES.DAT lists the
      * venues we place cabinets in under a revenue split with the
      * host, and which cabinets sit in each. For one closed month
      * every venue gets a statement built from what its cabinets
      * published to the shared mount:
      *   takings   PERIOD-LEDGER-<id>.DAT - cash coins plus token
      *             sales where the close carried the money tail,
      *             otherwise coins at the credit value
      *   refunds   the close's refund and goodwill credits at the
      *             credit value
      *   prizes    SHOP-TICKETS.DAT tickets the cabinet printed in
      *             the month and since redeemed, at the PRIZES.DAT
      *             unit cost (coins, at the credit value)
      *   boxes     COLLECT-<id>.DAT markers dated in the month and
      *             the coin counts they carry, for the record
      * Refunds and prizes come off before the split where the
      * venue line says so; the host's share is then held to the
      * venue's minimum guarantee, and the balance is owed by
      * whoever emptied the cash box. The credit value is channel
      * one of DENOMINATIONS.DAT (1.00 without the table).
      *   venue-settle [YYYYMM]                  draft statements
      *   venue-settle <YYYYMM> SETTLE [staff]   settle and record
      * With no month the one before the current one is used, as
      * PERIOD-CLOSE does. A venue with a cabinet that has not
      * closed the month is not settled. SETTLE appends one line a
      * venue to SETTLEMENTS.DAT; a venue already settled for the
      * month is reprinted from that line and never settled again.
      * Once STAFF.DAT has a register, SETTLE needs an active
      * manager's ID. Run from the shared mount. Output:
      * VENUE-SETTLE.RPT. Ends 4 when a venue could not be settled
      * or was already settled, 8 on a refusal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENUE-SETTLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT VENUES-FILE ASSIGN TO "VENUES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS venues-status.
         SELECT SETTLEMENTS-FILE ASSIGN TO "SETTLEMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS settlements-status.
         SELECT PUBLISHED-LEDGER-FILE ASSIGN USING vs-ledger-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS published-ledger-status.
         SELECT PUBLISHED-COLLECT-FILE ASSIGN USING vs-collect-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS published-collect-status.
         SELECT SHOP-TICKETS-FILE ASSIGN TO "SHOP-TICKETS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shop-tickets-status.
         SELECT PRIZES-FILE ASSIGN TO "PRIZES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prizes-status.
         SELECT DENOMINATION-FILE ASSIGN TO "DENOMINATIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS denomination-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
         SELECT SETTLE-REPORT-FILE ASSIGN TO "VENUE-SETTLE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS settle-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD VENUES-FILE.
         COPY venue-record.
       FD SETTLEMENTS-FILE.
         COPY settlement-record.
       FD PUBLISHED-LEDGER-FILE.
         01 PUBLISHED-LEDGER-RECORD PIC X(86).
       FD PUBLISHED-COLLECT-FILE.
         01 PUBLISHED-COLLECT-RECORD PIC X(90).
       FD SHOP-TICKETS-FILE.
         COPY ticket-register-record.
       FD PRIZES-FILE.
         COPY prize-record.
       FD DENOMINATION-FILE.
         COPY denomination-record.
       FD STAFF-FILE.
         COPY staff-record.
       FD SETTLE-REPORT-FILE.
         01 SETTLE-REPORT-RECORD PIC X(78).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY denomination-data.
         COPY period-ledger-record.
       01 venue-settle-data.
         78 MAX-VENUES VALUE 30.
         78 MAX-PLACEMENTS VALUE 100.
         78 MAX-PRIZES VALUE 30.
         78 MAX-SETTLED VALUE 30.
         05 venues-status PIC X(02) VALUE "00".
         05 settlements-status PIC X(02) VALUE "00".
         05 published-ledger-status PIC X(02) VALUE "00".
         05 published-collect-status PIC X(02) VALUE "00".
         05 shop-tickets-status PIC X(02) VALUE "00".
         05 prizes-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 settle-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 vs-arg-1 PIC X(10).
         05 vs-arg-2 PIC X(10).
         05 vs-arg-3 PIC X(10).
         05 vs-month PIC X(06).
         05 vs-settling PIC 9 VALUE 0.
         05 vs-staff PIC X(04) VALUE SPACES.
         05 vs-staff-rows PIC 9(03) VALUE 0.
         05 vs-staff-ok PIC 9 VALUE 0.
         05 vs-now-yyyymm PIC 9(06).
         05 vs-now-split REDEFINES vs-now-yyyymm.
           10 vs-now-yyyy PIC 9(04).
           10 vs-now-mm PIC 9(02).
         05 vs-eof PIC 9 VALUE 0.
         05 vs-i PIC 9(03).
         05 vs-k PIC 9(03).
         05 vs-v PIC 9(02).
         05 vs-pos PIC 9(03).
         05 vs-line PIC X(78).
         05 vs-ledger-name PIC X(30).
         05 vs-collect-name PIC X(30).
         05 vs-credit-value PIC 9(03)V9(02) VALUE 1.
      * VENUES.DAT as loaded.
         05 vs-venue-count PIC 9(02) VALUE 0.
         05 vs-venue-table.
           10 vs-venue OCCURS MAX-VENUES TIMES.
             15 vsv-venue PIC X(06).
             15 vsv-name PIC X(16).
             15 vsv-split PIC 9(03)V9(02).
             15 vsv-minimum PIC 9(05)V9(02).
             15 vsv-net-refunds PIC X(01).
             15 vsv-net-prizes PIC X(01).
             15 vsv-collector PIC X(01).
         05 vs-place-count PIC 9(03) VALUE 0.
         05 vs-place-table.
           10 vs-place OCCURS MAX-PLACEMENTS TIMES.
             15 vsc-venue PIC X(06).
             15 vsc-cabinet PIC X(06).
         05 vs-prize-count PIC 9(02) VALUE 0.
         05 vs-prize-table.
           10 vs-prize OCCURS MAX-PRIZES TIMES.
             15 vsp-code PIC X(04).
             15 vsp-unit-cost PIC 9(03)V9(02).
      * Venues already settled for the month, as recorded.
         05 vs-settled-count PIC 9(02) VALUE 0.
         05 vs-settled-table.
           10 vs-settled OCCURS MAX-SETTLED TIMES.
             15 vss-line PIC X(70).
      * The cabinet in hand.
         05 vs-cabinet PIC X(06).
         05 vs-closed PIC 9.
         05 vs-cab-takings PIC 9(07)V9(02).
         05 vs-cab-refunds PIC 9(07)V9(02).
         05 vs-cab-prizes PIC 9(07)V9(02).
         05 vs-cab-boxes PIC 9(03).
         05 vs-cab-counted PIC 9(07).
      * The venue in hand.
         05 vs-cab-count PIC 9(03).
         05 vs-open-count PIC 9(03).
         05 vs-takings PIC 9(07)V9(02).
         05 vs-refunds PIC 9(07)V9(02).
         05 vs-prizes PIC 9(07)V9(02).
         05 vs-deductions PIC 9(07)V9(02).
         05 vs-net PIC S9(07)V9(02).
         05 vs-host-share PIC 9(07)V9(02).
         05 vs-minimum-applied PIC 9.
         05 vs-owed PIC 9(07)V9(02).
         05 vs-direction PIC X(01).
      * Run totals.
         05 vs-settled-now PIC 9(02) VALUE 0.
         05 vs-settled-before PIC 9(02) VALUE 0.
         05 vs-drafted PIC 9(02) VALUE 0.
         05 vs-not-closed PIC 9(02) VALUE 0.
         05 vs-label PIC X(50).
         05 vs-amount PIC S9(07)V9(02).
         05 vs-money-edit PIC -(07)9.99.
         05 vs-money-edit-2 PIC Z(06)9.99.
         05 vs-money-edit-3 PIC Z(06)9.99.
         05 vs-pct-edit PIC ZZ9.99.
         05 vs-count-edit PIC ZZ9.
         05 vs-count-edit-2 PIC Z(06)9.
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
           10 FILLER PIC X(05).
           10 cl-count PIC X(05).
           10 FILLER PIC X(23).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-READ-ARGUMENTS
         IF vs-settling EQUAL TO 1 THEN
           PERFORM 1100-CHECK-STAFF THRU 1100-EXIT
           IF vs-staff-ok EQUAL TO 0 THEN
             PERFORM 9910-RUNLOG-END
             GOBACK
           END-IF
         END-IF
         PERFORM 1200-LOAD-VENUES THRU 1200-EXIT
         IF RETURN-CODE NOT LESS THAN 8 THEN
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 1300-LOAD-DENOMINATIONS THRU 1300-EXIT
         PERFORM 1400-LOAD-PRIZES THRU 1400-EXIT
         PERFORM 1500-LOAD-SETTLEMENTS THRU 1500-EXIT
         OPEN OUTPUT SETTLE-REPORT-FILE
         IF settle-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write VENUE-SETTLE.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 3000-WRITE-HEADING
         PERFORM VARYING vs-v FROM 1 BY 1
         UNTIL vs-v > vs-venue-count
           PERFORM 2000-SETTLE-VENUE THRU 2000-EXIT
         END-PERFORM
         PERFORM 3500-WRITE-TOTALS
         CLOSE SETTLE-REPORT-FILE
         MOVE vs-month TO rptarc-from
         MOVE vs-month TO rptarc-to
         MOVE "VENUE-SETTLE.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         IF vs-not-closed GREATER THAN 0
            AND RETURN-CODE LESS THAN 4 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         IF vs-settling EQUAL TO 1
            AND vs-settled-before GREATER THAN 0
            AND RETURN-CODE LESS THAN 4 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         DISPLAY "Statements for " vs-month " in VENUE-SETTLE.RPT"
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-READ-ARGUMENTS.
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO vs-arg-1 vs-arg-2 vs-arg-3
         UNSTRING command-line-args DELIMITED BY ALL SPACES
           INTO vs-arg-1 vs-arg-2 vs-arg-3
         END-UNSTRING
         IF vs-arg-1(1:6) IS NUMERIC THEN
           MOVE vs-arg-1(1:6) TO vs-month
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:6) TO vs-now-yyyymm
           IF vs-now-mm EQUAL TO 1 THEN
             SUBTRACT 1 FROM vs-now-yyyy
             MOVE 12 TO vs-now-mm
           ELSE
             SUBTRACT 1 FROM vs-now-mm
           END-IF
           MOVE vs-now-yyyymm TO vs-month
         END-IF
         IF vs-arg-2 EQUAL TO "SETTLE" THEN
           MOVE 1 TO vs-settling
           MOVE vs-arg-3(1:4) TO vs-staff
         END-IF.

      * No STAFF.DAT (or an empty one): settled unattributed, as
      * before there was a register. Otherwise only an active
      * manager settles.
       1100-CHECK-STAFF.
         MOVE 1 TO vs-staff-ok
         MOVE 0 TO vs-staff-rows
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         MOVE 0 TO vs-staff-ok
         MOVE 0 TO vs-eof
         PERFORM UNTIL vs-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO vs-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO vs-staff-rows
               IF st-id EQUAL TO vs-staff
                  AND vs-staff NOT EQUAL TO SPACES
                  AND st-role EQUAL TO "M"
                  AND st-active EQUAL TO "Y" THEN
                 MOVE 1 TO vs-staff-ok
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF vs-staff-rows EQUAL TO 0 THEN
           MOVE 1 TO vs-staff-ok
         END-IF
         IF vs-staff-ok EQUAL TO 0 THEN
           DISPLAY "Usage: venue-settle <YYYYMM> SETTLE <staff ID>"
             " - settled by an active manager" UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       1100-EXIT.
         EXIT.

       1200-LOAD-VENUES.
         OPEN INPUT VENUES-FILE
         IF venues-status NOT EQUAL TO "00" THEN
           DISPLAY "No VENUES.DAT - no venues to settle"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1200-EXIT
         END-IF
         MOVE 0 TO vs-eof
         PERFORM UNTIL vs-eof EQUAL TO 1
           READ VENUES-FILE
             AT END
               MOVE 1 TO vs-eof
             NOT AT END
               ADD 1 TO runlog-read
               EVALUATE vn-type
                 WHEN "V"
                   PERFORM 1210-HOLD-VENUE
                 WHEN "C"
                   IF vs-place-count LESS THAN MAX-PLACEMENTS
                      AND vn-cabinet NOT EQUAL TO SPACES THEN
                     ADD 1 TO vs-place-count
                     MOVE vn-venue TO vsc-venue(vs-place-count)
                     MOVE vn-cabinet TO vsc-cabinet(vs-place-count)
                   END-IF
               END-EVALUATE
           END-READ
         END-PERFORM
         CLOSE VENUES-FILE.
       1200-EXIT.
         EXIT.

       1210-HOLD-VENUE.
         IF vs-venue-count NOT LESS THAN MAX-VENUES
            OR vn-venue EQUAL TO SPACES THEN
           NEXT SENTENCE
         END-IF
         ADD 1 TO vs-venue-count
         INITIALIZE vs-venue(vs-venue-count)
         MOVE vn-venue TO vsv-venue(vs-venue-count)
         MOVE vn-name TO vsv-name(vs-venue-count)
         IF vn-split IS NUMERIC THEN
           MOVE vn-split TO vsv-split(vs-venue-count)
         END-IF
         IF vn-minimum IS NUMERIC THEN
           MOVE vn-minimum TO vsv-minimum(vs-venue-count)
         END-IF
         MOVE vn-net-refunds TO vsv-net-refunds(vs-venue-count)
         MOVE vn-net-prizes TO vsv-net-prizes(vs-venue-count)
         MOVE vn-collector TO vsv-collector(vs-venue-count)
         IF vn-collector NOT EQUAL TO "H" THEN
           MOVE "O" TO vsv-collector(vs-venue-count)
         END-IF.

      * Channel one of the table is the credit unit, the value a
      * refund, a coin count or a prize's coin cost is taken at.
       1300-LOAD-DENOMINATIONS.
         OPEN INPUT DENOMINATION-FILE
         IF denomination-status NOT EQUAL TO "00" THEN
           GO TO 1300-EXIT
         END-IF
         MOVE 0 TO vs-eof
         PERFORM UNTIL vs-eof EQUAL TO 1
           READ DENOMINATION-FILE
             AT END
               MOVE 1 TO vs-eof
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
           MOVE dnm-credit-value TO vs-credit-value
         END-IF.
       1300-EXIT.
         EXIT.

       1400-LOAD-PRIZES.
         OPEN INPUT PRIZES-FILE
         IF prizes-status NOT EQUAL TO "00" THEN
           GO TO 1400-EXIT
         END-IF
         MOVE 0 TO vs-eof
         PERFORM UNTIL vs-eof EQUAL TO 1
           READ PRIZES-FILE
             AT END
               MOVE 1 TO vs-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF vs-prize-count LESS THAN MAX-PRIZES THEN
                 ADD 1 TO vs-prize-count
                 MOVE pz-code TO vsp-code(vs-prize-count)
                 MOVE 0 TO vsp-unit-cost(vs-prize-count)
                 IF pz-unit-cost IS NUMERIC THEN
                   MOVE pz-unit-cost TO vsp-unit-cost(vs-prize-count)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE PRIZES-FILE.
       1400-EXIT.
         EXIT.

       1500-LOAD-SETTLEMENTS.
         OPEN INPUT SETTLEMENTS-FILE
         IF settlements-status NOT EQUAL TO "00" THEN
           GO TO 1500-EXIT
         END-IF
         MOVE 0 TO vs-eof
         PERFORM UNTIL vs-eof EQUAL TO 1
           READ SETTLEMENTS-FILE
             AT END
               MOVE 1 TO vs-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF se-month EQUAL TO vs-month
                  AND vs-settled-count LESS THAN MAX-SETTLED THEN
                 ADD 1 TO vs-settled-count
                 MOVE SETTLEMENT-RECORD TO vss-line(vs-settled-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE SETTLEMENTS-FILE.
       1500-EXIT.
         EXIT.

      * One statement. A venue settled before is reprinted from its
      * SETTLEMENTS.DAT line; otherwise its cabinets are totalled
      * and, when every one has closed the month, the split is
      * worked and (on SETTLE) recorded.
       2000-SETTLE-VENUE.
         PERFORM 3100-WRITE-VENUE-HEADING
         MOVE 0 TO vs-pos
         PERFORM VARYING vs-k FROM 1 BY 1
         UNTIL vs-k > vs-settled-count
           IF vss-line(vs-k)(1:6) EQUAL TO vsv-venue(vs-v) THEN
             MOVE vs-k TO vs-pos
           END-IF
         END-PERFORM
         IF vs-pos GREATER THAN 0 THEN
           MOVE vss-line(vs-pos) TO SETTLEMENT-RECORD
           PERFORM 3400-WRITE-SETTLED
           ADD 1 TO vs-settled-before
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO vs-cab-count vs-open-count
         MOVE 0 TO vs-takings vs-refunds vs-prizes
         PERFORM VARYING vs-i FROM 1 BY 1
         UNTIL vs-i > vs-place-count
           IF vsc-venue(vs-i) EQUAL TO vsv-venue(vs-v) THEN
             MOVE vsc-cabinet(vs-i) TO vs-cabinet
             ADD 1 TO vs-cab-count
             PERFORM 2100-READ-CLOSE THRU 2100-EXIT
             PERFORM 2200-READ-COLLECTIONS THRU 2200-EXIT
             PERFORM 2300-COST-PRIZES THRU 2300-EXIT
             PERFORM 3200-WRITE-CABINET
           END-IF
         END-PERFORM
         IF vs-cab-count EQUAL TO 0 OR vs-open-count GREATER THAN 0
             THEN
           IF vs-cab-count EQUAL TO 0 THEN
             MOVE "  No cabinets placed - nothing to settle"
               TO vs-line
           ELSE
             MOVE SPACES TO vs-line
             MOVE vs-open-count TO vs-count-edit
             STRING "  NOT SETTLED - " FUNCTION TRIM(vs-count-edit)
               " cabinet(s) have not closed " vs-month
               DELIMITED BY SIZE INTO vs-line
           END-IF
           PERFORM 3900-WRITE-LINE
           MOVE SPACES TO vs-line
           PERFORM 3900-WRITE-LINE
           ADD 1 TO vs-not-closed
           GO TO 2000-EXIT
         END-IF
         PERFORM 2500-WORK-SPLIT
         PERFORM 3300-WRITE-STATEMENT
         IF vs-settling EQUAL TO 1 THEN
           PERFORM 2600-RECORD-SETTLEMENT THRU 2600-EXIT
         ELSE
           MOVE "  DRAFT - run with SETTLE to record it" TO vs-line
           PERFORM 3900-WRITE-LINE
           ADD 1 TO vs-drafted
         END-IF
         MOVE SPACES TO vs-line
         PERFORM 3900-WRITE-LINE.
       2000-EXIT.
         EXIT.

      * The month's line on the cabinet's published ledger; a
      * cabinet with none has not closed the month.
       2100-READ-CLOSE.
         MOVE 0 TO vs-closed
         MOVE 0 TO vs-cab-takings vs-cab-refunds vs-cab-prizes
         MOVE 0 TO vs-cab-boxes vs-cab-counted
         MOVE SPACES TO vs-ledger-name
         STRING "PERIOD-LEDGER-" FUNCTION TRIM(vs-cabinet) ".DAT"
           DELIMITED BY SIZE INTO vs-ledger-name
         OPEN INPUT PUBLISHED-LEDGER-FILE
         IF published-ledger-status NOT EQUAL TO "00" THEN
           ADD 1 TO vs-open-count
           GO TO 2100-EXIT
         END-IF
         MOVE 0 TO vs-eof
         PERFORM UNTIL vs-eof EQUAL TO 1
           MOVE SPACES TO PERIOD-LEDGER-RECORD
           READ PUBLISHED-LEDGER-FILE INTO PERIOD-LEDGER-RECORD
             AT END
               MOVE 1 TO vs-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF pl-month EQUAL TO vs-month
                  AND pl-coins IS NUMERIC THEN
                 MOVE 1 TO vs-closed
                 MOVE 1 TO vs-eof
                 PERFORM 2110-TAKE-CLOSE
               END-IF
           END-READ
         END-PERFORM
         CLOSE PUBLISHED-LEDGER-FILE
         IF vs-closed EQUAL TO 0 THEN
           ADD 1 TO vs-open-count
         END-IF.
       2100-EXIT.
         EXIT.

       2110-TAKE-CLOSE.
         IF pl-cash-value IS NUMERIC
            AND pl-token-sales IS NUMERIC THEN
           COMPUTE vs-cab-takings = pl-cash-value + pl-token-sales
         ELSE
           COMPUTE vs-cab-takings = pl-coins * vs-credit-value
         END-IF
         IF pl-refunds IS NUMERIC THEN
           COMPUTE vs-cab-refunds = pl-refunds * vs-credit-value
         END-IF
         ADD vs-cab-takings TO vs-takings
         ADD vs-cab-refunds TO vs-refunds.

      * cnt= sits at column 63 of a COLLECT marker, as COLLECTIONS
      * writes it; a marker without a count still counts as a box.
       2200-READ-COLLECTIONS.
         MOVE SPACES TO vs-collect-name
         STRING "COLLECT-" FUNCTION TRIM(vs-cabinet) ".DAT"
           DELIMITED BY SIZE INTO vs-collect-name
         OPEN INPUT PUBLISHED-COLLECT-FILE
         IF published-collect-status NOT EQUAL TO "00" THEN
           GO TO 2200-EXIT
         END-IF
         MOVE 0 TO vs-eof
         PERFORM UNTIL vs-eof EQUAL TO 1
           MOVE SPACES TO COLL-WORK
           READ PUBLISHED-COLLECT-FILE INTO COLL-WORK
             AT END
               MOVE 1 TO vs-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cl-event EQUAL TO "COLLECT "
                  AND cl-month EQUAL TO vs-month THEN
                 ADD 1 TO vs-cab-boxes
                 IF cl-count IS NUMERIC THEN
                   ADD FUNCTION NUMVAL(cl-count) TO vs-cab-counted
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE PUBLISHED-COLLECT-FILE.
       2200-EXIT.
         EXIT.

      * Tickets the cabinet printed in the month and redeemed by
      * now, at their prize's unit cost; a voided ticket paid no
      * prize.
       2300-COST-PRIZES.
         OPEN INPUT SHOP-TICKETS-FILE
         IF shop-tickets-status NOT EQUAL TO "00" THEN
           GO TO 2300-EXIT
         END-IF
         MOVE 0 TO vs-eof
         PERFORM UNTIL vs-eof EQUAL TO 1
           READ SHOP-TICKETS-FILE
             AT END
               MOVE 1 TO vs-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-cabinet EQUAL TO vs-cabinet
                  AND tk-date(1:6) EQUAL TO vs-month
                  AND tk-redeemed EQUAL TO 1 THEN
                 PERFORM VARYING vs-k FROM 1 BY 1
                 UNTIL vs-k > vs-prize-count
                   IF vsp-code(vs-k) EQUAL TO tk-prize THEN
                     COMPUTE vs-cab-prizes = vs-cab-prizes
                       + vsp-unit-cost(vs-k) * vs-credit-value
                     MOVE vs-prize-count TO vs-k
                   END-IF
                 END-PERFORM
               END-IF
           END-READ
         END-PERFORM
         CLOSE SHOP-TICKETS-FILE
         ADD vs-cab-prizes TO vs-prizes.
       2300-EXIT.
         EXIT.

      * Deductions the venue agreed to, the host's share of what
      * is left held to the minimum, and the balance owed by
      * whoever holds the cash box takings.
       2500-WORK-SPLIT.
         MOVE 0 TO vs-deductions
         IF vsv-net-refunds(vs-v) EQUAL TO "Y" THEN
           ADD vs-refunds TO vs-deductions
         END-IF
         IF vsv-net-prizes(vs-v) EQUAL TO "Y" THEN
           ADD vs-prizes TO vs-deductions
         END-IF
         COMPUTE vs-net = vs-takings - vs-deductions
         IF vs-net LESS THAN 0 THEN
           MOVE 0 TO vs-net
         END-IF
         COMPUTE vs-host-share ROUNDED =
           vs-net * vsv-split(vs-v) / 100
         MOVE 0 TO vs-minimum-applied
         IF vs-host-share LESS THAN vsv-minimum(vs-v) THEN
           MOVE vsv-minimum(vs-v) TO vs-host-share
           MOVE 1 TO vs-minimum-applied
         END-IF
         IF vsv-collector(vs-v) EQUAL TO "H" THEN
           IF vs-takings NOT LESS THAN vs-host-share THEN
             COMPUTE vs-owed = vs-takings - vs-host-share
             MOVE "O" TO vs-direction
           ELSE
             COMPUTE vs-owed = vs-host-share - vs-takings
             MOVE "H" TO vs-direction
           END-IF
         ELSE
           MOVE vs-host-share TO vs-owed
           MOVE "H" TO vs-direction
         END-IF.

       2600-RECORD-SETTLEMENT.
         MOVE SPACES TO SETTLEMENT-RECORD
         MOVE vsv-venue(vs-v) TO se-venue
         MOVE vs-month TO se-month
         MOVE vs-takings TO se-takings
         MOVE vs-deductions TO se-deductions
         MOVE vs-host-share TO se-host-share
         MOVE vs-owed TO se-owed
         MOVE vs-direction TO se-direction
         MOVE FUNCTION CURRENT-DATE(1:8) TO se-settled-on
         MOVE vs-staff TO se-staff
         OPEN EXTEND SETTLEMENTS-FILE
         IF settlements-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT SETTLEMENTS-FILE
         END-IF
         IF settlements-status NOT EQUAL TO "00" THEN
           MOVE "  NOT RECORDED - cannot write SETTLEMENTS.DAT"
             TO vs-line
           PERFORM 3900-WRITE-LINE
           MOVE 8 TO RETURN-CODE
           GO TO 2600-EXIT
         END-IF
         WRITE SETTLEMENT-RECORD
         ADD 1 TO runlog-written
         CLOSE SETTLEMENTS-FILE
         ADD 1 TO vs-settled-now
         MOVE SPACES TO vs-line
         STRING "  SETTLED " se-settled-on
           DELIMITED BY SIZE INTO vs-line
         IF se-staff NOT EQUAL TO SPACES THEN
           STRING " by " se-staff
             DELIMITED BY SIZE INTO vs-line(19:10)
         END-IF
         PERFORM 3900-WRITE-LINE.
       2600-EXIT.
         EXIT.

       3000-WRITE-HEADING.
         MOVE SPACES TO vs-line
         STRING "VENUE SETTLEMENT STATEMENTS - period " vs-month
           DELIMITED BY SIZE INTO vs-line
         IF vs-settling EQUAL TO 1 THEN
           MOVE "(SETTLE)" TO vs-line(46:8)
         ELSE
           MOVE "(DRAFT)" TO vs-line(46:7)
         END-IF
         PERFORM 3900-WRITE-LINE
         MOVE vs-credit-value TO vs-money-edit-2
         MOVE SPACES TO vs-line
         STRING "Money at a credit value of "
           FUNCTION TRIM(vs-money-edit-2)
           DELIMITED BY SIZE INTO vs-line
         PERFORM 3900-WRITE-LINE
         MOVE ALL "=" TO vs-line
         PERFORM 3900-WRITE-LINE.

       3100-WRITE-VENUE-HEADING.
         MOVE vsv-split(vs-v) TO vs-pct-edit
         MOVE vsv-minimum(vs-v) TO vs-money-edit-2
         MOVE SPACES TO vs-line
         STRING "Venue " vsv-venue(vs-v) " " vsv-name(vs-v)
           "  host share " FUNCTION TRIM(vs-pct-edit) "%"
           "  minimum " FUNCTION TRIM(vs-money-edit-2)
           DELIMITED BY SIZE INTO vs-line
         PERFORM 3900-WRITE-LINE.

       3200-WRITE-CABINET.
         MOVE SPACES TO vs-line
         MOVE vs-cabinet TO vs-line(3:6)
         IF vs-closed EQUAL TO 0 THEN
           MOVE "month not closed" TO vs-line(11:16)
         ELSE
           MOVE vs-cab-takings TO vs-money-edit-2
           STRING "takings " vs-money-edit-2
             DELIMITED BY SIZE INTO vs-line(11:18)
           MOVE vs-cab-refunds TO vs-money-edit-3
           STRING "refunds " vs-money-edit-3
             DELIMITED BY SIZE INTO vs-line(30:18)
           MOVE vs-cab-prizes TO vs-money-edit-2
           STRING "prizes " vs-money-edit-2
             DELIMITED BY SIZE INTO vs-line(49:17)
         END-IF
         PERFORM 3900-WRITE-LINE
         MOVE SPACES TO vs-line
         MOVE vs-cab-boxes TO vs-count-edit
         MOVE vs-cab-counted TO vs-count-edit-2
         STRING "boxes emptied " FUNCTION TRIM(vs-count-edit)
           ", coins counted " FUNCTION TRIM(vs-count-edit-2)
           DELIMITED BY SIZE INTO vs-line(11:50)
         PERFORM 3900-WRITE-LINE.

       3300-WRITE-STATEMENT.
         MOVE "Takings" TO vs-label
         MOVE vs-takings TO vs-amount
         PERFORM 3800-WRITE-AMOUNT-LINE
         IF vsv-net-refunds(vs-v) EQUAL TO "Y" THEN
           MOVE "Less refunds and goodwill" TO vs-label
           COMPUTE vs-amount = 0 - vs-refunds
         ELSE
           MOVE "Refunds and goodwill (not deducted)" TO vs-label
           MOVE vs-refunds TO vs-amount
         END-IF
         PERFORM 3800-WRITE-AMOUNT-LINE
         IF vsv-net-prizes(vs-v) EQUAL TO "Y" THEN
           MOVE "Less prizes at cost" TO vs-label
           COMPUTE vs-amount = 0 - vs-prizes
         ELSE
           MOVE "Prizes at cost (not deducted)" TO vs-label
           MOVE vs-prizes TO vs-amount
         END-IF
         PERFORM 3800-WRITE-AMOUNT-LINE
         MOVE "Net for the split" TO vs-label
         MOVE vs-net TO vs-amount
         PERFORM 3800-WRITE-AMOUNT-LINE
         MOVE vsv-split(vs-v) TO vs-pct-edit
         MOVE SPACES TO vs-label
         IF vs-minimum-applied EQUAL TO 1 THEN
           MOVE "Host share (minimum guarantee applies)" TO vs-label
         ELSE
           STRING "Host share at " FUNCTION TRIM(vs-pct-edit) "%"
             DELIMITED BY SIZE INTO vs-label
         END-IF
         MOVE vs-host-share TO vs-amount
         PERFORM 3800-WRITE-AMOUNT-LINE
         IF vsv-collector(vs-v) EQUAL TO "H" THEN
           MOVE "  Cash box emptied by the host" TO vs-line
         ELSE
           MOVE "  Cash box emptied by the operator" TO vs-line
         END-IF
         PERFORM 3900-WRITE-LINE
         PERFORM 3700-WRITE-OWED.

      * A settled venue: the recorded figures, not a recount.
       3400-WRITE-SETTLED.
         MOVE "Takings as settled" TO vs-label
         MOVE se-takings TO vs-amount
         PERFORM 3800-WRITE-AMOUNT-LINE
         MOVE "Deductions as settled" TO vs-label
         COMPUTE vs-amount = 0 - se-deductions
         PERFORM 3800-WRITE-AMOUNT-LINE
         MOVE "Host share as settled" TO vs-label
         MOVE se-host-share TO vs-amount
         PERFORM 3800-WRITE-AMOUNT-LINE
         MOVE se-owed TO vs-owed
         MOVE se-direction TO vs-direction
         PERFORM 3700-WRITE-OWED
         MOVE SPACES TO vs-line
         STRING "  ALREADY SETTLED " se-settled-on
           DELIMITED BY SIZE INTO vs-line
         IF se-staff NOT EQUAL TO SPACES THEN
           STRING " by " se-staff
             DELIMITED BY SIZE INTO vs-line(27:10)
         END-IF
         IF vs-settling EQUAL TO 1 THEN
           MOVE "- not settled again" TO vs-line(40:19)
         END-IF
         PERFORM 3900-WRITE-LINE
         MOVE SPACES TO vs-line
         PERFORM 3900-WRITE-LINE.

       3700-WRITE-OWED.
         IF vs-direction EQUAL TO "O" THEN
           MOVE "HOST PAYS OPERATOR" TO vs-label
         ELSE
           MOVE "OPERATOR PAYS HOST" TO vs-label
         END-IF
         MOVE vs-owed TO vs-amount
         PERFORM 3800-WRITE-AMOUNT-LINE.

       3500-WRITE-TOTALS.
         MOVE ALL "=" TO vs-line
         PERFORM 3900-WRITE-LINE
         MOVE SPACES TO vs-line
         MOVE vs-venue-count TO vs-count-edit
         STRING "Venues: " FUNCTION TRIM(vs-count-edit)
           DELIMITED BY SIZE INTO vs-line
         MOVE vs-settled-now TO vs-count-edit
         STRING "  settled now " FUNCTION TRIM(vs-count-edit)
           DELIMITED BY SIZE INTO vs-line(13:20)
         MOVE vs-settled-before TO vs-count-edit
         STRING "  settled before " FUNCTION TRIM(vs-count-edit)
           DELIMITED BY SIZE INTO vs-line(33:22)
         PERFORM 3900-WRITE-LINE
         MOVE SPACES TO vs-line
         MOVE vs-drafted TO vs-count-edit
         STRING "  draft " FUNCTION TRIM(vs-count-edit)
           DELIMITED BY SIZE INTO vs-line(11:12)
         MOVE vs-not-closed TO vs-count-edit
         STRING "  not settled " FUNCTION TRIM(vs-count-edit)
           DELIMITED BY SIZE INTO vs-line(23:20)
         PERFORM 3900-WRITE-LINE.

       3800-WRITE-AMOUNT-LINE.
         MOVE vs-amount TO vs-money-edit
         MOVE SPACES TO vs-line
         STRING "  " vs-label DELIMITED BY SIZE INTO vs-line
         MOVE vs-money-edit TO vs-line(54:11)
         PERFORM 3900-WRITE-LINE.

       3900-WRITE-LINE.
         WRITE SETTLE-REPORT-RECORD FROM vs-line
         ADD 1 TO runlog-written.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "VENUE-SETTLE" TO rptarc-program
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
         MOVE "VENUE-SETTLE" TO runlog-program
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
       END PROGRAM VENUE-SETTLE.

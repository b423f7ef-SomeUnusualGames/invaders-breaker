      * Compile and run on Windows:
      * cobc -xj shop-ledger.cbl batch-runlog.cbl report-archive.cbl
      * Shop consolidated ledger. Every cabinet's PERIOD-CLOSE
      * publishes its closed months to the shared mount as
      * PERIOD-LEDGER-<id>.DAT; this program walks
      * CABINET-REGISTRY.DAT, reads each cabinet's published copy
      * and rebuilds SHOP-LEDGER.DAT - one row per cabinet per
      * closed month, each month closed off by a *SHOP* total row
      * - so month-end sign-off has one set of books for the shop.
      * The published close-seq/check of every month is checked:
      *   - against the cabinet's own PERIOD-LEDGER.DAT when this
      *     is run on that cabinet (its id from CONFIG.DAT)
      *   - against any second line for the same month in the
      *     published copy
      *   - against the row the previous SHOP-LEDGER.DAT carried,
      *     since a closed month never moves
      * and SHOP-LEDGER.RPT pages the month being signed off: every
      * cabinet's line, the shop total, the cabinets that have not
      * closed the month yet and any seq/check exceptions. Where
      * the cabinets closed with a DENOMINATIONS.DAT table the page
      * also carries the month in money: cash coins, token sales,
      * takings (the two together) and tokens redeemed.
      * Wallet liability closed from the shop-wide profile store is
      * the whole shop's and every cabinet closing the month carries
      * it, so the shop total takes it once (from the latest close)
      * and adds only the liabilities cabinets closed on their own
      * stores.
      * Run from the shared mount with the month (YYYYMM) as the
      * argument; with no argument the month before the current one
      * is paged, the same default PERIOD-CLOSE uses. RETURN-CODE is
      * 4 while that month is still open somewhere or has
      * exceptions.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOP-LEDGER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CABINET-REGISTRY-FILE
           ASSIGN TO "CABINET-REGISTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS registry-status.
         SELECT PUBLISHED-LEDGER-FILE ASSIGN USING sh-publish-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS published-ledger-status.
         SELECT PERIOD-LEDGER-FILE ASSIGN TO "PERIOD-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS period-ledger-status.
         SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-status.
         SELECT SHOP-LEDGER-FILE ASSIGN TO "SHOP-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shop-ledger-status.
         SELECT SHOP-REPORT-FILE ASSIGN TO "SHOP-LEDGER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shop-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD CABINET-REGISTRY-FILE.
         01 CABINET-REGISTRY-RECORD.
           05 reg-cabinet-id PIC X(06).
           05 reg-name PIC X(12).
       FD PUBLISHED-LEDGER-FILE.
         01 PUBLISHED-LEDGER-RECORD PIC X(86).
       FD PERIOD-LEDGER-FILE.
         01 LOCAL-LEDGER-RECORD PIC X(86).
       FD CONFIG-FILE.
         01 CONFIG-LINE PIC X(80).
       FD SHOP-LEDGER-FILE.
         COPY shop-ledger-record.
       FD SHOP-REPORT-FILE.
         01 SHOP-REPORT-RECORD PIC X(78).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY registry-data.
         COPY period-ledger-record.
       01 shop-ledger-data.
         78 MAX-SHOP-ROWS VALUE 600.
         78 MAX-SHOP-MONTHS VALUE 60.
         78 MAX-OWN-MONTHS VALUE 120.
         05 published-ledger-status PIC X(02) VALUE "00".
         05 period-ledger-status PIC X(02) VALUE "00".
         05 config-status PIC X(02) VALUE "00".
         05 shop-ledger-status PIC X(02) VALUE "00".
         05 shop-report-status PIC X(02) VALUE "00".
         05 sh-publish-name PIC X(30).
         05 sh-own-id PIC X(06) VALUE SPACES.
         05 sh-month PIC X(06).
         05 command-line-args PIC X(40).
         05 sh-eof PIC 9 VALUE 0.
         05 sh-i PIC 9(03).
         05 sh-j PIC 9(03).
         05 sh-k PIC 9(03).
         05 sh-pos PIC 9(03).
         05 sh-line PIC X(78).
         05 sh-hold-month PIC X(06).
         05 sh-closed-count PIC 9(02).
         05 sh-open-count PIC 9(02) VALUE 0.
         05 sh-exceptions PIC 9(03) VALUE 0.
         05 sh-rows-written PIC 9(05) VALUE 0.
         05 sh-edit-1 PIC ZZZZZZZ9.
         05 sh-edit-2 PIC ZZZZZZZ9.
         05 sh-edit-3 PIC ZZZZZ9.
         05 sh-edit-4 PIC ZZ9.99.
         05 sh-edit-5 PIC ZZZZZZZ9.
         05 sh-now-yyyymm PIC 9(06).
         05 sh-now-split REDEFINES sh-now-yyyymm.
           10 sh-now-yyyy PIC 9(04).
           10 sh-now-mm PIC 9(02).
      * Shop totals for the month being written.
         05 sh-tot-coins PIC 9(08).
         05 sh-tot-plays PIC 9(08).
         05 sh-tot-refunds PIC 9(06).
         05 sh-tot-service PIC 9(06).
         05 sh-tot-liability PIC 9(08).
         05 sh-shop-liability PIC 9(08).
         05 sh-shop-liab-date PIC X(08).
         05 sh-tot-cash PIC 9(08)V9(02).
         05 sh-tot-tokens-in PIC 9(08).
         05 sh-tot-token-sales PIC 9(08)V9(02).
         05 sh-takings PIC 9(08)V9(02).
         05 sh-any-money PIC 9 VALUE 0.
         05 sh-money-1 PIC Z(07)9.99.
         05 sh-money-2 PIC Z(07)9.99.
         05 sh-money-3 PIC Z(07)9.99.
      * Published rows, one per cabinet per month.
         05 sh-row-count PIC 9(03) VALUE 0.
         05 sh-row-table.
           10 sh-row OCCURS MAX-SHOP-ROWS TIMES.
             15 shr-reg PIC 9(02).
             15 shr-month PIC X(06).
             15 shr-coins PIC 9(07).
             15 shr-plays PIC 9(07).
             15 shr-refunds PIC 9(05).
             15 shr-service PIC 9(05).
             15 shr-per-play PIC 9(03)V9(02).
             15 shr-close-seq PIC 9(06).
             15 shr-close-check PIC 9(04).
             15 shr-book-seq PIC 9(06).
             15 shr-book-check PIC 9(04).
             15 shr-liability PIC 9(07).
             15 shr-liab-scope PIC X(01).
             15 shr-closed-on PIC X(08).
             15 shr-state PIC X(04).
             15 shr-why PIC X(30).
             15 shr-cash PIC 9(07)V9(02).
             15 shr-tokens-in PIC 9(07).
             15 shr-token-sales PIC 9(07)V9(02).
      * Distinct closed months, kept in ascending order.
         05 sh-month-count PIC 9(02) VALUE 0.
         05 sh-month-table.
           10 sh-month-entry PIC X(06) OCCURS MAX-SHOP-MONTHS TIMES.
      * This cabinet's own local ledger, when there is one.
         05 sh-own-count PIC 9(03) VALUE 0.
         05 sh-own-table.
           10 sh-own OCCURS MAX-OWN-MONTHS TIMES.
             15 sho-month PIC X(06).
             15 sho-seq PIC 9(06).
             15 sho-check PIC 9(04).
      * The previous book, as signed off last time.
         05 sh-prior-count PIC 9(03) VALUE 0.
         05 sh-prior-table.
           10 sh-prior OCCURS MAX-SHOP-ROWS TIMES.
             15 shp-month PIC X(06).
             15 shp-cabinet PIC X(06).
             15 shp-seq PIC 9(06).
             15 shp-check PIC 9(04).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-PICK-MONTH
         PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT
         IF reg-count EQUAL TO 0 THEN
           DISPLAY "No CABINET-REGISTRY.DAT - no cabinets to "
             "consolidate" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 1200-LOAD-OWN-LEDGER THRU 1200-EXIT
         PERFORM 1300-LOAD-PRIOR-BOOK THRU 1300-EXIT
         PERFORM VARYING reg-i FROM 1 BY 1 UNTIL reg-i > reg-count
           PERFORM 2000-LOAD-ONE-CABINET THRU 2000-EXIT
         END-PERFORM
         PERFORM 3000-WRITE-BOOK THRU 3000-EXIT
         PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
         MOVE sh-rows-written TO sh-edit-1
         DISPLAY "SHOP-LEDGER.DAT rebuilt: "
           FUNCTION TRIM(sh-edit-1) " rows"
         IF sh-open-count GREATER THAN 0
            OR sh-exceptions GREATER THAN 0 THEN
           MOVE sh-open-count TO sh-edit-3
           DISPLAY sh-month ": " FUNCTION TRIM(sh-edit-3)
             " cabinet(s) not closed, see SHOP-LEDGER.RPT"
           MOVE sh-exceptions TO sh-edit-3
           DISPLAY sh-month ": " FUNCTION TRIM(sh-edit-3)
             " seq/check exception(s)"
           MOVE 4 TO RETURN-CODE
         ELSE
           DISPLAY sh-month ": every cabinet closed, books agree"
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-PICK-MONTH.
         ACCEPT command-line-args FROM COMMAND-LINE
         IF command-line-args(1:6) IS NUMERIC THEN
           MOVE command-line-args(1:6) TO sh-month
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:6) TO sh-now-yyyymm
           IF sh-now-mm EQUAL TO 1 THEN
             SUBTRACT 1 FROM sh-now-yyyy
             MOVE 12 TO sh-now-mm
           ELSE
             SUBTRACT 1 FROM sh-now-mm
           END-IF
           MOVE sh-now-yyyymm TO sh-month
         END-IF.

       1100-LOAD-REGISTRY.
         MOVE 0 TO reg-count
         OPEN INPUT CABINET-REGISTRY-FILE
         IF registry-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         PERFORM VARYING reg-i FROM 1 BY 1
         UNTIL reg-i > MAX-REGISTRY
           READ CABINET-REGISTRY-FILE
             AT END
               MOVE MAX-REGISTRY TO reg-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO reg-count
               MOVE reg-cabinet-id TO regt-id(reg-count)
               MOVE reg-name TO regt-name(reg-count)
           END-READ
         END-PERFORM
         CLOSE CABINET-REGISTRY-FILE.
       1100-EXIT.
         EXIT.

      * Only a cabinet can see its own ledger; run from the bare
      * mount there is no CONFIG.DAT and this check is skipped.
       1200-LOAD-OWN-LEDGER.
         OPEN INPUT CONFIG-FILE
         IF config-status NOT EQUAL TO "00" THEN
           GO TO 1200-EXIT
         END-IF
         MOVE 0 TO sh-eof
         PERFORM UNTIL sh-eof EQUAL TO 1
           READ CONFIG-FILE
             AT END
               MOVE 1 TO sh-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF CONFIG-LINE(1:8) EQUAL TO "cabinet=" THEN
                 MOVE CONFIG-LINE(9:6) TO sh-own-id
               END-IF
           END-READ
         END-PERFORM
         CLOSE CONFIG-FILE
         IF sh-own-id EQUAL TO SPACES THEN
           GO TO 1200-EXIT
         END-IF
         OPEN INPUT PERIOD-LEDGER-FILE
         IF period-ledger-status NOT EQUAL TO "00" THEN
           GO TO 1200-EXIT
         END-IF
         MOVE 0 TO sh-eof
         PERFORM UNTIL sh-eof EQUAL TO 1
           READ PERIOD-LEDGER-FILE INTO PERIOD-LEDGER-RECORD
             AT END
               MOVE 1 TO sh-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF pl-month IS NUMERIC
                  AND pl-close-seq IS NUMERIC
                  AND pl-close-check IS NUMERIC
                  AND sh-own-count LESS THAN MAX-OWN-MONTHS THEN
                 ADD 1 TO sh-own-count
                 MOVE pl-month TO sho-month(sh-own-count)
                 MOVE pl-close-seq TO sho-seq(sh-own-count)
                 MOVE pl-close-check TO sho-check(sh-own-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE PERIOD-LEDGER-FILE.
       1200-EXIT.
         EXIT.

       1300-LOAD-PRIOR-BOOK.
         OPEN INPUT SHOP-LEDGER-FILE
         IF shop-ledger-status NOT EQUAL TO "00" THEN
           GO TO 1300-EXIT
         END-IF
         MOVE 0 TO sh-eof
         PERFORM UNTIL sh-eof EQUAL TO 1
           READ SHOP-LEDGER-FILE
             AT END
               MOVE 1 TO sh-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF sl-cabinet NOT EQUAL TO "*SHOP*"
                  AND sl-close-seq IS NUMERIC
                  AND sl-close-check IS NUMERIC
                  AND sh-prior-count LESS THAN MAX-SHOP-ROWS THEN
                 ADD 1 TO sh-prior-count
                 MOVE sl-month TO shp-month(sh-prior-count)
                 MOVE sl-cabinet TO shp-cabinet(sh-prior-count)
                 MOVE sl-close-seq TO shp-seq(sh-prior-count)
                 MOVE sl-close-check TO shp-check(sh-prior-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE SHOP-LEDGER-FILE.
       1300-EXIT.
         EXIT.

      * A cabinet with no published copy has simply closed nothing
      * yet; it shows up as not closed for the month.
       2000-LOAD-ONE-CABINET.
         MOVE SPACES TO sh-publish-name
         STRING "PERIOD-LEDGER-" FUNCTION TRIM(regt-id(reg-i)) ".DAT"
           DELIMITED BY SIZE INTO sh-publish-name
         OPEN INPUT PUBLISHED-LEDGER-FILE
         IF published-ledger-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO sh-eof
         PERFORM UNTIL sh-eof EQUAL TO 1
           MOVE SPACES TO PERIOD-LEDGER-RECORD
           READ PUBLISHED-LEDGER-FILE INTO PERIOD-LEDGER-RECORD
             AT END
               MOVE 1 TO sh-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF pl-month IS NUMERIC
                  AND pl-coins IS NUMERIC
                  AND pl-plays IS NUMERIC THEN
                 PERFORM 2100-TAKE-PUBLISHED-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE PUBLISHED-LEDGER-FILE.
       2000-EXIT.
         EXIT.

       2100-TAKE-PUBLISHED-LINE.
         MOVE 0 TO sh-pos
         PERFORM VARYING sh-j FROM 1 BY 1 UNTIL sh-j > sh-row-count
           IF shr-reg(sh-j) EQUAL TO reg-i
              AND shr-month(sh-j) EQUAL TO pl-month THEN
             MOVE sh-j TO sh-pos
             MOVE sh-row-count TO sh-j
           END-IF
         END-PERFORM
      * The first published line for a month is the one that
      * counts; a second one with other numbers is an exception.
         IF sh-pos GREATER THAN 0 THEN
           IF pl-close-seq NOT EQUAL TO shr-close-seq(sh-pos)
              OR pl-close-check NOT EQUAL TO shr-close-check(sh-pos)
           THEN
             MOVE "DIFF" TO shr-state(sh-pos)
             MOVE "published twice, numbers differ"
               TO shr-why(sh-pos)
           END-IF
           NEXT SENTENCE
         END-IF
         IF sh-row-count GREATER OR EQUAL TO MAX-SHOP-ROWS THEN
           DISPLAY "Shop ledger table full - "
             FUNCTION TRIM(sh-publish-name) " " pl-month
             " left out" UPON SYSERR
           MOVE 4 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         ADD 1 TO sh-row-count
         MOVE sh-row-count TO sh-pos
         MOVE reg-i TO shr-reg(sh-pos)
         MOVE pl-month TO shr-month(sh-pos)
         MOVE pl-coins TO shr-coins(sh-pos)
         MOVE pl-plays TO shr-plays(sh-pos)
         MOVE 0 TO shr-refunds(sh-pos) shr-service(sh-pos)
           shr-per-play(sh-pos) shr-close-seq(sh-pos)
           shr-close-check(sh-pos) shr-liability(sh-pos)
           shr-cash(sh-pos) shr-tokens-in(sh-pos)
           shr-token-sales(sh-pos)
         IF pl-refunds IS NUMERIC THEN
           MOVE pl-refunds TO shr-refunds(sh-pos)
         END-IF
         IF pl-service IS NUMERIC THEN
           MOVE pl-service TO shr-service(sh-pos)
         END-IF
         IF pl-per-play IS NUMERIC THEN
           MOVE pl-per-play TO shr-per-play(sh-pos)
         END-IF
         IF pl-close-seq IS NUMERIC THEN
           MOVE pl-close-seq TO shr-close-seq(sh-pos)
         END-IF
         IF pl-close-check IS NUMERIC THEN
           MOVE pl-close-check TO shr-close-check(sh-pos)
         END-IF
         IF pl-wallet-liability IS NUMERIC THEN
           MOVE pl-wallet-liability TO shr-liability(sh-pos)
         END-IF
         MOVE pl-wallet-scope TO shr-liab-scope(sh-pos)
         IF pl-cash-value IS NUMERIC
            AND pl-tokens-in IS NUMERIC
            AND pl-token-sales IS NUMERIC THEN
           MOVE pl-cash-value TO shr-cash(sh-pos)
           MOVE pl-tokens-in TO shr-tokens-in(sh-pos)
           MOVE pl-token-sales TO shr-token-sales(sh-pos)
         END-IF
         MOVE pl-closed-on TO shr-closed-on(sh-pos)
         MOVE shr-close-seq(sh-pos) TO shr-book-seq(sh-pos)
         MOVE shr-close-check(sh-pos) TO shr-book-check(sh-pos)
         MOVE "OK  " TO shr-state(sh-pos)
         MOVE SPACES TO shr-why(sh-pos)
         PERFORM 2200-CHECK-AGAINST-OWN
         PERFORM 2300-CHECK-AGAINST-PRIOR
         PERFORM 2400-NOTE-MONTH.

       2200-CHECK-AGAINST-OWN.
         IF regt-id(reg-i) NOT EQUAL TO sh-own-id THEN
           NEXT SENTENCE
         END-IF
         PERFORM VARYING sh-k FROM 1 BY 1 UNTIL sh-k > sh-own-count
           IF sho-month(sh-k) EQUAL TO pl-month THEN
             IF sho-seq(sh-k) NOT EQUAL TO shr-close-seq(sh-pos)
                OR sho-check(sh-k)
                   NOT EQUAL TO shr-close-check(sh-pos) THEN
               MOVE "DIFF" TO shr-state(sh-pos)
               MOVE "differs from cabinet's ledger"
                 TO shr-why(sh-pos)
             END-IF
             MOVE sh-own-count TO sh-k
           END-IF
         END-PERFORM.

      * A moved month keeps the seq/check the earlier book signed
      * off, so it goes on being flagged until the published copy
      * is put right.
       2300-CHECK-AGAINST-PRIOR.
         IF shr-state(sh-pos) NOT EQUAL TO "OK  " THEN
           NEXT SENTENCE
         END-IF
         PERFORM VARYING sh-k FROM 1 BY 1 UNTIL sh-k > sh-prior-count
           IF shp-month(sh-k) EQUAL TO pl-month
              AND shp-cabinet(sh-k) EQUAL TO regt-id(reg-i) THEN
             IF shp-seq(sh-k) NOT EQUAL TO shr-close-seq(sh-pos)
                OR shp-check(sh-k)
                   NOT EQUAL TO shr-close-check(sh-pos) THEN
               MOVE "MOVD" TO shr-state(sh-pos)
               MOVE "moved since the last book"
                 TO shr-why(sh-pos)
               MOVE shp-seq(sh-k) TO shr-book-seq(sh-pos)
               MOVE shp-check(sh-k) TO shr-book-check(sh-pos)
             END-IF
             MOVE sh-prior-count TO sh-k
           END-IF
         END-PERFORM.

      * Insert the month into the ascending month list.
       2400-NOTE-MONTH.
         PERFORM VARYING sh-k FROM 1 BY 1 UNTIL sh-k > sh-month-count
           IF sh-month-entry(sh-k) EQUAL TO pl-month THEN
             NEXT SENTENCE
           END-IF
         END-PERFORM
         IF sh-month-count GREATER OR EQUAL TO MAX-SHOP-MONTHS THEN
           NEXT SENTENCE
         END-IF
         ADD 1 TO sh-month-count
         MOVE pl-month TO sh-month-entry(sh-month-count)
         PERFORM VARYING sh-k FROM sh-month-count BY -1
         UNTIL sh-k EQUAL TO 1
           IF sh-month-entry(sh-k - 1) GREATER THAN sh-month-entry(sh-k)
           THEN
             MOVE sh-month-entry(sh-k) TO sh-hold-month
             MOVE sh-month-entry(sh-k - 1) TO sh-month-entry(sh-k)
             MOVE sh-hold-month TO sh-month-entry(sh-k - 1)
           ELSE
             MOVE 2 TO sh-k
           END-IF
         END-PERFORM.

      * Month by month, in registry order, then the shop total.
       3000-WRITE-BOOK.
         OPEN OUTPUT SHOP-LEDGER-FILE
         IF shop-ledger-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write SHOP-LEDGER.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         PERFORM VARYING sh-i FROM 1 BY 1 UNTIL sh-i > sh-month-count
           PERFORM 3100-WRITE-MONTH
         END-PERFORM
         CLOSE SHOP-LEDGER-FILE.
       3000-EXIT.
         EXIT.

       3100-WRITE-MONTH.
         MOVE 0 TO sh-tot-coins sh-tot-plays sh-tot-refunds
           sh-tot-service sh-tot-liability sh-shop-liability
         MOVE SPACES TO sh-shop-liab-date
         MOVE 0 TO sh-tot-cash sh-tot-tokens-in sh-tot-token-sales
         MOVE 0 TO sh-closed-count
         PERFORM VARYING reg-i FROM 1 BY 1 UNTIL reg-i > reg-count
           PERFORM VARYING sh-j FROM 1 BY 1 UNTIL sh-j > sh-row-count
             IF shr-reg(sh-j) EQUAL TO reg-i
                AND shr-month(sh-j) EQUAL TO sh-month-entry(sh-i) THEN
               MOVE shr-month(sh-j) TO sl-month
               MOVE regt-id(reg-i) TO sl-cabinet
               MOVE shr-coins(sh-j) TO sl-coins
               MOVE shr-plays(sh-j) TO sl-plays
               MOVE shr-refunds(sh-j) TO sl-refunds
               MOVE shr-service(sh-j) TO sl-service
               MOVE shr-per-play(sh-j) TO sl-per-play
               MOVE shr-book-seq(sh-j) TO sl-close-seq
               MOVE shr-book-check(sh-j) TO sl-close-check
               MOVE shr-liability(sh-j) TO sl-wallet-liability
               MOVE shr-closed-on(sh-j) TO sl-closed-on
               MOVE shr-state(sh-j) TO sl-state
               MOVE shr-cash(sh-j) TO sl-cash-value
               MOVE shr-tokens-in(sh-j) TO sl-tokens-in
               MOVE shr-token-sales(sh-j) TO sl-token-sales
               WRITE SHOP-LEDGER-RECORD
               ADD 1 TO runlog-written
               ADD 1 TO sh-rows-written
               ADD 1 TO sh-closed-count
               ADD shr-coins(sh-j) TO sh-tot-coins
               ADD shr-plays(sh-j) TO sh-tot-plays
               ADD shr-refunds(sh-j) TO sh-tot-refunds
               ADD shr-service(sh-j) TO sh-tot-service
               MOVE sh-j TO sh-pos
               PERFORM 3150-ADD-LIABILITY
               ADD shr-cash(sh-j) TO sh-tot-cash
               ADD shr-tokens-in(sh-j) TO sh-tot-tokens-in
               ADD shr-token-sales(sh-j) TO sh-tot-token-sales
               MOVE sh-row-count TO sh-j
             END-IF
           END-PERFORM
         END-PERFORM
         MOVE sh-month-entry(sh-i) TO sl-month
         MOVE "*SHOP*" TO sl-cabinet
         MOVE sh-tot-coins TO sl-coins
         MOVE sh-tot-plays TO sl-plays
         MOVE sh-tot-refunds TO sl-refunds
         MOVE sh-tot-service TO sl-service
         MOVE 0 TO sl-per-play
         IF sh-tot-plays GREATER THAN 0 THEN
           COMPUTE sl-per-play ROUNDED = sh-tot-coins / sh-tot-plays
         END-IF
         MOVE 0 TO sl-close-seq
         MOVE 0 TO sl-close-check
         ADD sh-shop-liability TO sh-tot-liability
         MOVE sh-tot-liability TO sl-wallet-liability
         MOVE sh-tot-cash TO sl-cash-value
         MOVE sh-tot-tokens-in TO sl-tokens-in
         MOVE sh-tot-token-sales TO sl-token-sales
         MOVE FUNCTION CURRENT-DATE(1:8) TO sl-closed-on
         IF sh-closed-count EQUAL TO reg-count THEN
           MOVE "ALL " TO sl-state
         ELSE
           MOVE "OPEN" TO sl-state
         END-IF
         WRITE SHOP-LEDGER-RECORD
         ADD 1 TO runlog-written
         ADD 1 TO sh-rows-written.

      * A liability closed from the shop-wide store is held back
      * and taken once, the latest close's figure; one closed from
      * the cabinet's own store adds as it stands.
       3150-ADD-LIABILITY.
         IF shr-liab-scope(sh-pos) NOT EQUAL TO "S" THEN
           ADD shr-liability(sh-pos) TO sh-tot-liability
           NEXT SENTENCE
         END-IF
         IF shr-closed-on(sh-pos) NOT LESS THAN sh-shop-liab-date
             THEN
           MOVE shr-liability(sh-pos) TO sh-shop-liability
           MOVE shr-closed-on(sh-pos) TO sh-shop-liab-date
         END-IF.

      * The sign-off page for the chosen month.
       4000-WRITE-REPORT.
         OPEN OUTPUT SHOP-REPORT-FILE
         IF shop-report-status NOT EQUAL TO "00" THEN
           GO TO 4000-EXIT
         END-IF
         MOVE SPACES TO sh-line
         STRING "SHOP LEDGER - MONTH " sh-month
           DELIMITED BY SIZE INTO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written
         MOVE SPACES TO sh-line
         STRING "Generated " FUNCTION CURRENT-DATE(1:8)
           "-" FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written
         MOVE SPACES TO sh-line
         STRING "Cabinet        Coins    Plays  Refund  Per-play"
           "   Wallet  Closed    State"
           DELIMITED BY SIZE INTO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written
         MOVE 0 TO sh-tot-coins sh-tot-plays sh-tot-refunds
           sh-tot-liability sh-shop-liability
         MOVE SPACES TO sh-shop-liab-date
         MOVE 0 TO sh-tot-cash sh-tot-tokens-in sh-tot-token-sales
         PERFORM VARYING reg-i FROM 1 BY 1 UNTIL reg-i > reg-count
           PERFORM 4100-REPORT-CABINET
         END-PERFORM
         MOVE ALL "-" TO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written
         MOVE sh-tot-coins TO sh-edit-1
         MOVE sh-tot-plays TO sh-edit-2
         MOVE sh-tot-refunds TO sh-edit-3
         MOVE 0 TO sh-edit-4
         IF sh-tot-plays GREATER THAN 0 THEN
           COMPUTE sh-edit-4 ROUNDED = sh-tot-coins / sh-tot-plays
         END-IF
         ADD sh-shop-liability TO sh-tot-liability
         MOVE sh-tot-liability TO sh-edit-5
         MOVE SPACES TO sh-line
         STRING "SHOP        " sh-edit-1 " " sh-edit-2 "  "
           sh-edit-3 "    " sh-edit-4 " " sh-edit-5
           DELIMITED BY SIZE INTO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written
         IF sh-any-money EQUAL TO 1 THEN
           PERFORM 4300-REPORT-MONEY
         END-IF
         MOVE SPACES TO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written
         IF sh-open-count EQUAL TO 0 THEN
           MOVE "Every registry cabinet has closed the month."
             TO sh-line
           WRITE SHOP-REPORT-RECORD FROM sh-line
           ADD 1 TO runlog-written
         ELSE
           MOVE "Not closed yet:" TO sh-line
           WRITE SHOP-REPORT-RECORD FROM sh-line
           ADD 1 TO runlog-written
           PERFORM VARYING reg-i FROM 1 BY 1 UNTIL reg-i > reg-count
             PERFORM 4200-REPORT-IF-OPEN
           END-PERFORM
         END-IF
         IF sh-exceptions GREATER THAN 0 THEN
           MOVE "Seq/check exceptions:" TO sh-line
           WRITE SHOP-REPORT-RECORD FROM sh-line
           ADD 1 TO runlog-written
           PERFORM VARYING sh-j FROM 1 BY 1 UNTIL sh-j > sh-row-count
             IF shr-state(sh-j) NOT EQUAL TO "OK  " THEN
               MOVE SPACES TO sh-line
               STRING "  " shr-month(sh-j) " "
                 regt-id(shr-reg(sh-j)) " "
                 regt-name(shr-reg(sh-j)) " "
                 shr-state(sh-j) " " shr-why(sh-j)
                 DELIMITED BY SIZE INTO sh-line
               WRITE SHOP-REPORT-RECORD FROM sh-line
               ADD 1 TO runlog-written
             END-IF
           END-PERFORM
         END-IF
         CLOSE SHOP-REPORT-FILE
         MOVE sh-month TO rptarc-from
         MOVE sh-month TO rptarc-to
         MOVE "SHOP-LEDGER.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT.
       4000-EXIT.
         EXIT.

       4100-REPORT-CABINET.
         MOVE 0 TO sh-pos
         PERFORM VARYING sh-j FROM 1 BY 1 UNTIL sh-j > sh-row-count
           IF shr-reg(sh-j) EQUAL TO reg-i
              AND shr-month(sh-j) EQUAL TO sh-month THEN
             MOVE sh-j TO sh-pos
             MOVE sh-row-count TO sh-j
           END-IF
         END-PERFORM
         IF sh-pos EQUAL TO 0 THEN
           ADD 1 TO sh-open-count
           NEXT SENTENCE
         END-IF
         IF shr-state(sh-pos) NOT EQUAL TO "OK  " THEN
           ADD 1 TO sh-exceptions
         END-IF
         ADD shr-coins(sh-pos) TO sh-tot-coins
         ADD shr-plays(sh-pos) TO sh-tot-plays
         ADD shr-refunds(sh-pos) TO sh-tot-refunds
         PERFORM 3150-ADD-LIABILITY
         ADD shr-cash(sh-pos) TO sh-tot-cash
         ADD shr-tokens-in(sh-pos) TO sh-tot-tokens-in
         ADD shr-token-sales(sh-pos) TO sh-tot-token-sales
         IF shr-cash(sh-pos) GREATER THAN 0
            OR shr-token-sales(sh-pos) GREATER THAN 0
            OR shr-tokens-in(sh-pos) GREATER THAN 0 THEN
           MOVE 1 TO sh-any-money
         END-IF
         MOVE shr-coins(sh-pos) TO sh-edit-1
         MOVE shr-plays(sh-pos) TO sh-edit-2
         MOVE shr-refunds(sh-pos) TO sh-edit-3
         MOVE shr-per-play(sh-pos) TO sh-edit-4
         MOVE shr-liability(sh-pos) TO sh-edit-5
         MOVE SPACES TO sh-line
         STRING regt-name(reg-i) sh-edit-1 " " sh-edit-2 "  "
           sh-edit-3 "    " sh-edit-4 " " sh-edit-5 "  "
           shr-closed-on(sh-pos) "  " shr-state(sh-pos)
           DELIMITED BY SIZE INTO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written.

      * The month in money, cabinet by cabinet: takings are cash
      * coins plus token sales; tokens redeemed stand apart.
       4300-REPORT-MONEY.
         MOVE SPACES TO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written
         MOVE SPACES TO sh-line
         STRING "Cabinet       Cash coins Token sales    Takings"
           "  Tokens in"
           DELIMITED BY SIZE INTO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written
         PERFORM VARYING reg-i FROM 1 BY 1 UNTIL reg-i > reg-count
           PERFORM VARYING sh-j FROM 1 BY 1 UNTIL sh-j > sh-row-count
             IF shr-reg(sh-j) EQUAL TO reg-i
                AND shr-month(sh-j) EQUAL TO sh-month THEN
               COMPUTE sh-takings = shr-cash(sh-j)
                 + shr-token-sales(sh-j)
               MOVE shr-cash(sh-j) TO sh-money-1
               MOVE shr-token-sales(sh-j) TO sh-money-2
               MOVE sh-takings TO sh-money-3
               MOVE shr-tokens-in(sh-j) TO sh-edit-1
               MOVE SPACES TO sh-line
               STRING regt-name(reg-i) sh-money-1 " " sh-money-2
                 " " sh-money-3 "  " sh-edit-1
                 DELIMITED BY SIZE INTO sh-line
               WRITE SHOP-REPORT-RECORD FROM sh-line
               ADD 1 TO runlog-written
               MOVE sh-row-count TO sh-j
             END-IF
           END-PERFORM
         END-PERFORM
         MOVE ALL "-" TO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written
         COMPUTE sh-takings = sh-tot-cash + sh-tot-token-sales
         MOVE sh-tot-cash TO sh-money-1
         MOVE sh-tot-token-sales TO sh-money-2
         MOVE sh-takings TO sh-money-3
         MOVE sh-tot-tokens-in TO sh-edit-1
         MOVE SPACES TO sh-line
         STRING "SHOP        " sh-money-1 " " sh-money-2
           " " sh-money-3 "  " sh-edit-1
           DELIMITED BY SIZE INTO sh-line
         WRITE SHOP-REPORT-RECORD FROM sh-line
         ADD 1 TO runlog-written.

       4200-REPORT-IF-OPEN.
         MOVE 0 TO sh-pos
         PERFORM VARYING sh-j FROM 1 BY 1 UNTIL sh-j > sh-row-count
           IF shr-reg(sh-j) EQUAL TO reg-i
              AND shr-month(sh-j) EQUAL TO sh-month THEN
             MOVE sh-j TO sh-pos
           END-IF
         END-PERFORM
         IF sh-pos EQUAL TO 0 THEN
           MOVE SPACES TO sh-line
           STRING "  " regt-id(reg-i) " " regt-name(reg-i)
             DELIMITED BY SIZE INTO sh-line
           WRITE SHOP-REPORT-RECORD FROM sh-line
           ADD 1 TO runlog-written
         END-IF.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "SHOP-LEDGER" TO rptarc-program
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
         MOVE "SHOP-LEDGER" TO runlog-program
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
       END PROGRAM SHOP-LEDGER.

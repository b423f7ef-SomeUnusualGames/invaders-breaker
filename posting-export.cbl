      * Compile and run on Windows:
      * cobc -xj posting-export.cbl batch-runlog.cbl report-archive.cbl
      *   price-rules.cbl
      * Accounting posting export: turns COIN-AUDIT.DAT into the
      * fixed-width batch file the ledger package imports, so the
      * bookkeeper stops re-keying COLLECTIONS.RPT by hand.
      * service credits. The hash is the positionally weighted
      * amount sum mod 10^9 so a dropped or reordered line fails
      * the import.
      * Once TAX.DAT holds a rate, takings are posted split out of
      * the gross: REV becomes NET (net revenue) plus TAX (tax
      * payable), and REF becomes RFN (net refunded) plus RFT (tax
      * reversed on refunds). Tax for a day = gross x rate /
      * (100 + rate), rounded to the coin, and net = gross - tax,
      * so the split lines add back to the gross exactly. All the
      * split lines are ordinary detail lines inside the count,
      * total and hash. Without TAX.DAT the batch posts gross as
      * before.
      * Every exported day is recorded in POSTING-CONTROL.DAT under
      * its batch, so a day goes to the package once:
      *   posting-export                    all unposted days
      *     before today (today is still trading and goes out
      *     tomorrow)
      *   posting-export <from> <to>        a date range; refused
      *     if any day in it is already posted or awaiting ack, or
      *     if it runs into today
      *   posting-export <from> <to> CORRECTION
      *     re-export posted days as a correction batch (header
      *     kind C instead of N)
      *   posting-export ACK                read the package's
      *     POSTING-ACK.DAT and mark batches accepted/rejected
      *   posting-export REPORT             posted, unposted and
      *     unacknowledged days to POSTING-RECON.RPT
      *   posting-export TAX [yyyyQn]       quarterly sales tax
      *     summary to TAX-SUMMARY.RPT (default: the last completed
      *     quarter), figured day by day exactly as posted
      * With a DENOMINATIONS.DAT table every detail line carries a
      * money value after the count (9 digits, 2 implied decimals)
      * and the trailer a value total after the hash. REV is then
      * cash coins only: house tokens back through the mech post
      * as TKR (a count, value zero - their cash was taken at the
      * counter) and TOKEN-SALES.DAT posts as TKS (tokens sold,
      * cash taken), split to TSN/TST under TAX.DAT. REF and SVC
      * are valued at the channel-one credit unit. The tax summary
      * is then figured in money, token sales in the takings.
      * PLY posts the credits drawn by plays: each PLAY line at the
      * per-play price in force when it started (PRICE-RULES), a
      * PLAY2 line at twice that, valued at the channel-one credit
      * unit when there is a denomination table. It is an ordinary
      * detail line inside the count, total and hash, and is never
      * tax-split - the tax was taken on the coins that bought the
      * credits.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTING-EXPORT.
       ENVIRONMENT DIVISION.
         SELECT POSTING-FILE ASSIGN TO "POSTING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-status.
         SELECT POSTING-CONTROL-FILE ASSIGN TO "POSTING-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-control-status.
         SELECT POSTING-ACK-FILE ASSIGN TO "POSTING-ACK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-ack-status.
         SELECT POSTING-RECON-FILE ASSIGN TO "POSTING-RECON.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS posting-recon-status.
         SELECT TAX-FILE ASSIGN TO "TAX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS tax-status.
         SELECT TAX-SUMMARY-FILE ASSIGN TO "TAX-SUMMARY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS tax-summary-status.
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
       FD POSTING-FILE.
         01 POSTING-RECORD PIC X(40).
       FD POSTING-CONTROL-FILE.
         COPY posting-control-record.
       FD POSTING-ACK-FILE.
         COPY posting-ack-record.
       FD POSTING-RECON-FILE.
         01 POSTING-RECON-RECORD PIC X(72).
       FD TAX-FILE.
         COPY tax-record.
       FD TAX-SUMMARY-FILE.
         01 TAX-SUMMARY-RECORD PIC X(72).
       FD DENOMINATION-FILE.
         COPY denomination-record.
       FD TOKEN-SALES-FILE.
         COPY token-sale-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY denomination-data.
         COPY price-rules-data.
       01 posting-export-data.
         78 MAX-POST-DAYS VALUE 120.
         05 coin-audit-status PIC X(02) VALUE "00".
         05 pe-to-date PIC X(08) VALUE SPACES.
         05 pe-amount PIC 9(07).
         05 pe-class PIC X(03).
         78 MAX-CONTROL-ROWS VALUE 2000.
         78 MAX-LEDGER-DAYS VALUE 1000.
         05 posting-control-status PIC X(02) VALUE "00".
         05 posting-ack-status PIC X(02) VALUE "00".
         05 posting-recon-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 pe-batch PIC X(08).
         05 pe-kind PIC X(01) VALUE "N".
         05 pe-range-from PIC X(08) VALUE SPACES.
         05 pe-range-to PIC X(08) VALUE SPACES.
         05 pe-today PIC X(08) VALUE SPACES.
         05 pe-refuse PIC 9 VALUE 0.
         05 pe-skipped PIC 9(05) VALUE 0.
         05 pe-last-skipped PIC X(08) VALUE SPACES.
         05 pe-posted PIC 9 VALUE 0.
         05 pe-j PIC 9(04).
         05 pe-k PIC 9(04).
         05 pe-last PIC 9(04).
         05 pe-matched PIC 9(04).
         05 pe-seen PIC 9.
         05 pe-any-posted-after PIC 9.
         05 pe-edit PIC ZZZZ9.
         05 pe-line PIC X(72).
         05 pe-ctl-count PIC 9(04) VALUE 0.
         05 pe-ctl-table.
           10 pe-ctl OCCURS MAX-CONTROL-ROWS TIMES.
             15 pec-day PIC X(08).
             15 pec-batch PIC X(08).
             15 pec-kind PIC X(01).
             15 pec-status PIC X(01).
             15 pec-count PIC 9(05).
             15 pec-hash PIC 9(09).
             15 pec-acked-on PIC X(08).
         05 pe-ledger-day-count PIC 9(04) VALUE 0.
         05 pe-ledger-day PIC X(08) OCCURS MAX-LEDGER-DAYS TIMES.
         05 pe-day-table.
           10 pe-day OCCURS MAX-POST-DAYS TIMES.
             15 ped-date PIC X(08).
             15 ped-rev PIC 9(07).
             15 ped-ref PIC 9(07).
             15 ped-svc PIC 9(07).
             15 ped-rev-value PIC 9(07)V9(02).
             15 ped-ref-value PIC 9(07)V9(02).
             15 ped-svc-value PIC 9(07)V9(02).
             15 ped-tkr PIC 9(07).
             15 ped-tks PIC 9(07).
             15 ped-tks-value PIC 9(07)V9(02).
             15 ped-ply PIC 9(07).
             15 ped-ply-value PIC 9(07)V9(02).
      * Credits one play line drew, and whether the price rules are
      * linked in at all.
         05 pe-ply-charge PIC 9(03).
         05 pe-no-rules PIC 9 VALUE 0.
      * Money value of the detail line being written, the batch
      * value total, and the split of one gross money amount.
         05 token-sales-status PIC X(02) VALUE "00".
         05 pe-value PIC 9(07)V9(02).
         05 pe-value-total PIC 9(09)V9(02) VALUE 0.
         05 pe-gross-value PIC 9(07)V9(02).
         05 pe-tax-value PIC 9(07)V9(02).
         05 pe-net-value PIC 9(07)V9(02).
         05 pe-net-class PIC X(03).
         05 pe-tax-class PIC X(03).
      * Sales tax: the rate table, and the split of one gross
      * amount at one rate.
         78 MAX-TAX-RATES VALUE 20.
         05 tax-status PIC X(02) VALUE "00".
         05 tax-summary-status PIC X(02) VALUE "00".
         05 pe-tax-count PIC 9(02) VALUE 0.
         05 pe-tax-table.
           10 pe-tax-row OCCURS MAX-TAX-RATES TIMES.
             15 pet-effective PIC X(08).
             15 pet-rate PIC 9(02)V9(02).
         05 pe-rate PIC 9(02)V9(02).
         05 pe-rate-from PIC X(08).
         05 pe-tax-day PIC X(08).
         05 pe-gross PIC 9(07).
         05 pe-tax PIC 9(07).
         05 pe-net PIC 9(07).
      * Quarterly summary: the quarter asked for, its months, and
      * the month (1-3) and quarter (4) accumulators.
         05 pe-quarter PIC X(06).
         05 pe-quarter-split REDEFINES pe-quarter.
           10 pe-q-yyyy PIC 9(04).
           10 pe-q-letter PIC X(01).
           10 pe-q-num PIC 9(01).
         05 pe-q-first-month PIC 9(06).
         05 pe-q-first-split REDEFINES pe-q-first-month.
           10 pe-qf-yyyy PIC 9(04).
           10 pe-qf-mm PIC 9(02).
         05 pe-q-slot PIC 9(01).
         05 pe-q-month-key PIC X(06).
         05 pe-q-table.
           10 pe-q-row OCCURS 4 TIMES.
             15 peq-month PIC X(06).
             15 peq-gross PIC 9(08)V9(02).
             15 peq-net PIC 9(08)V9(02).
             15 peq-tax PIC 9(08)V9(02).
             15 peq-ref-gross PIC 9(08)V9(02).
             15 peq-ref-net PIC 9(08)V9(02).
             15 peq-ref-tax PIC 9(08)V9(02).
         05 pe-q-payable PIC S9(08)V9(02).
         05 pe-q-edit-1 PIC ZZZZZZZ9.
         05 pe-q-edit-2 PIC ZZZZZZZ9.
         05 pe-q-edit-3 PIC ZZZZZZZ9.
         05 pe-q-edit-4 PIC ZZZZZZZ9.
         05 pe-q-edit-5 PIC ZZZZZZZ9.
         05 pe-q-edit-6 PIC -ZZZZZZZ9.
         05 pe-q-money-1 PIC ZZZZ9.99.
         05 pe-q-money-2 PIC ZZZZ9.99.
         05 pe-q-money-3 PIC ZZZZ9.99.
         05 pe-q-money-4 PIC ZZZZ9.99.
         05 pe-q-money-5 PIC ZZZZ9.99.
         05 pe-q-money-6 PIC -ZZZZ9.99.
         05 pe-rate-edit PIC Z9.99.
         05 pe-now-yyyymm PIC 9(06).
         05 pe-now-split REDEFINES pe-now-yyyymm.
           10 pe-now-yyyy PIC 9(04).
           10 pe-now-mm PIC 9(02).
         05 COLL-WORK PIC X(90).
         05 COLL-PARSED REDEFINES COLL-WORK.
           10 FILLER PIC X(04).
           10 cl-seq PIC X(06).
           10 cl-check PIC X(04).
           10 FILLER PIC X(03).
           10 cl-date PIC X(08).
           10 FILLER PIC X(26).
           10 cl-dn-tag PIC X(04).
           10 cl-denom PIC X(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE FUNCTION CURRENT-DATE(1:8) TO pe-batch
         PERFORM 0500-LOAD-CONTROL THRU 0500-EXIT
         IF command-line-args(1:3) EQUAL TO "ACK" THEN
           PERFORM 5000-IMPORT-ACK THRU 5000-EXIT
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF command-line-args(1:6) EQUAL TO "REPORT" THEN
           PERFORM 6000-RECON-REPORT THRU 6000-EXIT
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 0600-LOAD-TAX-RATES THRU 0600-EXIT
         PERFORM 0700-LOAD-DENOMINATIONS THRU 0700-EXIT
         IF command-line-args(1:4) EQUAL TO "TAX " THEN
           PERFORM 8000-TAX-SUMMARY THRU 8000-EXIT
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF command-line-args(1:8) IS NUMERIC
            AND command-line-args(10:8) IS NUMERIC THEN
           MOVE command-line-args(1:8) TO pe-range-from
           MOVE command-line-args(10:8) TO pe-range-to
           IF command-line-args(19:10) EQUAL TO "CORRECTION" THEN
             MOVE "C" TO pe-kind
           END-IF
         END-IF
      * Today's ledger is still open: an unranged run stops short of
      * it and a new batch may not take it in. Only a correction
      * batch may name it.
         MOVE FUNCTION CURRENT-DATE(1:8) TO pe-today
         IF pe-range-from NOT EQUAL TO SPACES
            AND pe-kind NOT EQUAL TO "C"
            AND pe-range-to NOT LESS THAN pe-today THEN
           DISPLAY "Range runs into " pe-today " - the day is still "
             "open; export up to yesterday" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM VARYING pe-j FROM 1 BY 1
         UNTIL pe-j > pe-ctl-count
           IF pec-batch(pe-j) EQUAL TO pe-batch
              AND pec-status(pe-j) EQUAL TO "E" THEN
             DISPLAY "Batch " pe-batch " is still awaiting "
               "acknowledgment - import the ack first" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             PERFORM 9910-RUNLOG-END
             GOBACK
           END-IF
         END-PERFORM
         PERFORM 1000-SCAN-LEDGER THRU 1000-EXIT
         IF pe-refuse EQUAL TO 1 THEN
           DISPLAY "Range holds days already posted - re-export "
             "refused; add CORRECTION to send a correction batch"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF pe-day-count EQUAL TO 0 THEN
           DISPLAY "No unposted ledger days - nothing exported"
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 2000-WRITE-POSTING-FILE
         PERFORM 3000-RECORD-CONTROL
         IF pe-skipped GREATER THAN 0 THEN
           MOVE pe-skipped TO pe-edit
           DISPLAY "Already posted days left out: "
             FUNCTION TRIM(pe-edit)
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       0500-LOAD-CONTROL.
         MOVE 0 TO pe-ctl-count
         OPEN INPUT POSTING-CONTROL-FILE
         IF posting-control-status NOT EQUAL TO "00" THEN
           GO TO 0500-EXIT
         END-IF
         MOVE 0 TO pe-eof
         PERFORM UNTIL pe-eof EQUAL TO 1
           READ POSTING-CONTROL-FILE
             AT END
               MOVE 1 TO pe-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF pe-ctl-count LESS THAN MAX-CONTROL-ROWS THEN
                 ADD 1 TO pe-ctl-count
                 MOVE po-day TO pec-day(pe-ctl-count)
                 MOVE po-batch TO pec-batch(pe-ctl-count)
                 MOVE po-kind TO pec-kind(pe-ctl-count)
                 MOVE po-status TO pec-status(pe-ctl-count)
                 MOVE po-count TO pec-count(pe-ctl-count)
                 MOVE po-hash TO pec-hash(pe-ctl-count)
                 MOVE po-acked-on TO pec-acked-on(pe-ctl-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE POSTING-CONTROL-FILE.
       0500-EXIT.
         EXIT.

       0600-LOAD-TAX-RATES.
         MOVE 0 TO pe-tax-count
         OPEN INPUT TAX-FILE
         IF tax-status NOT EQUAL TO "00" THEN
           GO TO 0600-EXIT
         END-IF
         MOVE 0 TO pe-eof
         PERFORM UNTIL pe-eof EQUAL TO 1
           READ TAX-FILE
             AT END
               MOVE 1 TO pe-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tx-effective IS NUMERIC
                  AND tx-rate IS NUMERIC
                  AND pe-tax-count LESS THAN MAX-TAX-RATES THEN
                 ADD 1 TO pe-tax-count
                 MOVE tx-effective TO pet-effective(pe-tax-count)
                 MOVE tx-rate TO pet-rate(pe-tax-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE TAX-FILE.
       0600-EXIT.
         EXIT.

       0700-LOAD-DENOMINATIONS.
         MOVE 0 TO dnm-count
         OPEN INPUT DENOMINATION-FILE
         IF denomination-status NOT EQUAL TO "00" THEN
           GO TO 0700-EXIT
         END-IF
         MOVE 0 TO pe-eof
         PERFORM UNTIL pe-eof EQUAL TO 1
           READ DENOMINATION-FILE
             AT END
               MOVE 1 TO pe-eof
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
       0700-EXIT.
         EXIT.

       1000-SCAN-LEDGER.
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status NOT EQUAL TO "00" THEN
           DISPLAY "No COIN-AUDIT.DAT - nothing to post"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO pe-eof
             AT END
               MOVE 1 TO pe-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cl-date IS NUMERIC THEN
                 PERFORM 1100-TALLY-POSTING-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE
         IF pe-no-rules EQUAL TO 1 THEN
           DISPLAY "PRICE-RULES is not linked in - PLY not posted"
             UPON SYSERR
           IF RETURN-CODE LESS THAN 4 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF
         IF dnm-count GREATER THAN 0 THEN
           PERFORM 1400-SCAN-TOKEN-SALES THRU 1400-EXIT
         END-IF.
       1000-EXIT.
         EXIT.

       1100-TALLY-POSTING-LINE.
         IF pe-range-from NOT EQUAL TO SPACES
            AND (cl-date LESS THAN pe-range-from
                 OR cl-date GREATER THAN pe-range-to) THEN
           NEXT SENTENCE
         END-IF
         IF pe-range-from EQUAL TO SPACES
            AND cl-date NOT LESS THAN pe-today THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO pe-pos
         PERFORM VARYING pe-i FROM 1 BY 1
         UNTIL pe-i > pe-day-count
           END-IF
         END-PERFORM
         IF pe-pos EQUAL TO 0 THEN
           PERFORM 1200-CHECK-DAY-POSTED
           IF pe-posted EQUAL TO 1 THEN
             IF pe-range-from EQUAL TO SPACES THEN
               PERFORM 1300-NOTE-SKIPPED-DAY
               NEXT SENTENCE
             END-IF
             IF pe-kind NOT EQUAL TO "C" THEN
               MOVE 1 TO pe-refuse
               NEXT SENTENCE
             END-IF
           END-IF
           IF pe-day-count GREATER OR EQUAL TO MAX-POST-DAYS THEN
             NEXT SENTENCE
           END-IF
           MOVE 0 TO ped-rev(pe-pos)
           MOVE 0 TO ped-ref(pe-pos)
           MOVE 0 TO ped-svc(pe-pos)
           PERFORM 1150-CLEAR-DAY-VALUES
           IF pe-from-date EQUAL TO SPACES
              OR cl-date LESS THAN pe-from-date THEN
             MOVE cl-date TO pe-from-date
             MOVE cl-date TO pe-to-date
           END-IF
         END-IF
         IF cl-event EQUAL TO "PLAY    "
            OR cl-event EQUAL TO "PLAY2   " THEN
           PERFORM 1170-CHARGE-PLAY
           NEXT SENTENCE
         END-IF
         IF dnm-count GREATER THAN 0 THEN
           PERFORM 1160-TALLY-DAY-VALUES
           NEXT SENTENCE
         END-IF
         EVALUATE cl-event
           WHEN "COIN    " ADD 1 TO ped-rev(pe-pos)
           WHEN "WALLET+ " ADD 1 TO ped-rev(pe-pos)
           WHEN "SERVICE " ADD 1 TO ped-svc(pe-pos)
         END-EVALUATE.

       1150-CLEAR-DAY-VALUES.
         MOVE 0 TO ped-rev-value(pe-pos)
         MOVE 0 TO ped-ref-value(pe-pos)
         MOVE 0 TO ped-svc-value(pe-pos)
         MOVE 0 TO ped-tkr(pe-pos)
         MOVE 0 TO ped-tks(pe-pos)
         MOVE 0 TO ped-tks-value(pe-pos)
         MOVE 0 TO ped-ply(pe-pos)
         MOVE 0 TO ped-ply-value(pe-pos).

      * With denominations: a COIN line is valued by its dn= code
      * (channel one without one); a token coin is a redemption,
      * not revenue. TOKSALE is a TOKEN-SALES.DAT row fed through
      * the same day table by 1400.
       1160-TALLY-DAY-VALUES.
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
         EVALUATE cl-event
           WHEN "COIN    "
             IF dnmt-token(dnm-pos) EQUAL TO "Y" THEN
               ADD 1 TO ped-tkr(pe-pos)
             ELSE
               ADD 1 TO ped-rev(pe-pos)
               ADD dnmt-value(dnm-pos) TO ped-rev-value(pe-pos)
             END-IF
           WHEN "WALLET+ "
             ADD 1 TO ped-rev(pe-pos)
             ADD dnm-credit-value TO ped-rev-value(pe-pos)
           WHEN "REFUND  "
             ADD 1 TO ped-ref(pe-pos)
             ADD dnm-credit-value TO ped-ref-value(pe-pos)
           WHEN "GOODWILL"
             ADD 1 TO ped-ref(pe-pos)
             ADD dnm-credit-value TO ped-ref-value(pe-pos)
           WHEN "SERVICE "
             ADD 1 TO ped-svc(pe-pos)
             ADD dnm-credit-value TO ped-svc-value(pe-pos)
           WHEN "TOKSALE "
             ADD ts-qty TO ped-tks(pe-pos)
             ADD ts-amount TO ped-tks-value(pe-pos)
         END-EVALUATE.

      * A play is charged the per-play price in force when it
      * started, twice over for a PLAY2 (one play per seat).
       1170-CHARGE-PLAY.
         IF pe-no-rules EQUAL TO 1 THEN
           NEXT SENTENCE
         END-IF
         MOVE "A" TO prl-action
         MOVE cl-date TO prl-date
         MOVE cl-time TO prl-time
         CALL "PRICE-RULES" USING price-rules-data
           ON EXCEPTION
             MOVE 1 TO pe-no-rules
         END-CALL
         IF pe-no-rules EQUAL TO 1 THEN
           NEXT SENTENCE
         END-IF
         MOVE prl-price TO pe-ply-charge
         IF cl-event EQUAL TO "PLAY2   " THEN
           COMPUTE pe-ply-charge = prl-price * 2
         END-IF
         ADD pe-ply-charge TO ped-ply(pe-pos)
         IF dnm-count GREATER THAN 0 THEN
           COMPUTE ped-ply-value(pe-pos) = ped-ply-value(pe-pos)
             + pe-ply-charge * dnm-credit-value
         END-IF.

       1400-SCAN-TOKEN-SALES.
         OPEN INPUT TOKEN-SALES-FILE
         IF token-sales-status NOT EQUAL TO "00" THEN
           GO TO 1400-EXIT
         END-IF
         MOVE 0 TO pe-eof
         PERFORM UNTIL pe-eof EQUAL TO 1
           READ TOKEN-SALES-FILE
             AT END
               MOVE 1 TO pe-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ts-date IS NUMERIC AND ts-qty IS NUMERIC
                  AND ts-amount IS NUMERIC THEN
                 MOVE SPACES TO COLL-WORK
                 MOVE ts-date TO cl-date
                 MOVE "TOKSALE " TO cl-event
                 PERFORM 1100-TALLY-POSTING-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE TOKEN-SALES-FILE.
       1400-EXIT.
         EXIT.

      * A day counts as posted while any batch holding it is out
      * for acknowledgment or has been accepted; a rejected or
      * mismatched batch leaves its days free to go again.
       1200-CHECK-DAY-POSTED.
         MOVE 0 TO pe-posted
         PERFORM VARYING pe-j FROM 1 BY 1
         UNTIL pe-j > pe-ctl-count
           IF pec-day(pe-j) EQUAL TO cl-date
              AND (pec-status(pe-j) EQUAL TO "E"
                   OR pec-status(pe-j) EQUAL TO "A") THEN
             MOVE 1 TO pe-posted
             MOVE pe-ctl-count TO pe-j
           END-IF
         END-PERFORM.

      * Ledger lines arrive in date order, so a skipped day is only
      * counted the first time it is seen.
       1300-NOTE-SKIPPED-DAY.
         IF pe-last-skipped NOT EQUAL TO cl-date THEN
           ADD 1 TO pe-skipped
           MOVE cl-date TO pe-last-skipped
         END-IF.

       2000-WRITE-POSTING-FILE.
         OPEN OUTPUT POSTING-FILE
         MOVE SPACES TO POSTING-RECORD
         STRING "H " pe-batch
           " " pe-from-date " " pe-to-date " " pe-kind
           DELIMITED BY SIZE INTO POSTING-RECORD
         WRITE POSTING-RECORD
         ADD 1 TO runlog-written
         PERFORM VARYING pe-i FROM 1 BY 1
         UNTIL pe-i > pe-day-count
           IF pe-tax-count EQUAL TO 0 THEN
             IF ped-rev(pe-i) GREATER THAN 0 THEN
               MOVE ped-rev(pe-i) TO pe-amount
               MOVE ped-rev-value(pe-i) TO pe-value
               MOVE "REV" TO pe-class
               PERFORM 2100-WRITE-DETAIL
             END-IF
             IF ped-ref(pe-i) GREATER THAN 0 THEN
               MOVE ped-ref(pe-i) TO pe-amount
               MOVE ped-ref-value(pe-i) TO pe-value
               MOVE "REF" TO pe-class
               PERFORM 2100-WRITE-DETAIL
             END-IF
             IF ped-tks(pe-i) GREATER THAN 0 THEN
               MOVE ped-tks(pe-i) TO pe-amount
               MOVE ped-tks-value(pe-i) TO pe-value
               MOVE "TKS" TO pe-class
               PERFORM 2100-WRITE-DETAIL
             END-IF
           ELSE
             PERFORM 2200-WRITE-TAX-SPLIT
           END-IF
           IF ped-tkr(pe-i) GREATER THAN 0 THEN
             MOVE ped-tkr(pe-i) TO pe-amount
             MOVE 0 TO pe-value
             MOVE "TKR" TO pe-class
             PERFORM 2100-WRITE-DETAIL
           END-IF
           IF ped-svc(pe-i) GREATER THAN 0 THEN
             MOVE ped-svc(pe-i) TO pe-amount
             MOVE ped-svc-value(pe-i) TO pe-value
             MOVE "SVC" TO pe-class
             PERFORM 2100-WRITE-DETAIL
           END-IF
           IF ped-ply(pe-i) GREATER THAN 0 THEN
             MOVE ped-ply(pe-i) TO pe-amount
             MOVE ped-ply-value(pe-i) TO pe-value
             MOVE "PLY" TO pe-class
             PERFORM 2100-WRITE-DETAIL
           END-IF
         END-PERFORM
         MOVE SPACES TO POSTING-RECORD
         IF dnm-count GREATER THAN 0 THEN
           STRING "T " pe-rec-count " " pe-amt-total " " pe-hash
             " " pe-value-total
             DELIMITED BY SIZE INTO POSTING-RECORD
         ELSE
           STRING "T " pe-rec-count " " pe-amt-total " " pe-hash
             DELIMITED BY SIZE INTO POSTING-RECORD
         END-IF
         WRITE POSTING-RECORD
         ADD 1 TO runlog-written
         CLOSE POSTING-FILE
         DISPLAY "Posting batch written to POSTING.DAT".

         COMPUTE pe-hash = FUNCTION MOD(
           pe-hash + (pe-amount * pe-rec-count), 1000000000)
         MOVE SPACES TO POSTING-RECORD
         IF dnm-count GREATER THAN 0 THEN
           ADD pe-value TO pe-value-total
           STRING "D " ped-date(pe-i) " " pe-class
             " " pe-amount " " pe-value
             DELIMITED BY SIZE INTO POSTING-RECORD
         ELSE
           STRING "D " ped-date(pe-i) " " pe-class
             " " pe-amount
             DELIMITED BY SIZE INTO POSTING-RECORD
         END-IF
         WRITE POSTING-RECORD
         ADD 1 TO runlog-written.

      * A zero line is left out, as for the gross classes.
       2200-WRITE-TAX-SPLIT.
         MOVE ped-date(pe-i) TO pe-tax-day
         PERFORM 7000-RATE-FOR-DAY
         MOVE ped-rev(pe-i) TO pe-gross
         MOVE ped-rev-value(pe-i) TO pe-gross-value
         MOVE "NET" TO pe-net-class
         MOVE "TAX" TO pe-tax-class
         PERFORM 2250-WRITE-SPLIT-PAIR
         MOVE ped-ref(pe-i) TO pe-gross
         MOVE ped-ref-value(pe-i) TO pe-gross-value
         MOVE "RFN" TO pe-net-class
         MOVE "RFT" TO pe-tax-class
         PERFORM 2250-WRITE-SPLIT-PAIR
         MOVE ped-tks(pe-i) TO pe-gross
         MOVE ped-tks-value(pe-i) TO pe-gross-value
         MOVE "TSN" TO pe-net-class
         MOVE "TST" TO pe-tax-class
         PERFORM 2250-WRITE-SPLIT-PAIR.

      * The count and the money value are split separately, each
      * rounded to its own unit; a line goes out when either half
      * of it is non-zero.
       2250-WRITE-SPLIT-PAIR.
         PERFORM 7100-SPLIT-GROSS
         PERFORM 7150-SPLIT-VALUE
         IF pe-net GREATER THAN 0
            OR pe-net-value GREATER THAN 0 THEN
           MOVE pe-net TO pe-amount
           MOVE pe-net-value TO pe-value
           MOVE pe-net-class TO pe-class
           PERFORM 2100-WRITE-DETAIL
         END-IF
         IF pe-tax GREATER THAN 0
            OR pe-tax-value GREATER THAN 0 THEN
           MOVE pe-tax TO pe-amount
           MOVE pe-tax-value TO pe-value
           MOVE pe-tax-class TO pe-class
           PERFORM 2100-WRITE-DETAIL
         END-IF.

       3000-RECORD-CONTROL.
         OPEN EXTEND POSTING-CONTROL-FILE
         IF posting-control-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT POSTING-CONTROL-FILE
         END-IF
         PERFORM VARYING pe-i FROM 1 BY 1
         UNTIL pe-i > pe-day-count
           MOVE ped-date(pe-i) TO po-day
           MOVE pe-batch TO po-batch
           MOVE pe-kind TO po-kind
           MOVE "E" TO po-status
           MOVE pe-rec-count TO po-count
           MOVE pe-hash TO po-hash
           MOVE SPACES TO po-acked-on
           WRITE POSTING-CONTROL-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE POSTING-CONTROL-FILE.

      * Each acceptance line settles the batch it names, but only
      * when the package's count and hash agree with what we sent;
      * anything else is marked M and its days go out again.
       5000-IMPORT-ACK.
         OPEN INPUT POSTING-ACK-FILE
         IF posting-ack-status NOT EQUAL TO "00" THEN
           DISPLAY "No POSTING-ACK.DAT to import" UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE 0 TO pe-eof
         PERFORM UNTIL pe-eof EQUAL TO 1
           READ POSTING-ACK-FILE
             AT END
               MOVE 1 TO pe-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 5100-APPLY-ACK-LINE
           END-READ
         END-PERFORM
         CLOSE POSTING-ACK-FILE
         OPEN OUTPUT POSTING-CONTROL-FILE
         PERFORM VARYING pe-j FROM 1 BY 1
         UNTIL pe-j > pe-ctl-count
           MOVE pec-day(pe-j) TO po-day
           MOVE pec-batch(pe-j) TO po-batch
           MOVE pec-kind(pe-j) TO po-kind
           MOVE pec-status(pe-j) TO po-status
           MOVE pec-count(pe-j) TO po-count
           MOVE pec-hash(pe-j) TO po-hash
           MOVE pec-acked-on(pe-j) TO po-acked-on
           WRITE POSTING-CONTROL-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE POSTING-CONTROL-FILE
         DISPLAY "Acknowledgments applied to POSTING-CONTROL.DAT".
       5000-EXIT.
         EXIT.

       5100-APPLY-ACK-LINE.
         MOVE 0 TO pe-matched
         PERFORM VARYING pe-j FROM 1 BY 1
         UNTIL pe-j > pe-ctl-count
           IF pec-batch(pe-j) EQUAL TO ak-batch
              AND pec-status(pe-j) EQUAL TO "E" THEN
             ADD 1 TO pe-matched
             MOVE FUNCTION CURRENT-DATE(1:8) TO pec-acked-on(pe-j)
             IF ak-count NOT EQUAL TO pec-count(pe-j)
                OR ak-hash NOT EQUAL TO pec-hash(pe-j) THEN
               MOVE "M" TO pec-status(pe-j)
             ELSE
               IF ak-result EQUAL TO "A" THEN
                 MOVE "A" TO pec-status(pe-j)
               ELSE
                 MOVE "R" TO pec-status(pe-j)
               END-IF
             END-IF
           END-IF
         END-PERFORM
         IF pe-matched EQUAL TO 0 THEN
           DISPLAY "Ack for batch " ak-batch
             " matches no batch awaiting acknowledgment"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
         ELSE
           DISPLAY "Batch " ak-batch " acknowledged: " ak-result
         END-IF.

      * Walks every day the coin ledger holds and says where it
      * stands; an unposted day older than a posted one is a gap.
       6000-RECON-REPORT.
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status EQUAL TO "00" THEN
           MOVE 0 TO pe-eof
           PERFORM UNTIL pe-eof EQUAL TO 1
             MOVE SPACES TO COLL-WORK
             READ COIN-AUDIT-FILE NEXT RECORD INTO COLL-WORK
               AT END
                 MOVE 1 TO pe-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF cl-date IS NUMERIC THEN
                   PERFORM 6100-NOTE-LEDGER-DAY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COIN-AUDIT-FILE
         END-IF
         OPEN OUTPUT POSTING-RECON-FILE
         IF posting-recon-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write POSTING-RECON.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         MOVE SPACES TO pe-line
         STRING "POSTING RECONCILIATION  " pe-batch
           DELIMITED BY SIZE INTO pe-line
         WRITE POSTING-RECON-RECORD FROM pe-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO pe-line
         WRITE POSTING-RECON-RECORD FROM pe-line
         ADD 1 TO runlog-written
         MOVE "Ledger days:" TO pe-line
         WRITE POSTING-RECON-RECORD FROM pe-line
         ADD 1 TO runlog-written
         PERFORM VARYING pe-k FROM 1 BY 1
         UNTIL pe-k > pe-ledger-day-count
           PERFORM 6200-REPORT-ONE-DAY
         END-PERFORM
         MOVE "Batches rejected or never acknowledged:" TO pe-line
         WRITE POSTING-RECON-RECORD FROM pe-line
         ADD 1 TO runlog-written
         MOVE 0 TO pe-matched
         PERFORM VARYING pe-j FROM 1 BY 1
         UNTIL pe-j > pe-ctl-count
           PERFORM 6300-REPORT-OPEN-BATCH
         END-PERFORM
         IF pe-matched EQUAL TO 0 THEN
           MOVE "  (none)" TO pe-line
           WRITE POSTING-RECON-RECORD FROM pe-line
           ADD 1 TO runlog-written
         END-IF
         CLOSE POSTING-RECON-FILE
         MOVE "POSTING-RECON.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Report written to POSTING-RECON.RPT".
       6000-EXIT.
         EXIT.

       6100-NOTE-LEDGER-DAY.
         IF pe-ledger-day-count GREATER THAN 0 THEN
           IF pe-ledger-day(pe-ledger-day-count) EQUAL TO cl-date
               THEN
             NEXT SENTENCE
           END-IF
         END-IF
         IF pe-ledger-day-count LESS THAN MAX-LEDGER-DAYS THEN
           ADD 1 TO pe-ledger-day-count
           MOVE cl-date TO pe-ledger-day(pe-ledger-day-count)
         END-IF.

      * The last control row for a day is its current standing.
       6200-REPORT-ONE-DAY.
         MOVE 0 TO pe-last
         PERFORM VARYING pe-j FROM 1 BY 1
         UNTIL pe-j > pe-ctl-count
           IF pec-day(pe-j) EQUAL TO pe-ledger-day(pe-k) THEN
             MOVE pe-j TO pe-last
           END-IF
         END-PERFORM
         MOVE SPACES TO pe-line
         IF pe-last EQUAL TO 0 THEN
           MOVE 0 TO pe-any-posted-after
           PERFORM VARYING pe-j FROM 1 BY 1
           UNTIL pe-j > pe-ctl-count
             IF pec-day(pe-j) GREATER THAN pe-ledger-day(pe-k)
                AND pec-status(pe-j) EQUAL TO "A" THEN
               MOVE 1 TO pe-any-posted-after
             END-IF
           END-PERFORM
           IF pe-any-posted-after EQUAL TO 1 THEN
             STRING "  " pe-ledger-day(pe-k)
               "  UNPOSTED  *** GAP - later days are posted ***"
               DELIMITED BY SIZE INTO pe-line
           ELSE
             STRING "  " pe-ledger-day(pe-k) "  UNPOSTED"
               DELIMITED BY SIZE INTO pe-line
           END-IF
         ELSE
           EVALUATE pec-status(pe-last)
             WHEN "A"
               STRING "  " pe-ledger-day(pe-k) "  POSTED    batch "
                 pec-batch(pe-last) " kind " pec-kind(pe-last)
                 " acked " pec-acked-on(pe-last)
                 DELIMITED BY SIZE INTO pe-line
             WHEN "E"
               STRING "  " pe-ledger-day(pe-k) "  AWAITING  batch "
                 pec-batch(pe-last) " kind " pec-kind(pe-last)
                 DELIMITED BY SIZE INTO pe-line
             WHEN "R"
               STRING "  " pe-ledger-day(pe-k) "  UNPOSTED  batch "
                 pec-batch(pe-last) " was REJECTED"
                 DELIMITED BY SIZE INTO pe-line
             WHEN OTHER
               STRING "  " pe-ledger-day(pe-k) "  UNPOSTED  batch "
                 pec-batch(pe-last) " ack totals MISMATCH"
                 DELIMITED BY SIZE INTO pe-line
           END-EVALUATE
         END-IF
         WRITE POSTING-RECON-RECORD FROM pe-line
         ADD 1 TO runlog-written.

      * One line per batch: rows are written batch by batch, so
      * only the first row of each run of the same batch reports.
       6300-REPORT-OPEN-BATCH.
         IF pec-status(pe-j) EQUAL TO "A" THEN
           NEXT SENTENCE
         END-IF
         IF pe-j GREATER THAN 1 THEN
           IF pec-batch(pe-j - 1) EQUAL TO pec-batch(pe-j)
              AND pec-status(pe-j - 1) EQUAL TO pec-status(pe-j)
               THEN
             NEXT SENTENCE
           END-IF
         END-IF
         ADD 1 TO pe-matched
         MOVE pec-count(pe-j) TO pe-edit
         MOVE SPACES TO pe-line
         EVALUATE pec-status(pe-j)
           WHEN "E"
             STRING "  batch " pec-batch(pe-j) "  "
               FUNCTION TRIM(pe-edit) " lines  NOT ACKNOWLEDGED"
               DELIMITED BY SIZE INTO pe-line
           WHEN "R"
             STRING "  batch " pec-batch(pe-j) "  "
               FUNCTION TRIM(pe-edit) " lines  REJECTED on "
               pec-acked-on(pe-j)
               DELIMITED BY SIZE INTO pe-line
           WHEN OTHER
             STRING "  batch " pec-batch(pe-j) "  "
               FUNCTION TRIM(pe-edit) " lines  ACK TOTALS MISMATCH"
               " on " pec-acked-on(pe-j)
               DELIMITED BY SIZE INTO pe-line
         END-EVALUATE
         WRITE POSTING-RECON-RECORD FROM pe-line
         ADD 1 TO runlog-written.

      * Latest rate row effective on or before pe-tax-day; the
      * table is not assumed to be in date order.
       7000-RATE-FOR-DAY.
         MOVE 0 TO pe-rate
         MOVE SPACES TO pe-rate-from
         PERFORM VARYING pe-j FROM 1 BY 1 UNTIL pe-j > pe-tax-count
           IF pet-effective(pe-j) NOT GREATER THAN pe-tax-day
              AND (pe-rate-from EQUAL TO SPACES
                   OR pet-effective(pe-j) NOT LESS THAN pe-rate-from)
           THEN
             MOVE pet-effective(pe-j) TO pe-rate-from
             MOVE pet-rate(pe-j) TO pe-rate
           END-IF
         END-PERFORM.

       7100-SPLIT-GROSS.
         MOVE 0 TO pe-tax
         IF pe-rate GREATER THAN 0 THEN
           COMPUTE pe-tax ROUNDED =
             pe-gross * pe-rate / (100 + pe-rate)
         END-IF
         COMPUTE pe-net = pe-gross - pe-tax.

       7150-SPLIT-VALUE.
         MOVE 0 TO pe-tax-value
         IF pe-rate GREATER THAN 0 THEN
           COMPUTE pe-tax-value ROUNDED =
             pe-gross-value * pe-rate / (100 + pe-rate)
         END-IF
         COMPUTE pe-net-value = pe-gross-value - pe-tax-value.

      * The quarter's days are split one at a time with the same
      * paragraphs the posting batch uses, so the summary agrees
      * with what was posted to the coin.
       8000-TAX-SUMMARY.
         IF command-line-args(5:4) IS NUMERIC
            AND command-line-args(9:1) EQUAL TO "Q"
            AND command-line-args(10:1) IS NUMERIC THEN
           MOVE command-line-args(5:6) TO pe-quarter
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:6) TO pe-now-yyyymm
           MOVE pe-now-yyyy TO pe-q-yyyy
           MOVE "Q" TO pe-q-letter
           COMPUTE pe-q-num = (pe-now-mm - 1) / 3
           IF pe-q-num EQUAL TO 0 THEN
             SUBTRACT 1 FROM pe-q-yyyy
             MOVE 4 TO pe-q-num
           END-IF
         END-IF
         IF pe-q-num LESS THAN 1 OR pe-q-num GREATER THAN 4 THEN
           DISPLAY "Quarter must be given as yyyyQn, e.g. 2026Q3"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 8000-EXIT
         END-IF
         MOVE pe-q-yyyy TO pe-qf-yyyy
         COMPUTE pe-qf-mm = (pe-q-num - 1) * 3 + 1
         PERFORM VARYING pe-q-slot FROM 1 BY 1 UNTIL pe-q-slot > 4
           MOVE pe-q-first-month TO peq-month(pe-q-slot)
           MOVE 0 TO peq-gross(pe-q-slot) peq-net(pe-q-slot)
             peq-tax(pe-q-slot) peq-ref-gross(pe-q-slot)
             peq-ref-net(pe-q-slot) peq-ref-tax(pe-q-slot)
           IF pe-q-slot LESS THAN 3 THEN
             ADD 1 TO pe-qf-mm
           END-IF
         END-PERFORM
         MOVE "TOTAL " TO peq-month(4)
         MOVE 0 TO pe-day-count
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status EQUAL TO "00" THEN
           MOVE 0 TO pe-eof
           PERFORM UNTIL pe-eof EQUAL TO 1
             MOVE SPACES TO COLL-WORK
             READ COIN-AUDIT-FILE NEXT RECORD INTO COLL-WORK
               AT END
                 MOVE 1 TO pe-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF cl-date IS NUMERIC
                    AND cl-date(1:6) NOT LESS THAN peq-month(1)
                    AND cl-date(1:6) NOT GREATER THAN peq-month(3)
                 THEN
                   PERFORM 8100-TALLY-TAX-DAY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE COIN-AUDIT-FILE
         END-IF
         IF dnm-count GREATER THAN 0 THEN
           PERFORM 8050-TALLY-TAX-TOKEN-SALES THRU 8050-EXIT
         END-IF
         PERFORM VARYING pe-i FROM 1 BY 1 UNTIL pe-i > pe-day-count
           PERFORM 8200-SPLIT-TAX-DAY
         END-PERFORM
         PERFORM 8300-WRITE-TAX-SUMMARY.
       8000-EXIT.
         EXIT.

       8050-TALLY-TAX-TOKEN-SALES.
         OPEN INPUT TOKEN-SALES-FILE
         IF token-sales-status NOT EQUAL TO "00" THEN
           GO TO 8050-EXIT
         END-IF
         MOVE 0 TO pe-eof
         PERFORM UNTIL pe-eof EQUAL TO 1
           READ TOKEN-SALES-FILE
             AT END
               MOVE 1 TO pe-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ts-date IS NUMERIC AND ts-qty IS NUMERIC
                  AND ts-amount IS NUMERIC
                  AND ts-date(1:6) NOT LESS THAN peq-month(1)
                  AND ts-date(1:6) NOT GREATER THAN peq-month(3)
               THEN
                 MOVE SPACES TO COLL-WORK
                 MOVE ts-date TO cl-date
                 MOVE "TOKSALE " TO cl-event
                 PERFORM 8100-TALLY-TAX-DAY
               END-IF
           END-READ
         END-PERFORM
         CLOSE TOKEN-SALES-FILE.
       8050-EXIT.
         EXIT.

       8100-TALLY-TAX-DAY.
         MOVE 0 TO pe-pos
         PERFORM VARYING pe-i FROM 1 BY 1
         UNTIL pe-i > pe-day-count
           IF ped-date(pe-i) EQUAL TO cl-date THEN
             MOVE pe-i TO pe-pos
             MOVE pe-day-count TO pe-i
           END-IF
         END-PERFORM
         IF pe-pos EQUAL TO 0 THEN
           IF pe-day-count GREATER OR EQUAL TO MAX-POST-DAYS THEN
             NEXT SENTENCE
           END-IF
           ADD 1 TO pe-day-count
           MOVE pe-day-count TO pe-pos
           MOVE cl-date TO ped-date(pe-pos)
           MOVE 0 TO ped-rev(pe-pos)
           MOVE 0 TO ped-ref(pe-pos)
           MOVE 0 TO ped-svc(pe-pos)
           PERFORM 1150-CLEAR-DAY-VALUES
         END-IF
         IF dnm-count GREATER THAN 0 THEN
           PERFORM 1160-TALLY-DAY-VALUES
           NEXT SENTENCE
         END-IF
         EVALUATE cl-event
           WHEN "COIN    " ADD 1 TO ped-rev(pe-pos)
           WHEN "WALLET+ " ADD 1 TO ped-rev(pe-pos)
           WHEN "REFUND  " ADD 1 TO ped-ref(pe-pos)
           WHEN "GOODWILL" ADD 1 TO ped-ref(pe-pos)
         END-EVALUATE.

       8200-SPLIT-TAX-DAY.
         MOVE ped-date(pe-i) TO pe-tax-day
         PERFORM 7000-RATE-FOR-DAY
         MOVE 1 TO pe-q-slot
         PERFORM UNTIL pe-q-slot EQUAL TO 3
            OR peq-month(pe-q-slot) EQUAL TO pe-tax-day(1:6)
           ADD 1 TO pe-q-slot
         END-PERFORM
         IF dnm-count GREATER THAN 0 THEN
           PERFORM 8250-SPLIT-TAX-DAY-VALUE
           NEXT SENTENCE
         END-IF
         MOVE ped-rev(pe-i) TO pe-gross
         PERFORM 7100-SPLIT-GROSS
         ADD pe-gross TO peq-gross(pe-q-slot) peq-gross(4)
         ADD pe-net TO peq-net(pe-q-slot) peq-net(4)
         ADD pe-tax TO peq-tax(pe-q-slot) peq-tax(4)
         MOVE ped-ref(pe-i) TO pe-gross
         PERFORM 7100-SPLIT-GROSS
         ADD pe-gross TO peq-ref-gross(pe-q-slot) peq-ref-gross(4)
         ADD pe-net TO peq-ref-net(pe-q-slot) peq-ref-net(4)
         ADD pe-tax TO peq-ref-tax(pe-q-slot) peq-ref-tax(4).

      * In money the takings are cash coins plus token sales, each
      * split as its own posted line pair is.
       8250-SPLIT-TAX-DAY-VALUE.
         MOVE ped-rev-value(pe-i) TO pe-gross-value
         PERFORM 7150-SPLIT-VALUE
         ADD pe-gross-value TO peq-gross(pe-q-slot) peq-gross(4)
         ADD pe-net-value TO peq-net(pe-q-slot) peq-net(4)
         ADD pe-tax-value TO peq-tax(pe-q-slot) peq-tax(4)
         MOVE ped-tks-value(pe-i) TO pe-gross-value
         PERFORM 7150-SPLIT-VALUE
         ADD pe-gross-value TO peq-gross(pe-q-slot) peq-gross(4)
         ADD pe-net-value TO peq-net(pe-q-slot) peq-net(4)
         ADD pe-tax-value TO peq-tax(pe-q-slot) peq-tax(4)
         MOVE ped-ref-value(pe-i) TO pe-gross-value
         PERFORM 7150-SPLIT-VALUE
         ADD pe-gross-value TO peq-ref-gross(pe-q-slot)
           peq-ref-gross(4)
         ADD pe-net-value TO peq-ref-net(pe-q-slot) peq-ref-net(4)
         ADD pe-tax-value TO peq-ref-tax(pe-q-slot) peq-ref-tax(4).

       8300-WRITE-TAX-SUMMARY.
         OPEN OUTPUT TAX-SUMMARY-FILE
         IF tax-summary-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write TAX-SUMMARY.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         MOVE SPACES TO pe-line
         STRING "SALES TAX SUMMARY  " pe-quarter
           "  (" peq-month(1) " - " peq-month(3) ")"
           DELIMITED BY SIZE INTO pe-line
         WRITE TAX-SUMMARY-RECORD FROM pe-line
         ADD 1 TO runlog-written
         MOVE SPACES TO pe-line
         IF dnm-count GREATER THAN 0 THEN
           STRING "Prepared " FUNCTION CURRENT-DATE(1:8)
             "   all figures in money, gross includes tax"
             DELIMITED BY SIZE INTO pe-line
         ELSE
           STRING "Prepared " FUNCTION CURRENT-DATE(1:8)
             "   all figures in coins, gross includes tax"
             DELIMITED BY SIZE INTO pe-line
         END-IF
         WRITE TAX-SUMMARY-RECORD FROM pe-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO pe-line
         WRITE TAX-SUMMARY-RECORD FROM pe-line
         ADD 1 TO runlog-written
         MOVE SPACES TO pe-line
         STRING "Month     Gross      Net      Tax  Refunds"
           "  Ref tax  Tax payable"
           DELIMITED BY SIZE INTO pe-line
         WRITE TAX-SUMMARY-RECORD FROM pe-line
         ADD 1 TO runlog-written
         PERFORM VARYING pe-q-slot FROM 1 BY 1 UNTIL pe-q-slot > 4
           IF pe-q-slot EQUAL TO 4 THEN
             MOVE ALL "-" TO pe-line
             WRITE TAX-SUMMARY-RECORD FROM pe-line
             ADD 1 TO runlog-written
           END-IF
           COMPUTE pe-q-payable = peq-tax(pe-q-slot)
             - peq-ref-tax(pe-q-slot)
           MOVE SPACES TO pe-line
           IF dnm-count GREATER THAN 0 THEN
             MOVE peq-gross(pe-q-slot) TO pe-q-money-1
             MOVE peq-net(pe-q-slot) TO pe-q-money-2
             MOVE peq-tax(pe-q-slot) TO pe-q-money-3
             MOVE peq-ref-gross(pe-q-slot) TO pe-q-money-4
             MOVE peq-ref-tax(pe-q-slot) TO pe-q-money-5
             MOVE pe-q-payable TO pe-q-money-6
             STRING peq-month(pe-q-slot) " " pe-q-money-1 " "
               pe-q-money-2 " " pe-q-money-3 " " pe-q-money-4 " "
               pe-q-money-5 "    " pe-q-money-6
               DELIMITED BY SIZE INTO pe-line
           ELSE
             MOVE peq-gross(pe-q-slot) TO pe-q-edit-1
             MOVE peq-net(pe-q-slot) TO pe-q-edit-2
             MOVE peq-tax(pe-q-slot) TO pe-q-edit-3
             MOVE peq-ref-gross(pe-q-slot) TO pe-q-edit-4
             MOVE peq-ref-tax(pe-q-slot) TO pe-q-edit-5
             MOVE pe-q-payable TO pe-q-edit-6
             STRING peq-month(pe-q-slot) " " pe-q-edit-1 " "
               pe-q-edit-2 " " pe-q-edit-3 " " pe-q-edit-4 " "
               pe-q-edit-5 "    " pe-q-edit-6
               DELIMITED BY SIZE INTO pe-line
           END-IF
           WRITE TAX-SUMMARY-RECORD FROM pe-line
           ADD 1 TO runlog-written
         END-PERFORM
         MOVE SPACES TO pe-line
         WRITE TAX-SUMMARY-RECORD FROM pe-line
         ADD 1 TO runlog-written
         MOVE "Rates in force (TAX.DAT):" TO pe-line
         WRITE TAX-SUMMARY-RECORD FROM pe-line
         ADD 1 TO runlog-written
         MOVE SPACES TO pe-tax-day
         STRING peq-month(1) "01" DELIMITED BY SIZE INTO pe-tax-day
         PERFORM 7000-RATE-FOR-DAY
         MOVE 0 TO pe-matched
         PERFORM VARYING pe-j FROM 1 BY 1 UNTIL pe-j > pe-tax-count
           IF pet-effective(pe-j)(1:6) NOT GREATER THAN peq-month(3)
              AND pet-effective(pe-j) NOT LESS THAN pe-rate-from
           THEN
             ADD 1 TO pe-matched
             MOVE pet-rate(pe-j) TO pe-rate-edit
             MOVE SPACES TO pe-line
             STRING "  " pet-effective(pe-j) "  "
               FUNCTION TRIM(pe-rate-edit) "%"
               DELIMITED BY SIZE INTO pe-line
             WRITE TAX-SUMMARY-RECORD FROM pe-line
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM
         IF pe-matched EQUAL TO 0 THEN
           MOVE "  (none - no tax charged)" TO pe-line
           WRITE TAX-SUMMARY-RECORD FROM pe-line
           ADD 1 TO runlog-written
         END-IF
         CLOSE TAX-SUMMARY-FILE
         MOVE pe-q-first-month TO rptarc-from
         ADD 2 TO pe-qf-mm
         MOVE pe-q-first-month TO rptarc-to
         MOVE "TAX-SUMMARY.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Report written to TAX-SUMMARY.RPT".

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "POSTING-EXPORT" TO rptarc-program
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
         MOVE "POSTING-EXPORT" TO runlog-program
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
       END PROGRAM POSTING-EXPORT.

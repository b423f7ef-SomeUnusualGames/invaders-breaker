      * Compile and run on Windows:
      * cobc -xj voucher.cbl batch-runlog.cbl report-archive.cbl
      * Voucher issue, void and reporting against VOUCHERS.DAT, the
      * single-use codes the cabinets redeem from the idle screen:
      *   voucher ISSUE 50 2 30 [who]  fifty promotion codes worth
      *     two credits each, good for thirty days from today; the
      *     codes go to VOUCHER-ISSUE.TXT for printing
      *   voucher VOID 12345674 [who]  withdraw an open code
      *   voucher REPORT               issued, redeemed, expired,
      *     voided and outstanding counts and credit value, split
      *     promotion / bounce-back, to VOUCHER.RPT
      * Codes are a random seven-digit serial plus a Luhn check
      * digit, checked against every serial already on file.
      * VOUCHERS.DAT is shared with the cabinets, so ISSUE and VOID
      * write it only under the ledger lock (SHARED-SCORES.LCK);
      * with the lock held elsewhere they stop with RC 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT VOUCHER-FILE ASSIGN TO "VOUCHERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS voucher-status.
         SELECT VOUCHER-TEMP-FILE ASSIGN TO "VOUCHERS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS voucher-temp-status.
         SELECT ISSUE-SHEET-FILE ASSIGN TO "VOUCHER-ISSUE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS issue-sheet-status.
         SELECT VOUCHER-REPORT-FILE ASSIGN TO "VOUCHER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS voucher-report-status.
         SELECT SHARED-LOCK-FILE ASSIGN TO "SHARED-SCORES.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-lock-status.
       DATA DIVISION.
       FILE SECTION.
       FD VOUCHER-FILE.
         COPY voucher-record.
       FD VOUCHER-TEMP-FILE.
         01 VOUCHER-TEMP-RECORD PIC X(53).
       FD ISSUE-SHEET-FILE.
         01 ISSUE-SHEET-RECORD PIC X(48).
       FD VOUCHER-REPORT-FILE.
         01 VOUCHER-REPORT-RECORD PIC X(70).
       FD SHARED-LOCK-FILE.
         COPY shared-lock-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY shared-score-data.
       01 voucher-maint-data.
         78 MAX-VOUCHERS VALUE 5000.
         78 MAX-ISSUE VALUE 500.
         05 voucher-status PIC X(02) VALUE "00".
         05 voucher-temp-status PIC X(02) VALUE "00".
         05 issue-sheet-status PIC X(02) VALUE "00".
         05 voucher-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(60).
         05 vm-action PIC X(08).
         05 vm-arg-1 PIC X(08).
         05 vm-arg-2 PIC X(08).
         05 vm-arg-3 PIC X(08).
         05 vm-arg-4 PIC X(08).
         05 vm-who PIC X(04) VALUE SPACES.
         05 vm-count PIC 9(03) VALUE 0.
         05 vm-value PIC 9(03) VALUE 0.
         05 vm-days PIC 9(03) VALUE 0.
         05 vm-code PIC 9(08) VALUE 0.
         05 vm-eof PIC 9.
         05 vm-i PIC 9(04).
         05 vm-j PIC 9(04).
         05 vm-found PIC 9 VALUE 0.
         05 vm-clash PIC 9.
         05 vm-today PIC X(08).
         05 vm-date-num PIC 9(08).
         05 vm-expiry PIC X(08).
         05 vm-serial PIC 9(07).
         05 vm-seed PIC 9(08).
         05 vm-random PIC V9(09).
         05 vm-edit-1 PIC ZZZZ9.
         05 vm-edit-2 PIC ZZZZZZ9.
         05 vm-line PIC X(70).
         05 vm-seconds PIC 9(05).
         05 vm-hhmmss PIC X(06).
         05 vm-hms REDEFINES vm-hhmmss.
           10 vm-hh PIC 9(02).
           10 vm-mm PIC 9(02).
           10 vm-ss PIC 9(02).
      * Luhn check digit scratch, same rule as the cabinet wheel.
         05 vm-digits PIC 9(07).
         05 vm-digit-tab REDEFINES vm-digits.
           10 vm-digit PIC 9(01) OCCURS 7 TIMES.
         05 vm-sum PIC 9(03).
         05 vm-double PIC 9(02).
         05 vm-check PIC 9(01).
      * Serials already on file, so a new code never repeats one.
         05 vm-serial-count PIC 9(04) VALUE 0.
         05 vm-serial-table.
           10 vm-known PIC 9(07) OCCURS MAX-VOUCHERS TIMES.
      * Report totals: state (issued, redeemed, expired, voided,
      * outstanding) by kind (promotion, bounce-back, total).
         05 vm-state PIC 9(01).
         05 vm-kind PIC 9(01).
         05 vm-totals.
           10 vm-state-row OCCURS 5 TIMES.
             15 vm-kind-col OCCURS 3 TIMES.
               20 vm-qty PIC 9(05).
               20 vm-credits PIC 9(07).
         05 vm-state-names.
           10 FILLER PIC X(12) VALUE "Issued".
           10 FILLER PIC X(12) VALUE "Redeemed".
           10 FILLER PIC X(12) VALUE "Expired".
           10 FILLER PIC X(12) VALUE "Voided".
           10 FILLER PIC X(12) VALUE "Outstanding".
         05 vm-state-name-tab REDEFINES vm-state-names.
           10 vm-state-name PIC X(12) OCCURS 5 TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE "VCH   " TO cabinet-id
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO vm-action vm-arg-1 vm-arg-2 vm-arg-3 vm-arg-4
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO vm-action vm-arg-1 vm-arg-2 vm-arg-3 vm-arg-4
         END-UNSTRING
         MOVE FUNCTION CURRENT-DATE(1:8) TO vm-today
         EVALUATE vm-action
           WHEN "ISSUE"
             PERFORM 1000-ISSUE THRU 1000-EXIT
           WHEN "VOID"
             PERFORM 2000-VOID THRU 2000-EXIT
           WHEN "REPORT"
             PERFORM 3000-REPORT THRU 3000-EXIT
           WHEN OTHER
             DISPLAY "Usage: voucher ISSUE count credits days [who]"
               UPON SYSERR
             DISPLAY "       voucher VOID code [who]" UPON SYSERR
             DISPLAY "       voucher REPORT" UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         IF ledger-claimed EQUAL TO 1 THEN
           PERFORM 7900-RELEASE-LEDGER
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-ISSUE.
         IF FUNCTION TRIM(vm-arg-1) IS NOT NUMERIC
            OR FUNCTION TRIM(vm-arg-2) IS NOT NUMERIC
            OR FUNCTION TRIM(vm-arg-3) IS NOT NUMERIC THEN
           DISPLAY "ISSUE needs a count, a credit value and days"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         COMPUTE vm-count = FUNCTION NUMVAL(vm-arg-1)
         COMPUTE vm-value = FUNCTION NUMVAL(vm-arg-2)
         COMPUTE vm-days = FUNCTION NUMVAL(vm-arg-3)
         IF vm-count EQUAL TO 0 OR vm-count GREATER THAN MAX-ISSUE
            OR vm-value EQUAL TO 0 OR vm-days EQUAL TO 0 THEN
           DISPLAY "ISSUE count 1-500, credits and days above zero"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE vm-arg-4(1:4) TO vm-who
         IF vm-who EQUAL TO SPACES THEN
           MOVE "OP" TO vm-who
         END-IF
         PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
         IF ledger-claimed EQUAL TO 0 THEN
           PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
         END-IF
         IF ledger-claimed EQUAL TO 0 THEN
           DISPLAY "VOUCHERS.DAT busy - try the issue again"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         PERFORM 1100-LOAD-SERIALS THRU 1100-EXIT
         IF vm-serial-count + vm-count GREATER THAN MAX-VOUCHERS
             THEN
           DISPLAY "VOUCHERS.DAT is full - archive used codes first"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE vm-today TO vm-date-num
         COMPUTE vm-date-num = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(vm-date-num) + vm-days - 1)
         MOVE vm-date-num TO vm-expiry
         MOVE FUNCTION CURRENT-DATE(9:8) TO vm-seed
         COMPUTE vm-random = FUNCTION RANDOM(vm-seed)
         OPEN EXTEND VOUCHER-FILE
         IF voucher-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT VOUCHER-FILE
         END-IF
         OPEN OUTPUT ISSUE-SHEET-FILE
         MOVE vm-value TO vm-edit-1
         MOVE SPACES TO vm-line
         STRING "VOUCHERS - " FUNCTION TRIM(vm-edit-1)
           " CREDITS EACH, GOOD TO " vm-expiry
           DELIMITED BY SIZE INTO vm-line
         WRITE ISSUE-SHEET-RECORD FROM vm-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO ISSUE-SHEET-RECORD
         WRITE ISSUE-SHEET-RECORD
         ADD 1 TO runlog-written
         PERFORM VARYING vm-i FROM 1 BY 1 UNTIL vm-i > vm-count
           PERFORM 1200-NEW-CODE
           MOVE vm-serial TO vc-serial
           MOVE vm-check TO vc-check
           MOVE vm-value TO vc-value
           MOVE vm-today TO vc-issued
           MOVE vm-expiry TO vc-expires
           MOVE "O" TO vc-status
           MOVE "P" TO vc-kind
           MOVE SPACES TO vc-cabinet
           MOVE vm-who TO vc-who
           MOVE SPACES TO vc-redeemed-on
           MOVE SPACES TO vc-redeemed-at
           WRITE VOUCHER-RECORD
           ADD 1 TO runlog-written
           MOVE SPACES TO vm-line
           STRING "  " vc-code DELIMITED BY SIZE INTO vm-line
           WRITE ISSUE-SHEET-RECORD FROM vm-line
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE ISSUE-SHEET-FILE
         CLOSE VOUCHER-FILE
         MOVE vm-count TO vm-edit-1
         DISPLAY FUNCTION TRIM(vm-edit-1)
           " vouchers issued to VOUCHER-ISSUE.TXT".
       1000-EXIT.
         EXIT.

       1100-LOAD-SERIALS.
         OPEN INPUT VOUCHER-FILE
         IF voucher-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         MOVE 0 TO vm-eof
         PERFORM UNTIL vm-eof EQUAL TO 1
           READ VOUCHER-FILE NEXT RECORD
             AT END
               MOVE 1 TO vm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF vm-serial-count LESS THAN MAX-VOUCHERS THEN
                 ADD 1 TO vm-serial-count
                 MOVE vc-serial TO vm-known(vm-serial-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE VOUCHER-FILE.
       1100-EXIT.
         EXIT.

      * Draws serials until one is not on file (or already drawn
      * in this batch), then works out its check digit.
       1200-NEW-CODE.
         MOVE 1 TO vm-clash
         PERFORM UNTIL vm-clash EQUAL TO 0
           MOVE 0 TO vm-clash
           COMPUTE vm-serial = FUNCTION RANDOM * 9000000 + 1000000
           PERFORM VARYING vm-j FROM 1 BY 1
           UNTIL vm-j > vm-serial-count OR vm-clash EQUAL TO 1
             IF vm-known(vm-j) EQUAL TO vm-serial THEN
               MOVE 1 TO vm-clash
             END-IF
           END-PERFORM
         END-PERFORM
         ADD 1 TO vm-serial-count
         MOVE vm-serial TO vm-known(vm-serial-count)
         MOVE vm-serial TO vm-digits
         PERFORM 1300-CHECK-DIGIT.

      * Every other digit from the right doubled (digits of the
      * double summed), the check brings the total to a multiple
      * of ten.
       1300-CHECK-DIGIT.
         MOVE 0 TO vm-sum
         PERFORM VARYING vm-j FROM 1 BY 1 UNTIL vm-j > 7
           IF FUNCTION MOD(vm-j, 2) EQUAL TO 1 THEN
             COMPUTE vm-double = vm-digit(vm-j) * 2
             IF vm-double GREATER THAN 9 THEN
               SUBTRACT 9 FROM vm-double
             END-IF
             ADD vm-double TO vm-sum
           ELSE
             ADD vm-digit(vm-j) TO vm-sum
           END-IF
         END-PERFORM
         COMPUTE vm-check =
           FUNCTION MOD(10 - FUNCTION MOD(vm-sum, 10), 10).

      * Rewrite via the temp file under the ledger lock, as
      * ticket-check does; only an open code can be voided, and the
      * void date is kept in the redeemed-on slot. The caller
      * releases the lock.
       2000-VOID.
         IF vm-arg-1 IS NOT NUMERIC THEN
           DISPLAY "VOID needs the eight-digit code" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE vm-arg-1 TO vm-code
         MOVE vm-arg-2(1:4) TO vm-who
         IF vm-who EQUAL TO SPACES THEN
           MOVE "OP" TO vm-who
         END-IF
         PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
         IF ledger-claimed EQUAL TO 0 THEN
           PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
         END-IF
         IF ledger-claimed EQUAL TO 0 THEN
           DISPLAY "VOUCHERS.DAT busy - try the void again"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         OPEN INPUT VOUCHER-FILE
         IF voucher-status NOT EQUAL TO "00" THEN
           DISPLAY "No VOUCHERS.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         OPEN OUTPUT VOUCHER-TEMP-FILE
         MOVE 0 TO vm-eof
         PERFORM UNTIL vm-eof EQUAL TO 1
           READ VOUCHER-FILE NEXT RECORD
             AT END
               MOVE 1 TO vm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF vc-code EQUAL TO vm-code THEN
                 IF vc-status EQUAL TO "O" THEN
                   MOVE 1 TO vm-found
                   MOVE "V" TO vc-status
                   MOVE vm-today TO vc-redeemed-on
                 ELSE
                   DISPLAY "Voucher " vm-code " is not open (status "
                     vc-status ")"
                 END-IF
               END-IF
               WRITE VOUCHER-TEMP-RECORD FROM VOUCHER-RECORD
               ADD 1 TO runlog-written
           END-READ
         END-PERFORM
         CLOSE VOUCHER-FILE
         CLOSE VOUCHER-TEMP-FILE
         IF vm-found EQUAL TO 0 THEN
           DISPLAY "Nothing voided" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         OPEN INPUT VOUCHER-TEMP-FILE
         OPEN OUTPUT VOUCHER-FILE
         MOVE 0 TO vm-eof
         PERFORM UNTIL vm-eof EQUAL TO 1
           READ VOUCHER-TEMP-FILE
             AT END
               MOVE 1 TO vm-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE VOUCHER-TEMP-RECORD TO VOUCHER-RECORD
               WRITE VOUCHER-RECORD
               ADD 1 TO runlog-written
           END-READ
         END-PERFORM
         CLOSE VOUCHER-TEMP-FILE
         CLOSE VOUCHER-FILE
         DISPLAY "Voucher " vm-code " voided by " vm-who.
       2000-EXIT.
         EXIT.

       3000-REPORT.
         INITIALIZE vm-totals
         OPEN INPUT VOUCHER-FILE
         IF voucher-status NOT EQUAL TO "00" THEN
           DISPLAY "No VOUCHERS.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO vm-eof
         PERFORM UNTIL vm-eof EQUAL TO 1
           READ VOUCHER-FILE NEXT RECORD
             AT END
               MOVE 1 TO vm-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 3100-TALLY-VOUCHER
           END-READ
         END-PERFORM
         CLOSE VOUCHER-FILE
         OPEN OUTPUT VOUCHER-REPORT-FILE
         IF voucher-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write VOUCHER.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE SPACES TO vm-line
         STRING "VOUCHER REPORT - " vm-today
           DELIMITED BY SIZE INTO vm-line
         WRITE VOUCHER-REPORT-RECORD FROM vm-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO vm-line
         WRITE VOUCHER-REPORT-RECORD FROM vm-line
         ADD 1 TO runlog-written
         MOVE SPACES TO vm-line
         MOVE "PROMOTION" TO vm-line(16:9)
         MOVE "BOUNCE-BACK" TO vm-line(30:11)
         MOVE "TOTAL" TO vm-line(48:5)
         WRITE VOUCHER-REPORT-RECORD FROM vm-line
         ADD 1 TO runlog-written
         MOVE SPACES TO vm-line
         MOVE "QTY CREDITS" TO vm-line(16:11)
         MOVE "QTY CREDITS" TO vm-line(31:11)
         MOVE "QTY CREDITS" TO vm-line(46:11)
         WRITE VOUCHER-REPORT-RECORD FROM vm-line
         ADD 1 TO runlog-written
         PERFORM VARYING vm-state FROM 1 BY 1 UNTIL vm-state > 5
           MOVE SPACES TO vm-line
           MOVE vm-state-name(vm-state) TO vm-line(1:12)
           PERFORM VARYING vm-kind FROM 1 BY 1 UNTIL vm-kind > 3
             COMPUTE vm-i = 14 + ((vm-kind - 1) * 15)
             MOVE vm-qty(vm-state, vm-kind) TO vm-edit-1
             MOVE vm-edit-1 TO vm-line(vm-i:5)
             MOVE vm-credits(vm-state, vm-kind) TO vm-edit-2
             MOVE vm-edit-2 TO vm-line(vm-i + 6:7)
           END-PERFORM
           WRITE VOUCHER-REPORT-RECORD FROM vm-line
           ADD 1 TO runlog-written
         END-PERFORM
         MOVE ALL "-" TO vm-line
         WRITE VOUCHER-REPORT-RECORD FROM vm-line
         ADD 1 TO runlog-written
         MOVE "Outstanding = open and not yet past expiry: the"
           TO vm-line
         WRITE VOUCHER-REPORT-RECORD FROM vm-line
         ADD 1 TO runlog-written
         MOVE "credits still to be played against vouchers."
           TO vm-line
         WRITE VOUCHER-REPORT-RECORD FROM vm-line
         ADD 1 TO runlog-written
         CLOSE VOUCHER-REPORT-FILE
         MOVE "VOUCHER.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Voucher report written to VOUCHER.RPT".
       3000-EXIT.
         EXIT.

      * Every voucher counts as issued, then once more under the
      * state it is in today.
       3100-TALLY-VOUCHER.
         IF vc-value IS NOT NUMERIC THEN
           NEXT SENTENCE
         END-IF
         IF vc-kind EQUAL TO "B" THEN
           MOVE 2 TO vm-kind
         ELSE
           MOVE 1 TO vm-kind
         END-IF
         MOVE 1 TO vm-state
         PERFORM 3200-ADD-TO-CELL
         EVALUATE TRUE
           WHEN vc-status EQUAL TO "R"
             MOVE 2 TO vm-state
           WHEN vc-status EQUAL TO "V"
             MOVE 4 TO vm-state
           WHEN vc-expires LESS THAN vm-today
             MOVE 3 TO vm-state
           WHEN OTHER
             MOVE 5 TO vm-state
         END-EVALUATE
         PERFORM 3200-ADD-TO-CELL.

       3200-ADD-TO-CELL.
         ADD 1 TO vm-qty(vm-state, vm-kind)
         ADD vc-value TO vm-credits(vm-state, vm-kind)
         ADD 1 TO vm-qty(vm-state, 3)
         ADD vc-value TO vm-credits(vm-state, 3).

      * The voucher desk's claim: the shared lock the cabinets
      * redeem and print vouchers under. A lock left older than
      * LEDGER-LOCK-STALE-SECS by a cabinet that died is broken.
       7500-CLAIM-LEDGER.
         MOVE 0 TO ledger-claimed
         MOVE 0 TO lock-present
         MOVE 0 TO lock-stale
         MOVE FUNCTION CURRENT-DATE(9:6) TO vm-hhmmss
         COMPUTE vm-seconds = (vm-hh * 3600) + (vm-mm * 60) + vm-ss
         OPEN INPUT SHARED-LOCK-FILE
         IF shared-lock-status EQUAL TO "00" THEN
           MOVE 1 TO lock-present
           READ SHARED-LOCK-FILE NEXT RECORD
             AT END
               MOVE 1 TO lock-stale
             NOT AT END
               ADD 1 TO runlog-read
               IF slk-stamp IS NUMERIC THEN
                 COMPUTE lock-age = vm-seconds - slk-stamp
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
           MOVE vm-seconds TO slk-stamp
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
         MOVE "VOUCHER" TO rptarc-program
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
         MOVE "VOUCHER" TO runlog-program
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
       END PROGRAM VOUCHER.

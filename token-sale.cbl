      * Compile and run on Windows:
      * cobc -xj token-sale.cbl batch-runlog.cbl
      * Counter token sale: records house tokens sold for cash on
      * TOKEN-SALES.DAT, the takings side of the token business.
      *   token-sale <qty> <amount> [who]
      * <amount> is the cash taken for the whole sale in currency
      * (12.50); the token code is the first Y row of
      * DENOMINATIONS.DAT. Tokens coming back through the coin mech
      * are redemptions and never takings, so a change in the token
      * price is simply a different amount on the next sale line.
      * Once STAFF.DAT has a register, [who] must be an active
      * staff ID. Bad arguments, no token denomination or a refused
      * [who] end with RETURN-CODE 8 and nothing written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKEN-SALE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT DENOMINATION-FILE ASSIGN TO "DENOMINATIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS denomination-status.
         SELECT TOKEN-SALES-FILE ASSIGN TO "TOKEN-SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS token-sales-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
       DATA DIVISION.
       FILE SECTION.
       FD DENOMINATION-FILE.
         COPY denomination-record.
       FD TOKEN-SALES-FILE.
         COPY token-sale-record.
       FD STAFF-FILE.
         COPY staff-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 token-sale-data.
         05 denomination-status PIC X(02) VALUE "00".
         05 token-sales-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(60).
         05 tk-arg-qty PIC X(10) VALUE SPACES.
         05 tk-arg-amount PIC X(10) VALUE SPACES.
         05 tk-who PIC X(06) VALUE SPACES.
         05 tk-check PIC X(10).
         05 tk-dots PIC 9(02).
         05 tk-eof PIC 9 VALUE 0.
         05 tk-bad PIC 9 VALUE 0.
         05 tk-staff-ok PIC 9 VALUE 1.
         05 tk-staff-rows PIC 9(03) VALUE 0.
         05 tk-code PIC X(03) VALUE SPACES.
         05 tk-face PIC 9(03)V9(02) VALUE 0.
         05 tk-qty PIC 9(05) VALUE 0.
         05 tk-amount PIC 9(05)V9(02) VALUE 0.
         05 tk-each PIC 9(03)V9(02) VALUE 0.
         05 tk-qty-edit PIC ZZZZ9.
         05 tk-amount-edit PIC ZZZZ9.99.
         05 tk-each-edit PIC ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-READ-ARGS THRU 1000-EXIT
         IF tk-bad EQUAL TO 1 THEN
           DISPLAY "Usage: token-sale <qty> <amount> [who]"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 0100-CHECK-STAFF THRU 0100-EXIT
         IF tk-staff-ok EQUAL TO 0 THEN
           DISPLAY "Not an active staff ID: " tk-who UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 2000-FIND-TOKEN THRU 2000-EXIT
         IF tk-code EQUAL TO SPACES THEN
           DISPLAY "No token denomination (Y) in DENOMINATIONS.DAT"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 3000-RECORD-SALE THRU 3000-EXIT
         PERFORM 9910-RUNLOG-END
         GOBACK.

       0100-CHECK-STAFF.
         MOVE 1 TO tk-staff-ok
         MOVE 0 TO tk-staff-rows
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 0100-EXIT
         END-IF
         MOVE 0 TO tk-staff-ok
         MOVE 0 TO tk-eof
         PERFORM UNTIL tk-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO tk-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO tk-staff-rows
               IF st-id EQUAL TO tk-who(1:4)
                  AND tk-who(5:2) EQUAL TO SPACES
                  AND st-active EQUAL TO "Y" THEN
                 MOVE 1 TO tk-staff-ok
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF tk-staff-rows EQUAL TO 0 THEN
           MOVE 1 TO tk-staff-ok
         END-IF.
       0100-EXIT.
         EXIT.

      * The amount may carry one decimal point; anything else that
      * is not a digit is refused rather than guessed at.
       1000-READ-ARGS.
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO tk-arg-qty tk-arg-amount tk-who
         END-UNSTRING
         IF tk-who EQUAL TO SPACES THEN
           MOVE "OP" TO tk-who
         END-IF
         IF FUNCTION TRIM(tk-arg-qty) IS NOT NUMERIC THEN
           MOVE 1 TO tk-bad
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO tk-dots
         INSPECT tk-arg-amount TALLYING tk-dots FOR ALL "."
         MOVE tk-arg-amount TO tk-check
         INSPECT tk-check REPLACING ALL "." BY "0"
         IF tk-dots GREATER THAN 1
            OR tk-check EQUAL TO SPACES
            OR FUNCTION TRIM(tk-check) IS NOT NUMERIC THEN
           MOVE 1 TO tk-bad
           GO TO 1000-EXIT
         END-IF
         COMPUTE tk-qty = FUNCTION NUMVAL(tk-arg-qty)
         COMPUTE tk-amount = FUNCTION NUMVAL(tk-arg-amount)
         IF tk-qty EQUAL TO 0 OR tk-amount EQUAL TO 0 THEN
           MOVE 1 TO tk-bad
           GO TO 1000-EXIT
         END-IF.
       1000-EXIT.
         EXIT.

       2000-FIND-TOKEN.
         OPEN INPUT DENOMINATION-FILE
         IF denomination-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO tk-eof
         PERFORM UNTIL tk-eof EQUAL TO 1
           READ DENOMINATION-FILE
             AT END
               MOVE 1 TO tk-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF dn-token EQUAL TO "Y"
                  AND dn-code NOT EQUAL TO SPACES
                  AND dn-value IS NUMERIC THEN
                 MOVE dn-code TO tk-code
                 MOVE dn-value TO tk-face
                 MOVE 1 TO tk-eof
               END-IF
           END-READ
         END-PERFORM
         CLOSE DENOMINATION-FILE.
       2000-EXIT.
         EXIT.

       3000-RECORD-SALE.
         OPEN EXTEND TOKEN-SALES-FILE
         IF token-sales-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TOKEN-SALES-FILE
         END-IF
         IF token-sales-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write TOKEN-SALES.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE SPACES TO TOKEN-SALE-RECORD
         MOVE FUNCTION CURRENT-DATE(1:8) TO ts-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO ts-time
         MOVE tk-code TO ts-code
         MOVE tk-qty TO ts-qty
         MOVE tk-amount TO ts-amount
         MOVE tk-who(1:4) TO ts-staff
         WRITE TOKEN-SALE-RECORD
         ADD 1 TO runlog-written
         CLOSE TOKEN-SALES-FILE
         COMPUTE tk-each ROUNDED = tk-amount / tk-qty
         MOVE tk-qty TO tk-qty-edit
         MOVE tk-amount TO tk-amount-edit
         MOVE tk-each TO tk-each-edit
         DISPLAY "Token sale recorded: " FUNCTION TRIM(tk-qty-edit)
           " x " tk-code " for " FUNCTION TRIM(tk-amount-edit)
           " (" FUNCTION TRIM(tk-each-edit) " each)"
         IF tk-each NOT EQUAL TO tk-face THEN
           MOVE tk-face TO tk-each-edit
           DISPLAY "Note: DENOMINATIONS.DAT face value is "
             FUNCTION TRIM(tk-each-edit)
         END-IF.
       3000-EXIT.
         EXIT.

       9900-RUNLOG-START.
         MOVE "TOKEN-SALE" TO runlog-program
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
       END PROGRAM TOKEN-SALE.

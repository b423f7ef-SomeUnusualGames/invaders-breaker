      * Compile and run on Windows:
      * cobc -xj prize-stock.cbl batch-runlog.cbl report-archive.cbl
      * Prize stock receiving, adjustment and reconciliation. Every
      * change to pz-stock in PRIZES.DAT is first posted as a line
      * on the append-only PRIZE-MOVES.DAT journal (TICKET-CHECK
      * posts the REDEEMED lines itself), so the shelf count can be
      * walked back to deliveries, redemptions and write-offs:
      *   prize-stock OPEN <staff>
      *     journal the current catalog stock as OPENING lines
      *     (once, when the journal is started)
      *   prize-stock RECEIVE <code> <qty> <staff> <reason>
      *   prize-stock DAMAGE <code> <qty> <staff> <reason>
      *   prize-stock WRITEOFF <code> <qty> <staff> <reason>
      *   prize-stock COUNT <code> <counted> <staff> <reason>
      *     shelf count: the difference to the file is posted as
      *     a COUNTADJ line and the catalog set to the count
      *   prize-stock RECON
      *     per-prize reconciliation to PRIZE-STOCK.RPT: opening +
      *     received - redeemed (tk-prize on the registers) -
      *     write-offs = expected, against pz-stock on file
      * The shelf serves every cabinet, so redemptions are counted
      * off the shop register SHOP-TICKETS.DAT (fleet numbers) and
      * off TICKET-REGISTER.DAT (bare six-digit numbers redeemed
      * before them); a ticket is only ever redeemed on one. A
      * counter prize bought with several tickets carries its code
      * on the first of them only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIZE-STOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PRIZES-FILE ASSIGN TO "PRIZES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prizes-status.
         SELECT PRIZE-MOVES-FILE ASSIGN TO "PRIZE-MOVES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prize-moves-status.
         SELECT TICKET-REGISTER-FILE ASSIGN USING ps-register-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-register-status.
         SELECT STOCK-REPORT-FILE ASSIGN TO "PRIZE-STOCK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS stock-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD PRIZES-FILE.
         COPY prize-record.
       FD PRIZE-MOVES-FILE.
         COPY prize-move-record.
       FD TICKET-REGISTER-FILE.
         COPY ticket-register-record.
       FD STOCK-REPORT-FILE.
         01 STOCK-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 prize-stock-data.
         05 prizes-status PIC X(02) VALUE "00".
         05 prize-moves-status PIC X(02) VALUE "00".
         05 ticket-register-status PIC X(02) VALUE "00".
         05 ps-register-name PIC X(20).
         05 stock-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(80).
         05 ps-verb PIC X(08) VALUE SPACES.
         05 ps-code PIC X(04) VALUE SPACES.
         05 ps-qty-text PIC X(04) VALUE SPACES.
         05 ps-qty-just PIC X(04) JUSTIFIED RIGHT.
         05 ps-qty PIC 9(04) VALUE 0.
         05 ps-staff PIC X(04) VALUE SPACES.
         05 ps-reason PIC X(24) VALUE SPACES.
         05 ps-ptr PIC 9(03).
         05 ps-eof PIC 9 VALUE 0.
         05 ps-pos PIC 9(02) VALUE 0.
         05 ps-i PIC 9(02).
         05 ps-diff PIC S9(05) VALUE 0.
         05 ps-journal-lines PIC 9(07) VALUE 0.
         05 ps-edit PIC -----9.
         05 ps-edit-2 PIC -----9.
         05 ps-edit-3 PIC -----9.
         05 ps-edit-4 PIC -----9.
         05 ps-edit-5 PIC -----9.
         05 ps-line PIC X(80).
         05 ps-total-unexplained PIC S9(06) VALUE 0.
         78 MAX-PRIZES VALUE 30.
         05 ps-prize-count PIC 9(02) VALUE 0.
         05 ps-prize-table.
           10 ps-prize OCCURS MAX-PRIZES TIMES.
             15 psp-code PIC X(04).
             15 psp-name PIC X(16).
             15 psp-cost PIC 9(03).
             15 psp-stock PIC 9(04).
             15 psp-reorder PIC 9(03).
             15 psp-unit-cost PIC X(05).
             15 psp-opening PIC S9(05).
             15 psp-prior PIC 9(05).
             15 psp-received PIC S9(05).
             15 psp-redeemed PIC 9(05).
             15 psp-journal-redeemed PIC 9(05).
             15 psp-written-off PIC S9(05).
             15 psp-count-adj PIC S9(05).
             15 psp-expected PIC S9(06).
             15 psp-variance PIC S9(06).
             15 psp-unexplained PIC S9(06).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE 1 TO ps-ptr
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO ps-verb ps-code ps-qty-text ps-staff
           WITH POINTER ps-ptr
         END-UNSTRING
         IF ps-ptr LESS THAN 80 THEN
           MOVE command-line-args(ps-ptr:) TO ps-reason
         END-IF
         PERFORM 1000-LOAD-PRIZES THRU 1000-EXIT
         EVALUATE ps-verb
           WHEN "OPEN    "
             MOVE ps-code TO ps-staff
             PERFORM 2000-OPEN-JOURNAL THRU 2000-EXIT
           WHEN "RECEIVE "
           WHEN "DAMAGE  "
           WHEN "WRITEOFF"
           WHEN "COUNT   "
             PERFORM 3000-POST-MOVEMENT THRU 3000-EXIT
           WHEN "RECON   "
             PERFORM 4000-RECONCILE THRU 4000-EXIT
           WHEN OTHER
             DISPLAY "Usage: prize-stock OPEN <staff>" UPON SYSERR
             DISPLAY "       prize-stock RECEIVE|DAMAGE|WRITEOFF|"
               "COUNT <code> <qty> <staff> <reason>" UPON SYSERR
             DISPLAY "       prize-stock RECON" UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-PRIZES.
         MOVE 0 TO ps-prize-count
         OPEN INPUT PRIZES-FILE
         IF prizes-status NOT EQUAL TO "00" THEN
           DISPLAY "No PRIZES.DAT catalog" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO ps-eof
         PERFORM UNTIL ps-eof EQUAL TO 1
           READ PRIZES-FILE
             AT END
               MOVE 1 TO ps-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ps-prize-count LESS THAN MAX-PRIZES THEN
                 ADD 1 TO ps-prize-count
                 INITIALIZE ps-prize(ps-prize-count)
                 MOVE pz-code TO psp-code(ps-prize-count)
                 MOVE pz-name TO psp-name(ps-prize-count)
                 MOVE pz-cost TO psp-cost(ps-prize-count)
                 MOVE pz-stock TO psp-stock(ps-prize-count)
                 MOVE pz-reorder TO psp-reorder(ps-prize-count)
                 MOVE pz-unit-cost-x TO psp-unit-cost(ps-prize-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE PRIZES-FILE.
       1000-EXIT.
         EXIT.

      * The journal is started once from whatever is on the shelf;
      * tickets already redeemed against each code are carried on
      * the OPENING line so the reconciliation nets them out.
       2000-OPEN-JOURNAL.
         OPEN INPUT PRIZE-MOVES-FILE
         IF prize-moves-status EQUAL TO "00" THEN
           CLOSE PRIZE-MOVES-FILE
           DISPLAY "PRIZE-MOVES.DAT already started - post "
             "movements instead" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         IF ps-prize-count EQUAL TO 0 THEN
           GO TO 2000-EXIT
         END-IF
         PERFORM 4200-COUNT-REGISTER-REDEEMED THRU 4200-EXIT
         OPEN OUTPUT PRIZE-MOVES-FILE
         PERFORM VARYING ps-i FROM 1 BY 1
         UNTIL ps-i > ps-prize-count
           MOVE SPACES TO PRIZE-MOVE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO pm-date
           MOVE FUNCTION CURRENT-DATE(9:6) TO pm-time
           MOVE psp-code(ps-i) TO pm-code
           MOVE "OPENING " TO pm-type
           MOVE psp-stock(ps-i) TO pm-qty
           MOVE ps-staff TO pm-staff
           MOVE psp-redeemed(ps-i) TO pm-ticket
           MOVE "JOURNAL STARTED" TO pm-reason
           WRITE PRIZE-MOVE-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE PRIZE-MOVES-FILE
         DISPLAY "PRIZE-MOVES.DAT started for " ps-prize-count
           " prizes".
       2000-EXIT.
         EXIT.

       3000-POST-MOVEMENT.
         MOVE FUNCTION TRIM(ps-qty-text) TO ps-qty-just
         INSPECT ps-qty-just REPLACING LEADING SPACES BY ZEROS
         IF ps-qty-just IS NOT NUMERIC THEN
           DISPLAY "Quantity must be a number" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE ps-qty-just TO ps-qty
         IF ps-staff EQUAL TO SPACES THEN
           DISPLAY "A staff tag is required on every movement"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO ps-pos
         PERFORM VARYING ps-i FROM 1 BY 1
         UNTIL ps-i > ps-prize-count
           IF psp-code(ps-i) EQUAL TO ps-code THEN
             MOVE ps-i TO ps-pos
             MOVE ps-prize-count TO ps-i
           END-IF
         END-PERFORM
         IF ps-pos EQUAL TO 0 THEN
           DISPLAY "Prize " ps-code " not in catalog" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         EVALUATE ps-verb
           WHEN "RECEIVE "
             IF ps-qty EQUAL TO 0 THEN
               DISPLAY "Nothing to receive" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
             END-IF
             COMPUTE ps-diff = ps-qty
             MOVE "RECEIVED" TO pm-type
           WHEN "COUNT   "
             COMPUTE ps-diff = ps-qty - psp-stock(ps-pos)
             IF ps-diff EQUAL TO 0 THEN
               DISPLAY "Count agrees with PRIZES.DAT - nothing "
                 "posted"
               GO TO 3000-EXIT
             END-IF
             MOVE "COUNTADJ" TO pm-type
           WHEN OTHER
             IF ps-qty EQUAL TO 0
                OR ps-qty GREATER THAN psp-stock(ps-pos) THEN
               DISPLAY "Cannot take " ps-qty " off a stock of "
                 psp-stock(ps-pos) UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
             END-IF
             COMPUTE ps-diff = 0 - ps-qty
             IF ps-verb EQUAL TO "DAMAGE  " THEN
               MOVE "DAMAGED " TO pm-type
             ELSE
               MOVE "WRITEOFF" TO pm-type
             END-IF
         END-EVALUATE
         IF psp-stock(ps-pos) + ps-diff GREATER THAN 9999 THEN
           DISPLAY "Stock would pass 9999 - not posted" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:8) TO pm-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO pm-time
         MOVE ps-code TO pm-code
         MOVE ps-diff TO pm-qty
         MOVE ps-staff TO pm-staff
         MOVE 0 TO pm-ticket
         MOVE ps-reason TO pm-reason
         OPEN EXTEND PRIZE-MOVES-FILE
         IF prize-moves-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT PRIZE-MOVES-FILE
         END-IF
         WRITE PRIZE-MOVE-RECORD
         ADD 1 TO runlog-written
         CLOSE PRIZE-MOVES-FILE
         COMPUTE psp-stock(ps-pos) = psp-stock(ps-pos) + ps-diff
         PERFORM 3100-REWRITE-PRIZES THRU 3100-EXIT
         IF RETURN-CODE GREATER OR EQUAL TO 8 THEN
           GO TO 3000-EXIT
         END-IF
         MOVE ps-diff TO ps-edit
         MOVE psp-stock(ps-pos) TO ps-edit-2
         DISPLAY "Posted " pm-type " " ps-code " "
           FUNCTION TRIM(ps-edit) ", stock now "
           FUNCTION TRIM(ps-edit-2).
       3000-EXIT.
         EXIT.

      * The movement is journalled by now; a catalog that cannot be
      * rewritten leaves the two apart, so it must not pass quietly.
       3100-REWRITE-PRIZES.
         OPEN OUTPUT PRIZES-FILE
         IF prizes-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot rewrite PRIZES.DAT - " ps-code
             " is journalled but the catalog stock is unchanged"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3100-EXIT
         END-IF
         PERFORM VARYING ps-i FROM 1 BY 1
         UNTIL ps-i > ps-prize-count
           MOVE psp-code(ps-i) TO pz-code
           MOVE psp-name(ps-i) TO pz-name
           MOVE psp-cost(ps-i) TO pz-cost
           MOVE psp-stock(ps-i) TO pz-stock
           MOVE psp-reorder(ps-i) TO pz-reorder
           MOVE psp-unit-cost(ps-i) TO pz-unit-cost-x
           WRITE PRIZE-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE PRIZES-FILE.
       3100-EXIT.
         EXIT.

      * Expected on hand is built from the journal and the ticket
      * register, never from PRIZES.DAT itself; the file's count is
      * only the thing being checked. Booked count corrections
      * explain part of any variance - what is left is shrinkage
      * nobody has accounted for.
       4000-RECONCILE.
         OPEN INPUT PRIZE-MOVES-FILE
         IF prize-moves-status NOT EQUAL TO "00" THEN
           DISPLAY "No PRIZE-MOVES.DAT - run prize-stock OPEN "
             "first" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         MOVE 0 TO ps-eof
         PERFORM UNTIL ps-eof EQUAL TO 1
           READ PRIZE-MOVES-FILE
             AT END
               MOVE 1 TO ps-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO ps-journal-lines
               PERFORM 4100-TALLY-MOVEMENT
           END-READ
         END-PERFORM
         CLOSE PRIZE-MOVES-FILE
         PERFORM 4200-COUNT-REGISTER-REDEEMED THRU 4200-EXIT
         PERFORM 4300-WRITE-RECON-REPORT
         DISPLAY "Report written to PRIZE-STOCK.RPT".
       4000-EXIT.
         EXIT.

       4100-TALLY-MOVEMENT.
         MOVE 0 TO ps-pos
         PERFORM VARYING ps-i FROM 1 BY 1
         UNTIL ps-i > ps-prize-count
           IF psp-code(ps-i) EQUAL TO pm-code THEN
             MOVE ps-i TO ps-pos
             MOVE ps-prize-count TO ps-i
           END-IF
         END-PERFORM
         IF ps-pos EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         EVALUATE pm-type
           WHEN "OPENING "
             ADD pm-qty TO psp-opening(ps-pos)
             ADD pm-ticket TO psp-prior(ps-pos)
           WHEN "RECEIVED"
             ADD pm-qty TO psp-received(ps-pos)
           WHEN "REDEEMED"
             ADD 1 TO psp-journal-redeemed(ps-pos)
           WHEN "DAMAGED "
           WHEN "WRITEOFF"
             SUBTRACT pm-qty FROM psp-written-off(ps-pos)
           WHEN "COUNTADJ"
             ADD pm-qty TO psp-count-adj(ps-pos)
         END-EVALUATE.

       4200-COUNT-REGISTER-REDEEMED.
         PERFORM VARYING ps-i FROM 1 BY 1
         UNTIL ps-i > ps-prize-count
           MOVE 0 TO psp-redeemed(ps-i)
         END-PERFORM
         MOVE "TICKET-REGISTER.DAT" TO ps-register-name
         PERFORM 4250-SCAN-REGISTER THRU 4250-EXIT
         MOVE "SHOP-TICKETS.DAT" TO ps-register-name
         PERFORM 4250-SCAN-REGISTER THRU 4250-EXIT.
       4200-EXIT.
         EXIT.

       4250-SCAN-REGISTER.
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           GO TO 4250-EXIT
         END-IF
         MOVE 0 TO ps-eof
         PERFORM UNTIL ps-eof EQUAL TO 1
           READ TICKET-REGISTER-FILE NEXT RECORD
             AT END
               MOVE 1 TO ps-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-redeemed EQUAL TO 1
                  AND tk-prize NOT EQUAL TO SPACES THEN
                 PERFORM VARYING ps-i FROM 1 BY 1
                 UNTIL ps-i > ps-prize-count
                   IF psp-code(ps-i) EQUAL TO tk-prize THEN
                     ADD 1 TO psp-redeemed(ps-i)
                   END-IF
                 END-PERFORM
               END-IF
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE.
       4250-EXIT.
         EXIT.

       4300-WRITE-RECON-REPORT.
         OPEN OUTPUT STOCK-REPORT-FILE
         IF stock-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write PRIZE-STOCK.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         MOVE SPACES TO ps-line
         STRING "PRIZE STOCK RECONCILIATION  "
           FUNCTION CURRENT-DATE(1:8)
           DELIMITED BY SIZE INTO ps-line
         WRITE STOCK-REPORT-RECORD FROM ps-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO ps-line
         WRITE STOCK-REPORT-RECORD FROM ps-line
         ADD 1 TO runlog-written
         MOVE 0 TO ps-total-unexplained
         PERFORM VARYING ps-i FROM 1 BY 1
         UNTIL ps-i > ps-prize-count
           IF psp-redeemed(ps-i) GREATER THAN psp-prior(ps-i) THEN
             SUBTRACT psp-prior(ps-i) FROM psp-redeemed(ps-i)
           ELSE
             MOVE 0 TO psp-redeemed(ps-i)
           END-IF
           COMPUTE psp-expected(ps-i) = psp-opening(ps-i)
             + psp-received(ps-i) - psp-redeemed(ps-i)
             - psp-written-off(ps-i)
           COMPUTE psp-variance(ps-i) = psp-stock(ps-i)
             - psp-expected(ps-i)
           COMPUTE psp-unexplained(ps-i) = psp-variance(ps-i)
             - psp-count-adj(ps-i)
           ADD psp-unexplained(ps-i) TO ps-total-unexplained
           PERFORM 4310-WRITE-PRIZE-BLOCK
         END-PERFORM
         MOVE ALL "-" TO ps-line
         WRITE STOCK-REPORT-RECORD FROM ps-line
         ADD 1 TO runlog-written
         MOVE ps-journal-lines TO ps-edit
         MOVE ps-total-unexplained TO ps-edit-2
         MOVE SPACES TO ps-line
         STRING "Journal lines read " FUNCTION TRIM(ps-edit)
           "   unexplained units, all prizes "
           FUNCTION TRIM(ps-edit-2)
           DELIMITED BY SIZE INTO ps-line
         WRITE STOCK-REPORT-RECORD FROM ps-line
         ADD 1 TO runlog-written
         CLOSE STOCK-REPORT-FILE
         MOVE "PRIZE-STOCK.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT.

       4310-WRITE-PRIZE-BLOCK.
         MOVE SPACES TO ps-line
         STRING psp-code(ps-i) " " psp-name(ps-i)
           DELIMITED BY SIZE INTO ps-line
         WRITE STOCK-REPORT-RECORD FROM ps-line
         ADD 1 TO runlog-written
         MOVE psp-opening(ps-i) TO ps-edit
         MOVE psp-received(ps-i) TO ps-edit-2
         MOVE psp-redeemed(ps-i) TO ps-edit-3
         MOVE psp-written-off(ps-i) TO ps-edit-4
         MOVE psp-expected(ps-i) TO ps-edit-5
         MOVE SPACES TO ps-line
         STRING "  open" ps-edit " +recv" ps-edit-2
           " -redeem" ps-edit-3 " -w/off" ps-edit-4
           " =expect" ps-edit-5
           DELIMITED BY SIZE INTO ps-line
         WRITE STOCK-REPORT-RECORD FROM ps-line
         ADD 1 TO runlog-written
         MOVE psp-stock(ps-i) TO ps-edit
         MOVE psp-variance(ps-i) TO ps-edit-2
         MOVE psp-count-adj(ps-i) TO ps-edit-3
         MOVE psp-unexplained(ps-i) TO ps-edit-4
         MOVE SPACES TO ps-line
         STRING "  on file" ps-edit " variance" ps-edit-2
           " counted" ps-edit-3 " unexplained" ps-edit-4
           DELIMITED BY SIZE INTO ps-line
         WRITE STOCK-REPORT-RECORD FROM ps-line
         ADD 1 TO runlog-written
         IF psp-unexplained(ps-i) NOT EQUAL TO 0 THEN
           MOVE "      *** STOCK DOES NOT RECONCILE ***"
             TO ps-line
           WRITE STOCK-REPORT-RECORD FROM ps-line
           ADD 1 TO runlog-written
         END-IF
         IF psp-journal-redeemed(ps-i) NOT EQUAL TO
             psp-redeemed(ps-i) THEN
           MOVE psp-journal-redeemed(ps-i) TO ps-edit
           MOVE SPACES TO ps-line
           STRING "      journal shows" ps-edit
             " redemptions - register and journal differ"
             DELIMITED BY SIZE INTO ps-line
           WRITE STOCK-REPORT-RECORD FROM ps-line
           ADD 1 TO runlog-written
         END-IF.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "PRIZE-STOCK" TO rptarc-program
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
         MOVE "PRIZE-STOCK" TO runlog-program
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
       END PROGRAM PRIZE-STOCK.

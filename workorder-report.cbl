      * Compile and run on Windows:
      * cobc -xj workorder-report.cbl batch-runlog.cbl
      *   report-archive.cbl
      * Work order reports from WORKORDERS.DAT, the orders the
      * cabinets raise when an alert rule or a wear threshold trips.
      *   open orders - every order not yet closed, with its
      *                 source, who has it and how many days old
      *   ageing      - the open orders bucketed by age, and for
      *                 the orders closed in the last 30 days how
      *                 long they took
      * Ages run to today's date (or the date given as YYYYMMDD).
      * Output: WORKORDERS.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKORDER-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT WORKORDERS-FILE ASSIGN TO "WORKORDERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS workorders-status.
         SELECT WORKORDER-REPORT-FILE ASSIGN TO "WORKORDERS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS workorder-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD WORKORDERS-FILE.
         COPY workorder-record.
       FD WORKORDER-REPORT-FILE.
         01 WORKORDER-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 workorder-report-data.
         05 workorders-status PIC X(02) VALUE "00".
         05 workorder-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 wr-today PIC 9(08).
         05 wr-today-int PIC 9(07).
         05 wr-date-num PIC 9(08).
         05 wr-age PIC 9(05).
         05 wr-eof PIC 9 VALUE 0.
         05 wr-i PIC 9(02).
         05 wr-b PIC 9(02).
         05 wr-open-count PIC 9(05) VALUE 0.
         05 wr-closed-count PIC 9(05) VALUE 0.
         05 wr-closed-days PIC 9(07) VALUE 0.
         05 wr-average PIC 9(05)V9(01).
         05 wr-oldest PIC 9(05) VALUE 0.
         05 wr-oldest-number PIC 9(06) VALUE 0.
         05 wr-age-edit PIC ZZZZ9.
         05 wr-count-edit PIC ZZZZ9.
         05 wr-average-edit PIC ZZZZ9.9.
         05 wr-tech PIC X(10).
         05 wr-kind PIC X(05).
         05 wr-line PIC X(70).
      * Age buckets, upper bound in days (the last is open-ended).
         05 wr-bucket-text.
           10 FILLER PIC X(17) VALUE "00001 0 - 1 days".
           10 FILLER PIC X(17) VALUE "00007 2 - 7 days".
           10 FILLER PIC X(17) VALUE "00030 8 - 30 days".
           10 FILLER PIC X(17) VALUE "99999over 30 days".
         05 wr-bucket-table REDEFINES wr-bucket-text.
           10 wr-bucket OCCURS 4 TIMES.
             15 wrb-limit PIC 9(05).
             15 wrb-text PIC X(12).
         05 wr-bucket-counts.
           10 wrb-count PIC 9(05) OCCURS 4 TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-PICK-DATE
         OPEN OUTPUT WORKORDER-REPORT-FILE
         IF workorder-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write WORKORDERS.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 2000-LIST-OPEN THRU 2000-EXIT
         PERFORM 3000-WRITE-AGEING THRU 3000-EXIT
         CLOSE WORKORDER-REPORT-FILE
         MOVE "WORKORDERS.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Work order report for " wr-today
           " written to WORKORDERS.RPT"
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-PICK-DATE.
         ACCEPT command-line-args FROM COMMAND-LINE
         IF command-line-args(1:8) IS NUMERIC THEN
           MOVE command-line-args(1:8) TO wr-today
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO wr-today
         END-IF
         COMPUTE wr-today-int = FUNCTION INTEGER-OF-DATE(wr-today)
         INITIALIZE wr-bucket-counts.

      * One pass lists the open orders and tallies both the age
      * buckets and the recent closes for the ageing section.
       2000-LIST-OPEN.
         MOVE SPACES TO wr-line
         STRING "OPEN WORK ORDERS - " wr-today
           DELIMITED BY SIZE INTO wr-line
         WRITE WORKORDER-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO wr-line
         WRITE WORKORDER-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE "Order  Cabinet Kind  Source   Code Opened   Tech  Days"
           TO wr-line
         WRITE WORKORDER-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         OPEN INPUT WORKORDERS-FILE
         IF workorders-status NOT EQUAL TO "00" THEN
           MOVE "  (no WORKORDERS.DAT)" TO wr-line
           WRITE WORKORDER-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO wr-eof
         PERFORM UNTIL wr-eof EQUAL TO 1
           READ WORKORDERS-FILE
             AT END
               MOVE 1 TO wr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF wo-number IS NUMERIC
                  AND wo-opened-date IS NUMERIC THEN
                 PERFORM 2100-TAKE-ORDER THRU 2100-EXIT
               END-IF
           END-READ
         END-PERFORM
         CLOSE WORKORDERS-FILE
         IF wr-open-count EQUAL TO 0 THEN
           MOVE "  (none open)" TO wr-line
           WRITE WORKORDER-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
         END-IF.
       2000-EXIT.
         EXIT.

       2100-TAKE-ORDER.
         IF wo-status EQUAL TO "C" THEN
           IF wo-closed-date IS NUMERIC THEN
             MOVE wo-closed-date TO wr-date-num
             IF wr-today-int - FUNCTION INTEGER-OF-DATE(wr-date-num)
                 LESS THAN 30 THEN
               ADD 1 TO wr-closed-count
               COMPUTE wr-closed-days = wr-closed-days
                 + FUNCTION INTEGER-OF-DATE(wr-date-num)
               MOVE wo-opened-date TO wr-date-num
               COMPUTE wr-closed-days = wr-closed-days
                 - FUNCTION INTEGER-OF-DATE(wr-date-num)
             END-IF
           END-IF
           GO TO 2100-EXIT
         END-IF
         ADD 1 TO wr-open-count
         MOVE wo-opened-date TO wr-date-num
         COMPUTE wr-age =
           wr-today-int - FUNCTION INTEGER-OF-DATE(wr-date-num)
         IF wr-age GREATER THAN wr-oldest
            OR wr-oldest-number EQUAL TO 0 THEN
           MOVE wr-age TO wr-oldest
           MOVE wo-number TO wr-oldest-number
         END-IF
         MOVE 4 TO wr-b
         PERFORM VARYING wr-i FROM 4 BY -1 UNTIL wr-i LESS THAN 1
           IF wr-age NOT GREATER THAN wrb-limit(wr-i) THEN
             MOVE wr-i TO wr-b
           END-IF
         END-PERFORM
         ADD 1 TO wrb-count(wr-b)
         IF wo-source-type EQUAL TO "W" THEN
           MOVE "wear" TO wr-kind
         ELSE
           MOVE "alert" TO wr-kind
         END-IF
         IF wo-tech EQUAL TO SPACES THEN
           MOVE "-" TO wr-tech
         ELSE
           MOVE wo-tech TO wr-tech
         END-IF
         MOVE wr-age TO wr-age-edit
         MOVE SPACES TO wr-line
         STRING wo-number " " wo-cabinet "  " wr-kind " "
           wo-source " " wo-incident "    " wo-opened-date " "
           wr-tech(1:4) " " wr-age-edit
           DELIMITED BY SIZE INTO wr-line
         WRITE WORKORDER-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written.
       2100-EXIT.
         EXIT.

       3000-WRITE-AGEING.
         MOVE SPACES TO wr-line
         WRITE WORKORDER-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE SPACES TO wr-line
         STRING "WORK ORDER AGEING - " wr-today
           DELIMITED BY SIZE INTO wr-line
         WRITE WORKORDER-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO wr-line
         WRITE WORKORDER-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE "Open orders by age        orders" TO wr-line
         WRITE WORKORDER-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         PERFORM VARYING wr-i FROM 1 BY 1 UNTIL wr-i GREATER THAN 4
           MOVE wrb-count(wr-i) TO wr-count-edit
           MOVE SPACES TO wr-line
           STRING "  " wrb-text(wr-i) "           " wr-count-edit
             DELIMITED BY SIZE INTO wr-line
           WRITE WORKORDER-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
         END-PERFORM
         MOVE wr-open-count TO wr-count-edit
         MOVE SPACES TO wr-line
         STRING "  Total open             " wr-count-edit
           DELIMITED BY SIZE INTO wr-line
         WRITE WORKORDER-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         IF wr-open-count GREATER THAN 0 THEN
           MOVE wr-oldest TO wr-age-edit
           MOVE SPACES TO wr-line
           STRING "  Oldest open: WO " wr-oldest-number ", "
             FUNCTION TRIM(wr-age-edit) " days"
             DELIMITED BY SIZE INTO wr-line
           WRITE WORKORDER-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
         END-IF
         MOVE wr-closed-count TO wr-count-edit
         MOVE SPACES TO wr-line
         IF wr-closed-count EQUAL TO 0 THEN
           MOVE "Closed in the last 30 days: none" TO wr-line
         ELSE
           COMPUTE wr-average ROUNDED =
             wr-closed-days / wr-closed-count
           MOVE wr-average TO wr-average-edit
           STRING "Closed in the last 30 days: "
             FUNCTION TRIM(wr-count-edit) ", average "
             FUNCTION TRIM(wr-average-edit) " days to close"
             DELIMITED BY SIZE INTO wr-line
         END-IF
         WRITE WORKORDER-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written.
       3000-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "WORKORDER-REPORT" TO rptarc-program
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
         MOVE "WORKORDER-REPORT" TO runlog-program
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
       END PROGRAM WORKORDER-REPORT.

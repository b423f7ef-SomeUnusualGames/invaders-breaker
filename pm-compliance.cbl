      * Compile and run on Windows:
      * cobc -xj pm-compliance.cbl batch-runlog.cbl report-archive.cbl
      * Monthly compliance for the calendar preventive maintenance
      * tasks in PM-TASKS.DAT, worked from the P (PM signed off)
      * lines on MAINT-LOG.DAT. Each sign-off is measured against
      * the one before it for the same task:
      *   on time  - done by the day the interval ran out
      *   late     - done after that day
      *   skipped  - a whole further interval came and went with
      *              no sign-off at all (one per missed due date)
      * Only due dates and sign-offs inside the month are counted;
      * a task whose due date has passed with nothing done by the
      * end of the month is shown OVERDUE. A task's first ever
      * sign-off has nothing to be late against and counts on time.
      * Run with the month (YYYYMM); with no argument the month
      * before the current one is reported.
      * Output: PM-COMPLIANCE.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PM-COMPLIANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PM-TASKS-FILE ASSIGN TO "PM-TASKS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pm-tasks-status.
         SELECT MAINT-LOG-FILE ASSIGN TO "MAINT-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS maint-log-status.
         SELECT PM-REPORT-FILE ASSIGN TO "PM-COMPLIANCE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pm-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD PM-TASKS-FILE.
         COPY pm-task-record.
       FD MAINT-LOG-FILE.
         COPY maint-record.
       FD PM-REPORT-FILE.
         01 PM-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 pm-compliance-data.
         05 pm-tasks-status PIC X(02) VALUE "00".
         05 maint-log-status PIC X(02) VALUE "00".
         05 pm-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 pc-month PIC X(06).
         05 pc-now-yyyymm PIC 9(06).
         05 pc-now-split REDEFINES pc-now-yyyymm.
           10 pc-now-yyyy PIC 9(04).
           10 pc-now-mm PIC 9(02).
         05 pc-date-num PIC 9(08).
         05 pc-date-split REDEFINES pc-date-num.
           10 pc-date-yyyy PIC 9(04).
           10 pc-date-mm PIC 9(02).
           10 pc-date-dd PIC 9(02).
         05 pc-start-int PIC 9(07).
         05 pc-end-int PIC 9(07).
         05 pc-asof-int PIC 9(07).
         05 pc-done-int PIC 9(07).
         05 pc-due-int PIC 9(07).
         05 pc-eof PIC 9 VALUE 0.
         05 pc-i PIC 9(02).
         05 pc-pos PIC 9(02).
         05 pc-total-on-time PIC 9(05) VALUE 0.
         05 pc-total-late PIC 9(05) VALUE 0.
         05 pc-total-skipped PIC 9(05) VALUE 0.
         05 pc-total-overdue PIC 9(05) VALUE 0.
         05 pc-measured PIC 9(05).
         05 pc-percent PIC 9(03).
         05 pc-status PIC X(10).
         05 pc-edit-1 PIC ZZZ9.
         05 pc-edit-2 PIC ZZZ9.
         05 pc-edit-3 PIC ZZZ9.
         05 pc-interval-edit PIC ZZ9.
         05 pc-percent-edit PIC ZZ9.
         05 pc-line PIC X(70).
      * One row per task code; the first PM-TASKS.DAT row for a
      * code gives its description and interval.
         78 MAX-PM-CODES VALUE 40.
         05 pc-count PIC 9(02) VALUE 0.
         05 pc-table.
           10 pc-task OCCURS MAX-PM-CODES TIMES.
             15 pct-code PIC X(04).
             15 pct-desc PIC X(20).
             15 pct-interval PIC 9(03).
             15 pct-prev-int PIC 9(07).
             15 pct-on-time PIC 9(04).
             15 pct-late PIC 9(04).
             15 pct-skipped PIC 9(04).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-PICK-MONTH
         PERFORM 2000-LOAD-TASKS THRU 2000-EXIT
         IF pc-count EQUAL TO 0 THEN
           DISPLAY "No tasks in PM-TASKS.DAT - nothing to report"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 3000-READ-SIGN-OFFS THRU 3000-EXIT
         PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
         DISPLAY "PM compliance for " pc-month
           " written to PM-COMPLIANCE.RPT"
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * Same month rule as WALLET-RECON. The month is measured up
      * to its last day, or to today while it is still running.
       1000-PICK-MONTH.
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE FUNCTION CURRENT-DATE(1:6) TO pc-now-yyyymm
         IF command-line-args(1:6) IS NUMERIC THEN
           MOVE command-line-args(1:6) TO pc-month
         ELSE
           IF pc-now-mm EQUAL TO 1 THEN
             SUBTRACT 1 FROM pc-now-yyyy
             MOVE 12 TO pc-now-mm
           ELSE
             SUBTRACT 1 FROM pc-now-mm
           END-IF
           MOVE pc-now-yyyymm TO pc-month
         END-IF
         MOVE pc-month TO pc-date-num(1:6)
         MOVE 1 TO pc-date-dd
         COMPUTE pc-start-int = FUNCTION INTEGER-OF-DATE(pc-date-num)
         IF pc-date-mm EQUAL TO 12 THEN
           ADD 1 TO pc-date-yyyy
           MOVE 1 TO pc-date-mm
         ELSE
           ADD 1 TO pc-date-mm
         END-IF
         COMPUTE pc-end-int =
           FUNCTION INTEGER-OF-DATE(pc-date-num) - 1
         MOVE FUNCTION CURRENT-DATE(1:8) TO pc-date-num
         COMPUTE pc-asof-int = FUNCTION INTEGER-OF-DATE(pc-date-num)
         IF pc-asof-int GREATER THAN pc-end-int THEN
           MOVE pc-end-int TO pc-asof-int
         END-IF.

       2000-LOAD-TASKS.
         OPEN INPUT PM-TASKS-FILE
         IF pm-tasks-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO pc-eof
         PERFORM UNTIL pc-eof EQUAL TO 1
           READ PM-TASKS-FILE
             AT END
               MOVE 1 TO pc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF pmt-code NOT EQUAL TO SPACES
                  AND pmt-interval IS NUMERIC
                  AND pmt-interval GREATER THAN 0 THEN
                 PERFORM 2100-ADD-TASK THRU 2100-EXIT
               END-IF
           END-READ
         END-PERFORM
         CLOSE PM-TASKS-FILE.
       2000-EXIT.
         EXIT.

       2100-ADD-TASK.
         PERFORM VARYING pc-i FROM 1 BY 1
             UNTIL pc-i GREATER THAN pc-count
           IF pct-code(pc-i) EQUAL TO pmt-code THEN
             GO TO 2100-EXIT
           END-IF
         END-PERFORM
         IF pc-count NOT LESS THAN MAX-PM-CODES THEN
           GO TO 2100-EXIT
         END-IF
         ADD 1 TO pc-count
         MOVE pmt-code TO pct-code(pc-count)
         MOVE pmt-desc TO pct-desc(pc-count)
         MOVE pmt-interval TO pct-interval(pc-count)
         MOVE 0 TO pct-prev-int(pc-count)
         MOVE 0 TO pct-on-time(pc-count)
         MOVE 0 TO pct-late(pc-count)
         MOVE 0 TO pct-skipped(pc-count).
       2100-EXIT.
         EXIT.

      * The log is in time order, so each sign-off meets the one
      * before it for the same task. Sign-offs after the month are
      * left out altogether.
       3000-READ-SIGN-OFFS.
         OPEN INPUT MAINT-LOG-FILE
         IF maint-log-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO pc-eof
         PERFORM UNTIL pc-eof EQUAL TO 1
           READ MAINT-LOG-FILE
             AT END
               MOVE 1 TO pc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF mnt-code EQUAL TO "P"
                  AND mnt-text(1:3) EQUAL TO "PM "
                  AND mnt-date IS NUMERIC THEN
                 PERFORM 3100-TAKE-SIGN-OFF THRU 3100-EXIT
               END-IF
           END-READ
         END-PERFORM
         CLOSE MAINT-LOG-FILE.
       3000-EXIT.
         EXIT.

       3100-TAKE-SIGN-OFF.
         MOVE 0 TO pc-pos
         PERFORM VARYING pc-i FROM 1 BY 1
             UNTIL pc-i GREATER THAN pc-count
           IF pct-code(pc-i) EQUAL TO mnt-text(4:4) THEN
             MOVE pc-i TO pc-pos
           END-IF
         END-PERFORM
         IF pc-pos EQUAL TO 0 THEN
           GO TO 3100-EXIT
         END-IF
         MOVE mnt-date TO pc-date-num
         COMPUTE pc-done-int = FUNCTION INTEGER-OF-DATE(pc-date-num)
         IF pc-done-int GREATER THAN pc-end-int THEN
           GO TO 3100-EXIT
         END-IF
         IF pct-prev-int(pc-pos) EQUAL TO 0 THEN
           IF pc-done-int NOT LESS THAN pc-start-int THEN
             ADD 1 TO pct-on-time(pc-pos)
           END-IF
           MOVE pc-done-int TO pct-prev-int(pc-pos)
           GO TO 3100-EXIT
         END-IF
      * Due dates after the first that passed before this sign-off
      * were skipped outright.
         COMPUTE pc-due-int = pct-prev-int(pc-pos)
           + (2 * pct-interval(pc-pos))
         PERFORM UNTIL pc-due-int NOT LESS THAN pc-done-int
           IF pc-due-int NOT LESS THAN pc-start-int THEN
             ADD 1 TO pct-skipped(pc-pos)
           END-IF
           ADD pct-interval(pc-pos) TO pc-due-int
         END-PERFORM
         IF pc-done-int NOT LESS THAN pc-start-int THEN
           IF pc-done-int GREATER THAN
               pct-prev-int(pc-pos) + pct-interval(pc-pos) THEN
             ADD 1 TO pct-late(pc-pos)
           ELSE
             ADD 1 TO pct-on-time(pc-pos)
           END-IF
         END-IF
         MOVE pc-done-int TO pct-prev-int(pc-pos).
       3100-EXIT.
         EXIT.

       4000-WRITE-REPORT.
         OPEN OUTPUT PM-REPORT-FILE
         IF pm-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write PM-COMPLIANCE.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         MOVE SPACES TO pc-line
         STRING "PM TASK COMPLIANCE - " pc-month
           DELIMITED BY SIZE INTO pc-line
         WRITE PM-REPORT-RECORD FROM pc-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO pc-line
         WRITE PM-REPORT-RECORD FROM pc-line
         ADD 1 TO runlog-written
         MOVE "Task Description          Every  On time  Late  Skip"
           TO pc-line
         MOVE "Status" TO pc-line(55:6)
         WRITE PM-REPORT-RECORD FROM pc-line
         ADD 1 TO runlog-written
         PERFORM VARYING pc-i FROM 1 BY 1
             UNTIL pc-i GREATER THAN pc-count
           PERFORM 4100-WRITE-TASK-LINE THRU 4100-EXIT
         END-PERFORM
         MOVE ALL "-" TO pc-line
         WRITE PM-REPORT-RECORD FROM pc-line
         ADD 1 TO runlog-written
         MOVE pc-total-on-time TO pc-edit-1
         MOVE pc-total-late TO pc-edit-2
         MOVE pc-total-skipped TO pc-edit-3
         MOVE SPACES TO pc-line
         STRING "Totals                              " pc-edit-1 "  "
           pc-edit-2 "  " pc-edit-3
           DELIMITED BY SIZE INTO pc-line
         WRITE PM-REPORT-RECORD FROM pc-line
         ADD 1 TO runlog-written
         COMPUTE pc-measured = pc-total-on-time + pc-total-late
           + pc-total-skipped
         MOVE SPACES TO pc-line
         IF pc-measured EQUAL TO 0 THEN
           MOVE "No PM due dates or sign-offs in the month"
             TO pc-line
         ELSE
           COMPUTE pc-percent ROUNDED =
             pc-total-on-time * 100 / pc-measured
           MOVE pc-percent TO pc-percent-edit
           STRING "Done on time: " FUNCTION TRIM(pc-percent-edit)
             "% of due dates"
             DELIMITED BY SIZE INTO pc-line
         END-IF
         WRITE PM-REPORT-RECORD FROM pc-line
         ADD 1 TO runlog-written
         MOVE pc-total-overdue TO pc-edit-1
         MOVE SPACES TO pc-line
         STRING "Overdue at month end: " FUNCTION TRIM(pc-edit-1)
           DELIMITED BY SIZE INTO pc-line
         WRITE PM-REPORT-RECORD FROM pc-line
         ADD 1 TO runlog-written
         CLOSE PM-REPORT-FILE
         MOVE pc-month TO rptarc-from
         MOVE pc-month TO rptarc-to
         MOVE "PM-COMPLIANCE.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT.
       4000-EXIT.
         EXIT.

      * After the last sign-off: the first due date passed undone
      * makes the task overdue, every later one inside the month
      * is skipped.
       4100-WRITE-TASK-LINE.
         MOVE "ok" TO pc-status
         IF pct-prev-int(pc-i) EQUAL TO 0 THEN
           MOVE "NEVER DONE" TO pc-status
           ADD 1 TO pc-total-overdue
         ELSE
           COMPUTE pc-due-int = pct-prev-int(pc-i)
             + pct-interval(pc-i)
           IF pc-due-int LESS THAN pc-asof-int THEN
             MOVE "OVERDUE" TO pc-status
             ADD 1 TO pc-total-overdue
             ADD pct-interval(pc-i) TO pc-due-int
             PERFORM UNTIL pc-due-int NOT LESS THAN pc-asof-int
               IF pc-due-int NOT LESS THAN pc-start-int THEN
                 ADD 1 TO pct-skipped(pc-i)
               END-IF
               ADD pct-interval(pc-i) TO pc-due-int
             END-PERFORM
           END-IF
         END-IF
         ADD pct-on-time(pc-i) TO pc-total-on-time
         ADD pct-late(pc-i) TO pc-total-late
         ADD pct-skipped(pc-i) TO pc-total-skipped
         MOVE pct-interval(pc-i) TO pc-interval-edit
         MOVE pct-on-time(pc-i) TO pc-edit-1
         MOVE pct-late(pc-i) TO pc-edit-2
         MOVE pct-skipped(pc-i) TO pc-edit-3
         MOVE SPACES TO pc-line
         STRING pct-code(pc-i) " " pct-desc(pc-i) "  "
           pc-interval-edit "d    " pc-edit-1 "  " pc-edit-2 "  "
           pc-edit-3 "  " pc-status
           DELIMITED BY SIZE INTO pc-line
         WRITE PM-REPORT-RECORD FROM pc-line
         ADD 1 TO runlog-written.
       4100-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "PM-COMPLIANCE" TO rptarc-program
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
         MOVE "PM-COMPLIANCE" TO runlog-program
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
       END PROGRAM PM-COMPLIANCE.

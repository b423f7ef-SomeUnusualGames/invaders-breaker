      * Compile and run on Windows:
      * cobc -xj run-history.cbl batch-runlog.cbl report-archive.cbl
      * Run history from BATCH-RUNLOG.DAT, the line every batch
      * program appends when it finishes.
      *   jobs     - per program: how many runs, how many ended
      *              with warnings (4) or failed (8), the last run
      *              and its return code, and the duration trend -
      *              the average of the last five runs against the
      *              average of every run before them
      *   failures - the failed runs of the last 30 days (or the
      *              number of days given), newest first
      * Output: RUN-HISTORY.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-HISTORY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BATCH-RUNLOG-FILE ASSIGN TO "BATCH-RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS batch-runlog-status.
         SELECT RUN-HISTORY-FILE ASSIGN TO "RUN-HISTORY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS run-history-status.
       DATA DIVISION.
       FILE SECTION.
       FD BATCH-RUNLOG-FILE.
         COPY runlog-record.
       FD RUN-HISTORY-FILE.
         01 RUN-HISTORY-RECORD PIC X(90).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 run-history-data.
         78 RH-MAX-JOBS VALUE 80.
         78 RH-RECENT-RUNS VALUE 5.
         78 RH-MAX-FAILS VALUE 20.
      * A shift of under this many seconds is noise, not a trend.
         78 RH-MIN-SHIFT VALUE 5.
         05 batch-runlog-status PIC X(02) VALUE "00".
         05 run-history-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 rh-days PIC 9(03) VALUE 30.
         05 rh-today PIC 9(08).
         05 rh-today-int PIC 9(07).
         05 rh-date-num PIC 9(08).
         05 rh-eof PIC 9 VALUE 0.
         05 rh-i PIC 9(03).
         05 rh-k PIC 9(03).
         05 rh-pos PIC 9(03).
         05 rh-job-count PIC 9(03) VALUE 0.
         05 rh-fail-count PIC 9(03) VALUE 0.
         05 rh-fail-total PIC 9(05) VALUE 0.
         05 rh-dropped PIC 9(05) VALUE 0.
         05 rh-stamp PIC X(14).
         05 rh-stamp-parts REDEFINES rh-stamp.
           10 rh-stamp-date PIC 9(08).
           10 rh-stamp-hh PIC 9(02).
           10 rh-stamp-mm PIC 9(02).
           10 rh-stamp-ss PIC 9(02).
         05 rh-secs PIC 9(12).
         05 rh-start-secs PIC 9(12).
         05 rh-duration PIC 9(07).
         05 rh-recent-avg PIC 9(07).
         05 rh-earlier-avg PIC 9(07).
         05 rh-trend PIC X(07).
         05 rh-runs-edit PIC ZZZZ9.
         05 rh-warn-edit PIC ZZZZ9.
         05 rh-fails-edit PIC ZZZZ9.
         05 rh-last-edit PIC ZZZZZZ9.
         05 rh-recent-edit PIC ZZZZZZ9.
         05 rh-earlier-edit PIC ZZZZZZ9.
         05 rh-days-edit PIC ZZ9.
         05 rh-line PIC X(90).
         05 rh-job-table.
           10 rh-job OCCURS RH-MAX-JOBS TIMES.
             15 rhj-program PIC X(16).
             15 rhj-runs PIC 9(05).
             15 rhj-warns PIC 9(05).
             15 rhj-fails PIC 9(05).
             15 rhj-last-end PIC X(14).
             15 rhj-last-rc PIC 9(02).
             15 rhj-last-duration PIC 9(07).
             15 rhj-recent-count PIC 9(01).
             15 rhj-recent PIC 9(07) OCCURS RH-RECENT-RUNS TIMES.
             15 rhj-earlier-count PIC 9(05).
             15 rhj-earlier-total PIC 9(11).
      * The newest failures, oldest first; the report reads it
      * backwards.
         05 rh-fail-table.
           10 rh-fail OCCURS RH-MAX-FAILS TIMES.
             15 rhf-program PIC X(16).
             15 rhf-end PIC X(14).
             15 rhf-rc PIC 9(02).
             15 rhf-args PIC X(30).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-PICK-DAYS
         PERFORM 2000-LOAD-RUNLOG THRU 2000-EXIT
         OPEN OUTPUT RUN-HISTORY-FILE
         IF run-history-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write RUN-HISTORY.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 3000-WRITE-JOBS THRU 3000-EXIT
         PERFORM 4000-WRITE-FAILURES THRU 4000-EXIT
         CLOSE RUN-HISTORY-FILE
         MOVE "RUN-HISTORY.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Run history for " rh-today
           " written to RUN-HISTORY.RPT"
         IF rh-dropped GREATER THAN 0 THEN
           DISPLAY "WARNING: " rh-dropped " runs of programs past "
             "the first " RH-MAX-JOBS " left out" UPON SYSERR
           MOVE 4 TO RETURN-CODE
         END-IF
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-PICK-DAYS.
         ACCEPT command-line-args FROM COMMAND-LINE
         IF FUNCTION TRIM(command-line-args) IS NUMERIC THEN
           COMPUTE rh-days = FUNCTION NUMVAL(command-line-args)
         END-IF
         IF rh-days EQUAL TO 0 THEN
           MOVE 30 TO rh-days
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:8) TO rh-today
         COMPUTE rh-today-int = FUNCTION INTEGER-OF-DATE(rh-today)
         INITIALIZE rh-job-table
         INITIALIZE rh-fail-table.

      * The log is in finishing order, so each program's runs come
      * in oldest first and the last one seen is its latest.
       2000-LOAD-RUNLOG.
         OPEN INPUT BATCH-RUNLOG-FILE
         IF batch-runlog-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO rh-eof
         PERFORM UNTIL rh-eof EQUAL TO 1
           READ BATCH-RUNLOG-FILE
             AT END
               MOVE 1 TO rh-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF brl-program NOT EQUAL TO SPACES
                  AND brl-rc IS NUMERIC THEN
                 PERFORM 2100-TAKE-RUN THRU 2100-EXIT
               END-IF
           END-READ
         END-PERFORM
         CLOSE BATCH-RUNLOG-FILE.
       2000-EXIT.
         EXIT.

       2100-TAKE-RUN.
         MOVE 0 TO rh-pos
         PERFORM VARYING rh-i FROM 1 BY 1
         UNTIL rh-i > rh-job-count OR rh-pos > 0
           IF rhj-program(rh-i) EQUAL TO brl-program THEN
             MOVE rh-i TO rh-pos
           END-IF
         END-PERFORM
         IF rh-pos EQUAL TO 0 THEN
           IF rh-job-count NOT LESS THAN RH-MAX-JOBS THEN
             ADD 1 TO rh-dropped
             GO TO 2100-EXIT
           END-IF
           ADD 1 TO rh-job-count
           MOVE rh-job-count TO rh-pos
           MOVE brl-program TO rhj-program(rh-pos)
         END-IF
         PERFORM 2200-RUN-DURATION THRU 2200-EXIT
         ADD 1 TO rhj-runs(rh-pos)
         EVALUATE TRUE
           WHEN brl-rc NOT LESS THAN 8
             ADD 1 TO rhj-fails(rh-pos)
             PERFORM 2300-KEEP-FAILURE THRU 2300-EXIT
           WHEN brl-rc NOT LESS THAN 4
             ADD 1 TO rhj-warns(rh-pos)
         END-EVALUATE
         MOVE brl-end TO rhj-last-end(rh-pos)
         MOVE brl-rc TO rhj-last-rc(rh-pos)
         MOVE rh-duration TO rhj-last-duration(rh-pos)
      * The oldest of the last five moves into the earlier average
      * to make room for this one.
         IF rhj-recent-count(rh-pos) EQUAL TO RH-RECENT-RUNS THEN
           ADD 1 TO rhj-earlier-count(rh-pos)
           ADD rhj-recent(rh-pos, 1) TO rhj-earlier-total(rh-pos)
           PERFORM VARYING rh-k FROM 1 BY 1
           UNTIL rh-k NOT LESS THAN RH-RECENT-RUNS
             MOVE rhj-recent(rh-pos, rh-k + 1)
               TO rhj-recent(rh-pos, rh-k)
           END-PERFORM
         ELSE
           ADD 1 TO rhj-recent-count(rh-pos)
         END-IF
         MOVE rh-duration
           TO rhj-recent(rh-pos, rhj-recent-count(rh-pos)).
       2100-EXIT.
         EXIT.

      * Seconds from start to end stamp; a damaged stamp counts as
      * a run of no length rather than throwing the averages out.
       2200-RUN-DURATION.
         MOVE 0 TO rh-duration
         MOVE brl-start TO rh-stamp
         IF rh-stamp IS NOT NUMERIC THEN
           GO TO 2200-EXIT
         END-IF
         PERFORM 2210-STAMP-SECONDS
         MOVE rh-secs TO rh-start-secs
         MOVE brl-end TO rh-stamp
         IF rh-stamp IS NOT NUMERIC THEN
           GO TO 2200-EXIT
         END-IF
         PERFORM 2210-STAMP-SECONDS
         IF rh-secs GREATER THAN rh-start-secs THEN
           COMPUTE rh-duration = rh-secs - rh-start-secs
         END-IF.
       2200-EXIT.
         EXIT.

       2210-STAMP-SECONDS.
         COMPUTE rh-secs =
           FUNCTION INTEGER-OF-DATE(rh-stamp-date) * 86400
           + rh-stamp-hh * 3600 + rh-stamp-mm * 60 + rh-stamp-ss.

       2300-KEEP-FAILURE.
         MOVE brl-end(1:8) TO rh-date-num
         IF brl-end(1:8) IS NOT NUMERIC THEN
           GO TO 2300-EXIT
         END-IF
         IF rh-today-int - FUNCTION INTEGER-OF-DATE(rh-date-num)
             NOT LESS THAN rh-days THEN
           GO TO 2300-EXIT
         END-IF
         ADD 1 TO rh-fail-total
         IF rh-fail-count EQUAL TO RH-MAX-FAILS THEN
           PERFORM VARYING rh-k FROM 1 BY 1
           UNTIL rh-k NOT LESS THAN RH-MAX-FAILS
             MOVE rh-fail(rh-k + 1) TO rh-fail(rh-k)
           END-PERFORM
         ELSE
           ADD 1 TO rh-fail-count
         END-IF
         MOVE brl-program TO rhf-program(rh-fail-count)
         MOVE brl-end TO rhf-end(rh-fail-count)
         MOVE brl-rc TO rhf-rc(rh-fail-count)
         MOVE brl-args TO rhf-args(rh-fail-count).
       2300-EXIT.
         EXIT.

       3000-WRITE-JOBS.
         MOVE SPACES TO rh-line
         STRING "BATCH RUN HISTORY - " rh-today
           DELIMITED BY SIZE INTO rh-line
         WRITE RUN-HISTORY-RECORD FROM rh-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO rh-line
         WRITE RUN-HISTORY-RECORD FROM rh-line
         ADD 1 TO runlog-written
         MOVE SPACES TO rh-line
         STRING "Program           Runs Warn Fail Last run       RC"
           "  Last s  Last 5 s Before s Trend"
           DELIMITED BY SIZE INTO rh-line
         WRITE RUN-HISTORY-RECORD FROM rh-line
         ADD 1 TO runlog-written
         IF rh-job-count EQUAL TO 0 THEN
           MOVE "  (no runs on BATCH-RUNLOG.DAT)" TO rh-line
           WRITE RUN-HISTORY-RECORD FROM rh-line
           ADD 1 TO runlog-written
           GO TO 3000-EXIT
         END-IF
         PERFORM VARYING rh-i FROM 1 BY 1 UNTIL rh-i > rh-job-count
           PERFORM 3100-WRITE-ONE-JOB
         END-PERFORM.
       3000-EXIT.
         EXIT.

      * Slower or faster needs a quarter more (or a fifth less)
      * time than before and at least RH-MIN-SHIFT seconds of it;
      * a program with no runs before its last five is new.
       3100-WRITE-ONE-JOB.
         MOVE 0 TO rh-recent-avg
         PERFORM VARYING rh-k FROM 1 BY 1
         UNTIL rh-k > rhj-recent-count(rh-i)
           ADD rhj-recent(rh-i, rh-k) TO rh-recent-avg
         END-PERFORM
         COMPUTE rh-recent-avg ROUNDED =
           rh-recent-avg / rhj-recent-count(rh-i)
         IF rhj-earlier-count(rh-i) EQUAL TO 0 THEN
           MOVE 0 TO rh-earlier-avg
           MOVE "new" TO rh-trend
         ELSE
           COMPUTE rh-earlier-avg ROUNDED =
             rhj-earlier-total(rh-i) / rhj-earlier-count(rh-i)
           EVALUATE TRUE
             WHEN rh-recent-avg * 100 > rh-earlier-avg * 125
                  AND rh-recent-avg - rh-earlier-avg
                      NOT LESS THAN RH-MIN-SHIFT
               MOVE "slower" TO rh-trend
             WHEN rh-recent-avg * 100 < rh-earlier-avg * 80
                  AND rh-earlier-avg - rh-recent-avg
                      NOT LESS THAN RH-MIN-SHIFT
               MOVE "faster" TO rh-trend
             WHEN OTHER
               MOVE "steady" TO rh-trend
           END-EVALUATE
         END-IF
         MOVE rhj-runs(rh-i) TO rh-runs-edit
         MOVE rhj-warns(rh-i) TO rh-warn-edit
         MOVE rhj-fails(rh-i) TO rh-fails-edit
         MOVE rhj-last-duration(rh-i) TO rh-last-edit
         MOVE rh-recent-avg TO rh-recent-edit
         MOVE rh-earlier-avg TO rh-earlier-edit
         MOVE SPACES TO rh-line
         IF rhj-earlier-count(rh-i) EQUAL TO 0 THEN
           STRING rhj-program(rh-i) " " rh-runs-edit rh-warn-edit
             rh-fails-edit " " rhj-last-end(rh-i)(1:8) " "
             rhj-last-end(rh-i)(9:4) "  " rhj-last-rc(rh-i) " "
             rh-last-edit "   " rh-recent-edit "        - "
             rh-trend
             DELIMITED BY SIZE INTO rh-line
         ELSE
           STRING rhj-program(rh-i) " " rh-runs-edit rh-warn-edit
             rh-fails-edit " " rhj-last-end(rh-i)(1:8) " "
             rhj-last-end(rh-i)(9:4) "  " rhj-last-rc(rh-i) " "
             rh-last-edit "   " rh-recent-edit "  " rh-earlier-edit
             " " rh-trend
             DELIMITED BY SIZE INTO rh-line
         END-IF
         WRITE RUN-HISTORY-RECORD FROM rh-line
         ADD 1 TO runlog-written.

       4000-WRITE-FAILURES.
         MOVE SPACES TO rh-line
         WRITE RUN-HISTORY-RECORD FROM rh-line
         ADD 1 TO runlog-written
         MOVE rh-days TO rh-days-edit
         MOVE SPACES TO rh-line
         STRING "FAILED RUNS - LAST " FUNCTION TRIM(rh-days-edit)
           " DAYS, NEWEST FIRST"
           DELIMITED BY SIZE INTO rh-line
         WRITE RUN-HISTORY-RECORD FROM rh-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO rh-line
         WRITE RUN-HISTORY-RECORD FROM rh-line
         ADD 1 TO runlog-written
         IF rh-fail-count EQUAL TO 0 THEN
           MOVE "  (none)" TO rh-line
           WRITE RUN-HISTORY-RECORD FROM rh-line
           ADD 1 TO runlog-written
           GO TO 4000-EXIT
         END-IF
         MOVE "Ended          Program          RC Arguments"
           TO rh-line
         WRITE RUN-HISTORY-RECORD FROM rh-line
         ADD 1 TO runlog-written
         PERFORM VARYING rh-i FROM rh-fail-count BY -1
         UNTIL rh-i < 1
           MOVE SPACES TO rh-line
           STRING rhf-end(rh-i)(1:8) " " rhf-end(rh-i)(9:6) " "
             rhf-program(rh-i) " " rhf-rc(rh-i) " " rhf-args(rh-i)
             DELIMITED BY SIZE INTO rh-line
           WRITE RUN-HISTORY-RECORD FROM rh-line
           ADD 1 TO runlog-written
         END-PERFORM
         IF rh-fail-total GREATER THAN rh-fail-count THEN
           MOVE rh-fail-total TO rh-runs-edit
           MOVE SPACES TO rh-line
           STRING "  (" FUNCTION TRIM(rh-runs-edit)
             " failures in the period; the newest 20 are listed)"
             DELIMITED BY SIZE INTO rh-line
           WRITE RUN-HISTORY-RECORD FROM rh-line
           ADD 1 TO runlog-written
         END-IF.
       4000-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "RUN-HISTORY" TO rptarc-program
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
         MOVE "RUN-HISTORY" TO runlog-program
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
       END PROGRAM RUN-HISTORY.

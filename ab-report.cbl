      * Compile and run on Windows:
      * cobc -xj ab-report.cbl batch-runlog.cbl report-archive.cbl
      * A/B balance experiment report: sets the two arms of one
      * EXPERIMENTS.DAT experiment side by side - runs (the sample
      * size), win rate, average run time, deaths by cause and
      * plays per visit - from the run headers and telemetry lines
      * the game tagged with x=<experiment>/<arm>.
      *   ab-report [name]
      * With no name it reports the experiment live today, or if
      * none is, the one that started most recently. Closed months
      * are read from the SESSION-YYYYMM.ARC and TELEMETRY-
      * YYYYMM.ARC files as well as the live logs, so a long
      * experiment is counted whole. A visit is one player tag on
      * one day; untagged runs count as runs but not as visits.
      * Output: EXPERIMENT.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AB-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT EXPERIMENT-FILE ASSIGN TO "EXPERIMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS experiment-status.
         SELECT SESSION-LOG-FILE ASSIGN USING xr-log-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS session-log-status.
         SELECT TELEMETRY-FILE ASSIGN USING xr-telem-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS telemetry-status.
         SELECT AB-REPORT-FILE ASSIGN TO "EXPERIMENT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ab-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD EXPERIMENT-FILE.
         COPY experiment-record.
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD TELEMETRY-FILE.
         01 TELEMETRY-RECORD PIC X(80).
       FD AB-REPORT-FILE.
         01 AB-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 experiment-report-data.
         78 XR-MAX-VISITS VALUE 500.
      * Under this many runs in either arm the difference is
      * reported but flagged as too small to act on.
         78 XR-MIN-SAMPLE VALUE 30.
         05 experiment-status PIC X(02) VALUE "00".
         05 session-log-status PIC X(02) VALUE "00".
         05 telemetry-status PIC X(02) VALUE "00".
         05 ab-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 xr-want PIC X(12).
         05 xr-log-name PIC X(20).
         05 xr-telem-name PIC X(22).
         05 xr-eof PIC 9 VALUE 0.
         05 xr-found PIC 9 VALUE 0.
         05 xr-live PIC 9 VALUE 0.
         05 xr-overflow PIC 9 VALUE 0.
         05 xr-today PIC 9(08).
         05 xr-thru PIC 9(08).
         05 xr-arm PIC 9(01).
         05 xr-i PIC 9(03).
         05 xr-k PIC 9(03).
         05 xr-pos PIC 9(03).
         05 xr-month.
           10 xr-month-yyyy PIC 9(04).
           10 xr-month-mm PIC 9(02).
         05 xr-month-num REDEFINES xr-month PIC 9(06).
         05 xr-last-month PIC 9(06).
         05 xr-this-month PIC 9(06).
         05 xr-visit-key.
           10 xr-visit-who PIC X(03).
           10 xr-visit-date PIC X(08).
      * The chosen experiment.
         05 xr-name PIC X(12).
         05 xr-knob PIC X(08).
         05 xr-value-a PIC S9(04).
         05 xr-value-b PIC S9(04).
         05 xr-start PIC 9(08).
         05 xr-end PIC 9(08).
         05 xr-arm-table.
           10 xr-arm-row OCCURS 2 TIMES.
             15 xa-runs PIC 9(07).
             15 xa-wins PIC 9(07).
             15 xa-secs PIC 9(09).
             15 xa-miss PIC 9(07).
             15 xa-dive PIC 9(07).
             15 xa-drop PIC 9(07).
             15 xa-visits PIC 9(03).
             15 xa-visit-runs PIC 9(07).
             15 xa-visit-key PIC X(11) OCCURS XR-MAX-VISITS TIMES.
         05 xr-rate PIC 9(05)V9(02).
         05 xr-avg PIC 9(07).
         05 xr-count-edit-a PIC ZZZZZZ9.
         05 xr-count-edit-b PIC ZZZZZZ9.
         05 xr-rate-edit-a PIC ZZZZ9.99.
         05 xr-rate-edit-b PIC ZZZZ9.99.
         05 xr-value-edit-a PIC +(4)9.
         05 xr-value-edit-b PIC +(4)9.
         05 xr-line PIC X(70).
         05 SL-WORK PIC X(113).
         05 SL-PARSED REDEFINES SL-WORK.
           10 FILLER PIC X(06).
           10 sl-start PIC X(06).
           10 FILLER PIC X(09).
           10 sl-outcome PIC X(04).
           10 FILLER PIC X(07).
           10 sl-level PIC X(03).
           10 FILLER PIC X(07).
           10 sl-score PIC X(06).
           10 FILLER PIC X(10).
           10 sl-duration PIC X(05).
           10 FILLER PIC X(07).
           10 sl-date PIC X(08).
           10 FILLER PIC X(07).
           10 sl-who PIC X(03).
           10 FILLER PIC X(09).
           10 sl-x-tag PIC X(02).
           10 sl-exp PIC X(12).
           10 FILLER PIC X(01).
           10 sl-arm PIC X(01).
         05 TL-WORK PIC X(60).
         05 TL-PARSED REDEFINES TL-WORK.
           10 FILLER PIC X(02).
           10 tl-date PIC X(08).
           10 FILLER PIC X(03).
           10 tl-time PIC X(06).
           10 FILLER PIC X(04).
           10 tl-event PIC X(08).
           10 FILLER PIC X(03).
           10 tl-value PIC X(03).
           10 FILLER PIC X(01).
           10 tl-x-tag PIC X(02).
           10 tl-exp PIC X(12).
           10 FILLER PIC X(01).
           10 tl-arm PIC X(01).
           10 FILLER PIC X(06).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE FUNCTION UPPER-CASE(command-line-args) TO xr-want
         MOVE FUNCTION CURRENT-DATE(1:8) TO xr-today
         PERFORM 1000-PICK-EXPERIMENT THRU 1000-EXIT
         IF xr-found EQUAL TO 0 THEN
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         INITIALIZE xr-arm-table
         IF xr-end LESS THAN xr-today THEN
           MOVE xr-end TO xr-thru
         ELSE
           MOVE xr-today TO xr-thru
         END-IF
         MOVE xr-thru(1:6) TO xr-last-month
         MOVE xr-today(1:6) TO xr-this-month
      * Closed months first, from their archives; then the live
      * logs, which hold whatever has not been archived yet.
         MOVE xr-start(1:6) TO xr-month
         PERFORM UNTIL xr-month-num GREATER THAN xr-last-month
            OR xr-month-num NOT LESS THAN xr-this-month
           MOVE SPACES TO xr-log-name
           STRING "SESSION-" xr-month ".ARC"
             DELIMITED BY SIZE INTO xr-log-name
           PERFORM 2000-SCAN-SESSION-LOG THRU 2000-EXIT
           MOVE SPACES TO xr-telem-name
           STRING "TELEMETRY-" xr-month ".ARC"
             DELIMITED BY SIZE INTO xr-telem-name
           PERFORM 3000-SCAN-TELEMETRY THRU 3000-EXIT
           IF xr-month-mm EQUAL TO 12 THEN
             ADD 1 TO xr-month-yyyy
             MOVE 1 TO xr-month-mm
           ELSE
             ADD 1 TO xr-month-mm
           END-IF
         END-PERFORM
         MOVE "SESSION-LOG.DAT" TO xr-log-name
         PERFORM 2000-SCAN-SESSION-LOG THRU 2000-EXIT
         MOVE "TELEMETRY.DAT" TO xr-telem-name
         PERFORM 3000-SCAN-TELEMETRY THRU 3000-EXIT
         OPEN OUTPUT AB-REPORT-FILE
         IF ab-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write EXPERIMENT.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 4000-WRITE-REPORT
         CLOSE AB-REPORT-FILE
         MOVE xr-start TO rptarc-from
         MOVE xr-thru TO rptarc-to
         MOVE "EXPERIMENT.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Experiment " FUNCTION TRIM(xr-name)
           " written to EXPERIMENT.RPT"
      * No tagged run in either arm is a report with nothing in
      * it: flagged rather than passed as clean.
         IF xa-runs(1) EQUAL TO 0 AND xa-runs(2) EQUAL TO 0
            AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * A name picks its last line in the file; otherwise the
      * first line live today wins (the game plays the same one),
      * then the latest start.
       1000-PICK-EXPERIMENT.
         MOVE 0 TO xr-found
         MOVE 0 TO xr-live
         OPEN INPUT EXPERIMENT-FILE
         IF experiment-status NOT EQUAL TO "00" THEN
           DISPLAY "No EXPERIMENTS.DAT - no experiment to report"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO xr-eof
         PERFORM UNTIL xr-eof EQUAL TO 1
           READ EXPERIMENT-FILE
             AT END
               MOVE 1 TO xr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ex-start IS NUMERIC AND ex-end IS NUMERIC
                  AND ex-value-a IS NUMERIC
                  AND ex-value-b IS NUMERIC THEN
                 PERFORM 1100-CONSIDER-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE EXPERIMENT-FILE
         IF xr-found EQUAL TO 0 THEN
           IF xr-want EQUAL TO SPACES THEN
             DISPLAY "EXPERIMENTS.DAT holds no experiment"
               UPON SYSERR
             MOVE 4 TO RETURN-CODE
           ELSE
             DISPLAY "No experiment named " FUNCTION TRIM(xr-want)
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
           END-IF
         END-IF.
       1000-EXIT.
         EXIT.

       1100-CONSIDER-LINE.
         IF xr-want NOT EQUAL TO SPACES THEN
           IF ex-name EQUAL TO xr-want THEN
             PERFORM 1200-TAKE-LINE
           END-IF
         ELSE
           IF xr-live EQUAL TO 0 THEN
             IF xr-today NOT LESS THAN ex-start
                AND xr-today NOT GREATER THAN ex-end THEN
               PERFORM 1200-TAKE-LINE
               MOVE 1 TO xr-live
             ELSE
               IF xr-found EQUAL TO 0
                  OR ex-start GREATER THAN xr-start THEN
                 IF ex-start NOT GREATER THAN xr-today THEN
                   PERFORM 1200-TAKE-LINE
                 END-IF
               END-IF
             END-IF
           END-IF
         END-IF.

       1200-TAKE-LINE.
         MOVE 1 TO xr-found
         MOVE ex-name TO xr-name
         MOVE ex-knob TO xr-knob
         MOVE ex-value-a TO xr-value-a
         MOVE ex-value-b TO xr-value-b
         MOVE ex-start TO xr-start
         MOVE ex-end TO xr-end.

      * A missing archive is a month the cabinet never rolled (or
      * never ran); it is skipped, not an error.
       2000-SCAN-SESSION-LOG.
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO xr-eof
         PERFORM UNTIL xr-eof EQUAL TO 1
           MOVE SPACES TO SL-WORK
           READ SESSION-LOG-FILE NEXT RECORD INTO SL-WORK
             AT END
               MOVE 1 TO xr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF SL-WORK(1:6) EQUAL TO "start="
                  AND sl-x-tag EQUAL TO "x="
                  AND sl-exp EQUAL TO xr-name
                  AND sl-date NOT LESS THAN xr-start
                  AND sl-date NOT GREATER THAN xr-end THEN
                 PERFORM 2100-TALLY-RUN
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE.
       2000-EXIT.
         EXIT.

       2100-TALLY-RUN.
         EVALUATE sl-arm
           WHEN "A"
             MOVE 1 TO xr-arm
           WHEN "B"
             MOVE 2 TO xr-arm
           WHEN OTHER
             MOVE 0 TO xr-arm
         END-EVALUATE
         IF xr-arm EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         ADD 1 TO xa-runs(xr-arm)
         IF sl-outcome EQUAL TO "WIN " THEN
           ADD 1 TO xa-wins(xr-arm)
         END-IF
         IF sl-duration(5:1) IS NUMERIC THEN
           ADD FUNCTION NUMVAL(sl-duration) TO xa-secs(xr-arm)
         END-IF
         IF sl-who EQUAL TO SPACES THEN
           NEXT SENTENCE
         END-IF
         MOVE sl-who TO xr-visit-who
         MOVE sl-date TO xr-visit-date
         MOVE 0 TO xr-pos
         PERFORM VARYING xr-k FROM 1 BY 1
         UNTIL xr-k > xa-visits(xr-arm)
           IF xa-visit-key(xr-arm, xr-k) EQUAL TO xr-visit-key THEN
             MOVE xr-k TO xr-pos
             MOVE xa-visits(xr-arm) TO xr-k
           END-IF
         END-PERFORM
         IF xr-pos EQUAL TO 0 THEN
           IF xa-visits(xr-arm) LESS THAN XR-MAX-VISITS THEN
             ADD 1 TO xa-visits(xr-arm)
             MOVE xr-visit-key TO
               xa-visit-key(xr-arm, xa-visits(xr-arm))
             MOVE xa-visits(xr-arm) TO xr-pos
           ELSE
             MOVE 1 TO xr-overflow
           END-IF
         END-IF
         IF xr-pos GREATER THAN 0 THEN
           ADD 1 TO xa-visit-runs(xr-arm)
         END-IF.

       3000-SCAN-TELEMETRY.
         OPEN INPUT TELEMETRY-FILE
         IF telemetry-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO xr-eof
         PERFORM UNTIL xr-eof EQUAL TO 1
           MOVE SPACES TO TL-WORK
           READ TELEMETRY-FILE NEXT RECORD INTO TL-WORK
             AT END
               MOVE 1 TO xr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tl-x-tag EQUAL TO "x="
                  AND tl-exp EQUAL TO xr-name
                  AND tl-date NOT LESS THAN xr-start
                  AND tl-date NOT GREATER THAN xr-end THEN
                 PERFORM 3100-TALLY-EVENT
               END-IF
           END-READ
         END-PERFORM
         CLOSE TELEMETRY-FILE.
       3000-EXIT.
         EXIT.

       3100-TALLY-EVENT.
         EVALUATE tl-arm
           WHEN "A"
             MOVE 1 TO xr-arm
           WHEN "B"
             MOVE 2 TO xr-arm
           WHEN OTHER
             MOVE 0 TO xr-arm
         END-EVALUATE
         IF xr-arm EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         EVALUATE tl-event
           WHEN "MISSKILL"
             ADD 1 TO xa-miss(xr-arm)
           WHEN "DIVEKILL"
             ADD 1 TO xa-dive(xr-arm)
           WHEN "BALLDROP"
             ADD 1 TO xa-drop(xr-arm)
         END-EVALUATE.

       4000-WRITE-REPORT.
         MOVE SPACES TO xr-line
         STRING "A/B EXPERIMENT REPORT - " FUNCTION TRIM(xr-name)
           DELIMITED BY SIZE INTO xr-line
         PERFORM 4900-WRITE-LINE
         MOVE ALL "-" TO xr-line
         PERFORM 4900-WRITE-LINE
         MOVE xr-value-a TO xr-value-edit-a
         MOVE xr-value-b TO xr-value-edit-b
         MOVE SPACES TO xr-line
         STRING "Varies " FUNCTION TRIM(xr-knob)
           ": arm A " FUNCTION TRIM(xr-value-edit-a)
           ", arm B " FUNCTION TRIM(xr-value-edit-b)
           DELIMITED BY SIZE INTO xr-line
         PERFORM 4900-WRITE-LINE
         MOVE SPACES TO xr-line
         STRING "Runs " xr-start " to " xr-end
           ", counted through " xr-thru
           DELIMITED BY SIZE INTO xr-line
         PERFORM 4900-WRITE-LINE
         MOVE SPACES TO xr-line
         PERFORM 4900-WRITE-LINE
         MOVE SPACES TO xr-line
         MOVE "Arm A" TO xr-line(37:5)
         MOVE "Arm B" TO xr-line(49:5)
         PERFORM 4900-WRITE-LINE
         MOVE xa-runs(1) TO xr-count-edit-a
         MOVE xa-runs(2) TO xr-count-edit-b
         MOVE "Runs (sample size)" TO xr-line
         PERFORM 4800-WRITE-COUNTS
         MOVE xa-wins(1) TO xr-count-edit-a
         MOVE xa-wins(2) TO xr-count-edit-b
         MOVE "Wins" TO xr-line
         PERFORM 4800-WRITE-COUNTS
         PERFORM VARYING xr-i FROM 1 BY 1 UNTIL xr-i > 2
           IF xa-runs(xr-i) GREATER THAN 0 THEN
             COMPUTE xr-rate ROUNDED =
               (xa-wins(xr-i) / xa-runs(xr-i)) * 100
           ELSE
             MOVE 0 TO xr-rate
           END-IF
           IF xr-i EQUAL TO 1 THEN
             MOVE xr-rate TO xr-rate-edit-a
           ELSE
             MOVE xr-rate TO xr-rate-edit-b
           END-IF
         END-PERFORM
         MOVE "Win rate %" TO xr-line
         PERFORM 4810-WRITE-RATES
         PERFORM VARYING xr-i FROM 1 BY 1 UNTIL xr-i > 2
           IF xa-runs(xr-i) GREATER THAN 0 THEN
             COMPUTE xr-avg ROUNDED =
               xa-secs(xr-i) / xa-runs(xr-i)
           ELSE
             MOVE 0 TO xr-avg
           END-IF
           IF xr-i EQUAL TO 1 THEN
             MOVE xr-avg TO xr-count-edit-a
           ELSE
             MOVE xr-avg TO xr-count-edit-b
           END-IF
         END-PERFORM
         MOVE "Average run time (s)" TO xr-line
         PERFORM 4800-WRITE-COUNTS
         MOVE xa-miss(1) TO xr-count-edit-a
         MOVE xa-miss(2) TO xr-count-edit-b
         MOVE "Deaths - missile" TO xr-line
         PERFORM 4800-WRITE-COUNTS
         MOVE xa-dive(1) TO xr-count-edit-a
         MOVE xa-dive(2) TO xr-count-edit-b
         MOVE "Deaths - dive bomber" TO xr-line
         PERFORM 4800-WRITE-COUNTS
         MOVE xa-drop(1) TO xr-count-edit-a
         MOVE xa-drop(2) TO xr-count-edit-b
         MOVE "Deaths - ball dropped" TO xr-line
         PERFORM 4800-WRITE-COUNTS
         PERFORM VARYING xr-i FROM 1 BY 1 UNTIL xr-i > 2
           IF xa-runs(xr-i) GREATER THAN 0 THEN
             COMPUTE xr-rate ROUNDED =
               (xa-miss(xr-i) + xa-dive(xr-i) + xa-drop(xr-i))
               / xa-runs(xr-i)
           ELSE
             MOVE 0 TO xr-rate
           END-IF
           IF xr-i EQUAL TO 1 THEN
             MOVE xr-rate TO xr-rate-edit-a
           ELSE
             MOVE xr-rate TO xr-rate-edit-b
           END-IF
         END-PERFORM
         MOVE "Deaths per run" TO xr-line
         PERFORM 4810-WRITE-RATES
         MOVE xa-visits(1) TO xr-count-edit-a
         MOVE xa-visits(2) TO xr-count-edit-b
         MOVE "Player visits (sample size)" TO xr-line
         PERFORM 4800-WRITE-COUNTS
         PERFORM VARYING xr-i FROM 1 BY 1 UNTIL xr-i > 2
           IF xa-visits(xr-i) GREATER THAN 0 THEN
             COMPUTE xr-rate ROUNDED =
               xa-visit-runs(xr-i) / xa-visits(xr-i)
           ELSE
             MOVE 0 TO xr-rate
           END-IF
           IF xr-i EQUAL TO 1 THEN
             MOVE xr-rate TO xr-rate-edit-a
           ELSE
             MOVE xr-rate TO xr-rate-edit-b
           END-IF
         END-PERFORM
         MOVE "Plays per visit" TO xr-line
         PERFORM 4810-WRITE-RATES
         MOVE SPACES TO xr-line
         PERFORM 4900-WRITE-LINE
         IF xa-runs(1) LESS THAN XR-MIN-SAMPLE
            OR xa-runs(2) LESS THAN XR-MIN-SAMPLE THEN
           MOVE "An arm has under 30 runs - too few to call yet."
             TO xr-line
           PERFORM 4900-WRITE-LINE
         END-IF
         IF xr-overflow EQUAL TO 1 THEN
           MOVE "Visit table full - plays per visit is partial."
             TO xr-line
           PERFORM 4900-WRITE-LINE
         END-IF.

       4800-WRITE-COUNTS.
         MOVE xr-count-edit-a TO xr-line(35:7)
         MOVE xr-count-edit-b TO xr-line(47:7)
         PERFORM 4900-WRITE-LINE.

       4810-WRITE-RATES.
         MOVE xr-rate-edit-a TO xr-line(34:8)
         MOVE xr-rate-edit-b TO xr-line(46:8)
         PERFORM 4900-WRITE-LINE.

       4900-WRITE-LINE.
         WRITE AB-REPORT-RECORD FROM xr-line
         ADD 1 TO runlog-written.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "AB-REPORT" TO rptarc-program
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
         MOVE "AB-REPORT" TO runlog-program
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
       END PROGRAM AB-REPORT.

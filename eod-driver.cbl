      * Compile and run on Windows:
      * cobc -xj eod-driver.cbl csv-export.cbl weekly-summary.cbl
      *   wh-extract.cbl session-archive.cbl daily-recon.cbl
      *   collections.cbl telemetry-rollup.cbl backup-cycle.cbl
      *   capacity.cbl suspect-screen.cbl ratings.cbl records-book.cbl
      *   batch-runlog.cbl price-rules.cbl
      * Single end-of-day close: runs the export, summary, warehouse
      * extract, archival, reconciliation, collections, telemetry
      * roll-up, backup, capacity, suspect-screening, player-rating
      * and records-book steps in order, ticking each one off in
      * EOD-CONTROL.DAT as it completes. A crash mid-close resumes
      * from the first unfinished step on the next run, and a close
      * that already completed for today refuses to run again (so
      * nothing double-appends). Pass RERUN to override the refusal
      * after fixing a problem.
      * A step that fails (return code 8 or more, or a module that
      * will not load) stops the close there, unticked, and the
      * driver ends with 8; steps that only warn (4) are ticked off
      * and the driver carries the 4 through to its own return code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOD-DRIVER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD EOD-CONTROL-FILE.
         COPY eod-control-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 eod-driver-data.
         78 EOD-STEP-COUNT VALUE 12.
         05 eod-control-status PIC X(02) VALUE "00".
         05 eod-today PIC X(08).
         05 eod-i PIC 9(02).
         05 eod-all-done PIC 9.
         05 eod-step-done PIC 9(01) OCCURS EOD-STEP-COUNT TIMES
            VALUE 0.
         05 command-line-args PIC X(40).
         05 eod-step-name PIC X(16).
         05 eod-failed PIC 9 VALUE 0.
         05 eod-rc PIC 9(02) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE FUNCTION CURRENT-DATE(1:8) TO eod-today
         ACCEPT command-line-args FROM COMMAND-LINE
         PERFORM 1000-READ-CONTROL THRU 1000-EXIT
            AND command-line-args NOT EQUAL TO "RERUN" THEN
           DISPLAY "EOD already closed for " eod-today
             " - run with RERUN to force"
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF eod-all-done EQUAL TO 1 THEN
             MOVE 0 TO eod-step-done(eod-i)
           END-PERFORM
         END-IF
         MOVE 0 TO eod-failed
         MOVE 0 TO eod-rc
         PERFORM VARYING eod-i FROM 1 BY 1
         UNTIL eod-i > EOD-STEP-COUNT OR eod-failed EQUAL TO 1
           IF eod-step-done(eod-i) EQUAL TO 0 THEN
             PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
           END-IF
         END-PERFORM
         IF eod-failed EQUAL TO 1 THEN
           DISPLAY "EOD close stopped for " eod-today
             " - fix the failed step and run again" UPON SYSERR
           MOVE 8 TO RETURN-CODE
         ELSE
           DISPLAY "EOD close complete for " eod-today
           MOVE eod-rc TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * A control row from an earlier date starts a fresh close;
           AT END
             CONTINUE
           NOT AT END
             ADD 1 TO runlog-read
             IF ec-date EQUAL TO eod-today THEN
               PERFORM VARYING eod-i FROM 1 BY 1
               UNTIL eod-i > EOD-STEP-COUNT
      * Each step is a CALL to the standalone program; the step is
      * only marked done (and the control file rewritten) after the
      * call returns, so an interruption leaves it unticked and the
      * next run picks up exactly there. The step's own return code
      * decides whether it counts as done at all.
       2000-RUN-ONE-STEP.
         MOVE 0 TO RETURN-CODE
      * Each step starts with an empty command line, so the
      * driver's RERUN and an earlier step's action word never
      * reach a step that takes no argument.
         DISPLAY " " UPON COMMAND-LINE
         EVALUATE eod-i
           WHEN 1
             MOVE "CSV-EXPORT" TO eod-step-name
                 PERFORM 9000-STEP-MISSING
                 GO TO 2000-EXIT
             END-CALL
      * The extract goes ahead of the archive and the telemetry
      * aging, so no line leaves the live files unextracted.
           WHEN 3
             MOVE "WH-EXTRACT" TO eod-step-name
             DISPLAY "EXTRACT" UPON COMMAND-LINE
             CALL "WH-EXTRACT"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2000-EXIT
             END-CALL
           WHEN 4
             MOVE "SESSION-ARCHIVE" TO eod-step-name
             CALL "SESSION-ARCHIVE"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2000-EXIT
             END-CALL
           WHEN 5
             MOVE "DAILY-RECON" TO eod-step-name
             CALL "DAILY-RECON"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2000-EXIT
             END-CALL
           WHEN 6
             MOVE "COLLECTIONS" TO eod-step-name
             CALL "COLLECTIONS"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2000-EXIT
             END-CALL
           WHEN 7
             MOVE "TELEMETRY-ROLLUP" TO eod-step-name
             CALL "TELEMETRY-ROLLUP"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2000-EXIT
             END-CALL
           WHEN 8
             MOVE "BACKUP-CYCLE" TO eod-step-name
             CALL "BACKUP-CYCLE"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2000-EXIT
             END-CALL
           WHEN 9
             MOVE "CAPACITY" TO eod-step-name
             CALL "CAPACITY"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2000-EXIT
             END-CALL
           WHEN 10
             MOVE "SUSPECT-SCREEN" TO eod-step-name
             CALL "SUSPECT-SCREEN"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2000-EXIT
             END-CALL
      * RATINGS and RECORDS-BOOK take an action word; the driver's
      * own RERUN must not reach them.
           WHEN 11
             MOVE "RATINGS" TO eod-step-name
             DISPLAY "UPDATE" UPON COMMAND-LINE
             CALL "RATINGS"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2000-EXIT
             END-CALL
           WHEN 12
             MOVE "RECORDS-BOOK" TO eod-step-name
             DISPLAY "UPDATE" UPON COMMAND-LINE
             CALL "RECORDS-BOOK"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2000-EXIT
             END-CALL
         END-EVALUATE
         IF RETURN-CODE GREATER OR EQUAL TO 8 THEN
           DISPLAY "EOD step failed, not marked done: " eod-step-name
             UPON SYSERR
           MOVE 1 TO eod-failed
           GO TO 2000-EXIT
         END-IF
         IF RETURN-CODE GREATER THAN eod-rc THEN
           MOVE RETURN-CODE TO eod-rc
         END-IF
         MOVE 1 TO eod-step-done(eod-i)
         PERFORM 3000-WRITE-CONTROL
         DISPLAY "EOD step done: " eod-step-name.
         MOVE eod-today TO ec-date
         PERFORM 3100-FILL-FLAGS
         WRITE EOD-CONTROL-RECORD
         ADD 1 TO runlog-written
         CLOSE EOD-CONTROL-FILE.

       3100-FILL-FLAGS.
         MOVE eod-step-done(3) TO ec-step-flag(3)
         MOVE eod-step-done(4) TO ec-step-flag(4)
         MOVE eod-step-done(5) TO ec-step-flag(5)
         MOVE eod-step-done(6) TO ec-step-flag(6)
         MOVE eod-step-done(7) TO ec-step-flag(7)
         MOVE eod-step-done(8) TO ec-step-flag(8)
         MOVE eod-step-done(9) TO ec-step-flag(9)
         MOVE eod-step-done(10) TO ec-step-flag(10)
         MOVE eod-step-done(11) TO ec-step-flag(11)
         MOVE eod-step-done(12) TO ec-step-flag(12).

       9000-STEP-MISSING.
         DISPLAY "EOD step missing, not marked done: " eod-step-name
           UPON SYSERR
         MOVE 1 TO eod-failed
         MOVE 8 TO RETURN-CODE.

       9900-RUNLOG-START.
         MOVE "EOD-DRIVER" TO runlog-program
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
       END PROGRAM EOD-DRIVER.

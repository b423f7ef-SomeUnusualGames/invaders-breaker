      * Compile and run on Windows:
      * cobc -xj period-driver.cbl weekly-summary.cbl
      *   session-archive.cbl period-close.cbl league.cbl
      *   region-rollup.cbl posting-export.cbl trends.cbl
      *   report-index.cbl ratings.cbl records-book.cbl batch-runlog.cbl
      *   report-archive.cbl price-rules.cbl
      * Week-end, month-end and quarter-end close: runs the periodic
      * jobs in dependency order once the calendar says their period
      * has ended, so the sequence never rests on someone's memory.
      *   week end (Sunday)  WEEKLY-SUMMARY, TRENDS, and last of
      *                      all REPORT-INDEX PURGE, ageing out
      *                      the dated report copies
      *   month end          SESSION-ARCHIVE, PERIOD-CLOSE <month>,
      *                      the hiscore board rollover check,
      *                      LEAGUE REPORT, REGION-ROLLUP,
      *                      RATINGS REPORT <month>,
      *                      RECORDS-BOOK REPORT
      *   quarter end        POSTING-EXPORT TAX <yyyyQn>
      * A day counts as ended once EOD-CONTROL.DAT shows its close
      * complete; before that the period ending today waits.
      * PERIOD-CONTROL.DAT keeps, per step, the last period it has
      * done, rewritten after every step the way EOD-CONTROL.DAT
      * is - a crash resumes at the first step not yet done. If the
      * cabinet was off across a period end the next run catches
      * up: PERIOD-CLOSE, the ratings report and the quarterly tax
      * summary run once for every month or quarter missed, oldest
      * first; the others report on what is on file now and so run
      * once. A step that fails (return code 8 or more, or a module
      * that will not load) stops the run there and the driver ends
      * with 8.
      * The board rollover belongs to the game, which rolls the
      * board when it first sees the new month; the step only
      * checks CONFIG.DAT has moved on, and holds (return code 4,
      * retried next run) until it has.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-DRIVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIOD-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS period-control-status.
         SELECT EOD-CONTROL-FILE ASSIGN TO "EOD-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS eod-control-status.
         SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-status.
       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-CONTROL-FILE.
         01 PERIOD-CONTROL-RECORD.
           05 pdc-step PIC X(16).
           05 pdc-done-thru PIC X(08).
       FD EOD-CONTROL-FILE.
         COPY eod-control-record.
       FD CONFIG-FILE.
         01 CONFIG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 period-driver-data.
         78 PD-STEP-COUNT VALUE 11.
         05 period-control-status PIC X(02) VALUE "00".
         05 eod-control-status PIC X(02) VALUE "00".
         05 config-status PIC X(02) VALUE "00".
      * Step name, the period that makes it due (W week, M month,
      * Q quarter) and whether it runs for Each period ended since
      * it last ran or only for the Latest.
         05 pd-step-text.
           10 FILLER PIC X(18) VALUE "WEEKLY-SUMMARY  WL".
           10 FILLER PIC X(18) VALUE "SESSION-ARCHIVE ML".
           10 FILLER PIC X(18) VALUE "PERIOD-CLOSE    ME".
           10 FILLER PIC X(18) VALUE "HISCORE-ROLLOVERML".
           10 FILLER PIC X(18) VALUE "LEAGUE          ML".
           10 FILLER PIC X(18) VALUE "REGION-ROLLUP   ML".
           10 FILLER PIC X(18) VALUE "POSTING-EXPORT  QE".
           10 FILLER PIC X(18) VALUE "TRENDS          WL".
           10 FILLER PIC X(18) VALUE "REPORT-INDEX    WL".
           10 FILLER PIC X(18) VALUE "RATINGS         ME".
           10 FILLER PIC X(18) VALUE "RECORDS-BOOK    ML".
         05 pd-step-table REDEFINES pd-step-text.
           10 pd-step OCCURS PD-STEP-COUNT TIMES.
             15 pds-name PIC X(16).
             15 pds-kind PIC X(01).
             15 pds-mode PIC X(01).
         05 pd-done-table.
           10 pd-done-thru PIC X(08) OCCURS PD-STEP-COUNT TIMES.
         05 pd-i PIC 9(02).
         05 pd-j PIC 9(02).
         05 pd-eof PIC 9 VALUE 0.
         05 pd-failed PIC 9 VALUE 0.
         05 pd-step-ok PIC 9 VALUE 0.
         05 pd-ran-count PIC 9(03) VALUE 0.
         05 pd-rc PIC 9(02) VALUE 0.
         05 pd-today PIC 9(08).
         05 pd-today-closed PIC 9 VALUE 0.
         05 pd-end-int PIC 9(07).
         05 pd-work-int PIC 9(07).
         05 pd-dow PIC 9(01).
         05 pd-date PIC 9(08).
         05 pd-date-parts REDEFINES pd-date.
           10 pd-date-yyyy PIC 9(04).
           10 pd-date-mm PIC 9(02).
           10 pd-date-dd PIC 9(02).
         05 pd-next-date PIC 9(08).
      * Period keys compare as text: YYYYMMDD for a week (its
      * Sunday), YYYYMM for a month, YYYYQn for a quarter.
         05 pd-latest-week PIC X(08).
         05 pd-latest-month PIC X(08).
         05 pd-latest-quarter PIC X(08).
         05 pd-latest PIC X(08).
         05 pd-period PIC X(08).
         05 pd-month.
           10 pd-month-yyyy PIC 9(04).
           10 pd-month-mm PIC 9(02).
         05 pd-quarter.
           10 pd-quarter-yyyy PIC 9(04).
           10 pd-quarter-q PIC X(01) VALUE "Q".
           10 pd-quarter-n PIC 9(01).
         05 pd-board-month PIC X(06).
         05 pd-args PIC X(40).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE FUNCTION CURRENT-DATE(1:8) TO pd-today
         PERFORM 1000-READ-CONTROL THRU 1000-EXIT
         PERFORM 1100-CHECK-TODAY-CLOSED THRU 1100-EXIT
         PERFORM 1200-LATEST-PERIODS
         MOVE 0 TO pd-failed
         MOVE 0 TO pd-rc
         MOVE 0 TO pd-ran-count
         PERFORM VARYING pd-i FROM 1 BY 1
         UNTIL pd-i > PD-STEP-COUNT OR pd-failed EQUAL TO 1
           PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
         END-PERFORM
         EVALUATE TRUE
           WHEN pd-failed EQUAL TO 1
             DISPLAY "Period close stopped - fix the failed step "
               "and run again" UPON SYSERR
             MOVE 8 TO RETURN-CODE
           WHEN pd-ran-count EQUAL TO 0
             DISPLAY "No period end due (week " pd-latest-week
               ", month " pd-latest-month(1:6) ", quarter "
               pd-latest-quarter(1:6) " done)"
             MOVE pd-rc TO RETURN-CODE
           WHEN OTHER
             DISPLAY "Period close complete through week "
               pd-latest-week ", month " pd-latest-month(1:6)
               ", quarter " pd-latest-quarter(1:6)
             MOVE pd-rc TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * A step with no line yet has done nothing; it starts from the
      * latest period rather than from the beginning of time.
       1000-READ-CONTROL.
         INITIALIZE pd-done-table
         OPEN INPUT PERIOD-CONTROL-FILE
         IF period-control-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO pd-eof
         PERFORM UNTIL pd-eof EQUAL TO 1
           READ PERIOD-CONTROL-FILE
             AT END
               MOVE 1 TO pd-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM VARYING pd-i FROM 1 BY 1
               UNTIL pd-i > PD-STEP-COUNT
                 IF pds-name(pd-i) EQUAL TO pdc-step THEN
                   MOVE pdc-done-thru TO pd-done-thru(pd-i)
                 END-IF
               END-PERFORM
           END-READ
         END-PERFORM
         CLOSE PERIOD-CONTROL-FILE.
       1000-EXIT.
         EXIT.

       1100-CHECK-TODAY-CLOSED.
         MOVE 0 TO pd-today-closed
         OPEN INPUT EOD-CONTROL-FILE
         IF eod-control-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         READ EOD-CONTROL-FILE
           AT END
             CONTINUE
           NOT AT END
             ADD 1 TO runlog-read
             IF ec-date EQUAL TO pd-today
                AND ec-step-flags EQUAL TO ALL "1" THEN
               MOVE 1 TO pd-today-closed
             END-IF
         END-READ
         CLOSE EOD-CONTROL-FILE.
       1100-EXIT.
         EXIT.

      * The last day that has ended decides everything: the week
      * ending on the Sunday at or before it, the month ending on
      * or before it, and the quarter that month falls in or, part
      * way through a quarter, the one before.
       1200-LATEST-PERIODS.
         COMPUTE pd-end-int = FUNCTION INTEGER-OF-DATE(pd-today)
         IF pd-today-closed EQUAL TO 0 THEN
           SUBTRACT 1 FROM pd-end-int
         END-IF
      * Day 1 was a Monday, so this is 0 on Monday, 6 on Sunday.
         COMPUTE pd-dow = FUNCTION MOD(pd-end-int - 1, 7)
         COMPUTE pd-work-int =
           pd-end-int - FUNCTION MOD(pd-dow + 1, 7)
         COMPUTE pd-date = FUNCTION DATE-OF-INTEGER(pd-work-int)
         MOVE pd-date TO pd-latest-week
         COMPUTE pd-next-date =
           FUNCTION DATE-OF-INTEGER(pd-end-int + 1)
         COMPUTE pd-date = FUNCTION DATE-OF-INTEGER(pd-end-int)
         MOVE pd-date-yyyy TO pd-month-yyyy
         MOVE pd-date-mm TO pd-month-mm
         IF pd-next-date(7:2) NOT EQUAL TO "01" THEN
           PERFORM 1210-MONTH-BEFORE
         END-IF
         MOVE pd-month TO pd-latest-month
         MOVE pd-month-yyyy TO pd-quarter-yyyy
         COMPUTE pd-quarter-n = pd-month-mm / 3
         IF pd-quarter-n EQUAL TO 0 THEN
           SUBTRACT 1 FROM pd-quarter-yyyy
           MOVE 4 TO pd-quarter-n
         END-IF
         MOVE pd-quarter TO pd-latest-quarter.

       1210-MONTH-BEFORE.
         IF pd-month-mm EQUAL TO 1 THEN
           SUBTRACT 1 FROM pd-month-yyyy
           MOVE 12 TO pd-month-mm
         ELSE
           SUBTRACT 1 FROM pd-month-mm
         END-IF.

      * Due when the latest period of the step's kind is past the
      * one it last did. An Each step walks forward a period at a
      * time, ticking each off as it goes, so a failure part way
      * through a catch-up resumes at the period that failed.
       2000-RUN-ONE-STEP.
         EVALUATE pds-kind(pd-i)
           WHEN "W"
             MOVE pd-latest-week TO pd-latest
           WHEN "M"
             MOVE pd-latest-month TO pd-latest
           WHEN OTHER
             MOVE pd-latest-quarter TO pd-latest
         END-EVALUATE
         IF pd-done-thru(pd-i) NOT LESS THAN pd-latest THEN
           GO TO 2000-EXIT
         END-IF
         IF pds-mode(pd-i) EQUAL TO "L"
            OR pd-done-thru(pd-i) EQUAL TO SPACES THEN
           MOVE pd-latest TO pd-period
         ELSE
           MOVE pd-done-thru(pd-i) TO pd-period
           PERFORM 2300-NEXT-PERIOD
         END-IF.
       2010-NEXT-STEP-PERIOD.
         PERFORM 2100-RUN-FOR-PERIOD THRU 2100-EXIT
         IF pd-step-ok EQUAL TO 0 THEN
           GO TO 2000-EXIT
         END-IF
         MOVE pd-period TO pd-done-thru(pd-i)
         PERFORM 3000-WRITE-CONTROL
         DISPLAY "Period step done: " pds-name(pd-i) " "
           pd-period
         IF pd-period LESS THAN pd-latest THEN
           PERFORM 2300-NEXT-PERIOD
           GO TO 2010-NEXT-STEP-PERIOD
         END-IF.
       2000-EXIT.
         EXIT.

      * Each job reads its arguments from the command line, so
      * they are set there before the CALL; the CANCEL afterwards
      * gives a job run twice in a catch-up fresh storage.
       2100-RUN-FOR-PERIOD.
         MOVE 0 TO pd-step-ok
         ADD 1 TO pd-ran-count
         MOVE SPACES TO pd-args
         EVALUATE pds-name(pd-i)
           WHEN "PERIOD-CLOSE"
             MOVE pd-period(1:6) TO pd-args
           WHEN "LEAGUE"
             MOVE "REPORT" TO pd-args
           WHEN "POSTING-EXPORT"
             STRING "TAX " pd-period(1:6)
               DELIMITED BY SIZE INTO pd-args
           WHEN "REPORT-INDEX"
             MOVE "PURGE" TO pd-args
           WHEN "RATINGS"
             STRING "REPORT " pd-period(1:6)
               DELIMITED BY SIZE INTO pd-args
           WHEN "RECORDS-BOOK"
             MOVE "REPORT" TO pd-args
         END-EVALUATE
         DISPLAY pd-args UPON COMMAND-LINE
         MOVE 0 TO RETURN-CODE
         EVALUATE pd-i
           WHEN 1
             CALL "WEEKLY-SUMMARY"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2100-EXIT
             END-CALL
             CANCEL "WEEKLY-SUMMARY"
           WHEN 2
             CALL "SESSION-ARCHIVE"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2100-EXIT
             END-CALL
             CANCEL "SESSION-ARCHIVE"
           WHEN 3
             CALL "PERIOD-CLOSE"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2100-EXIT
             END-CALL
             CANCEL "PERIOD-CLOSE"
           WHEN 4
             PERFORM 2200-CHECK-ROLLOVER THRU 2200-EXIT
             IF pd-step-ok EQUAL TO 0 THEN
               IF pd-rc LESS THAN 4 THEN
                 MOVE 4 TO pd-rc
               END-IF
               GO TO 2100-EXIT
             END-IF
           WHEN 5
             CALL "LEAGUE"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2100-EXIT
             END-CALL
             CANCEL "LEAGUE"
           WHEN 6
             CALL "REGION-ROLLUP"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2100-EXIT
             END-CALL
             CANCEL "REGION-ROLLUP"
           WHEN 7
             CALL "POSTING-EXPORT"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2100-EXIT
             END-CALL
             CANCEL "POSTING-EXPORT"
           WHEN 8
             CALL "TRENDS"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2100-EXIT
             END-CALL
             CANCEL "TRENDS"
           WHEN 9
             CALL "REPORT-INDEX"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2100-EXIT
             END-CALL
             CANCEL "REPORT-INDEX"
           WHEN 10
             CALL "RATINGS"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2100-EXIT
             END-CALL
             CANCEL "RATINGS"
           WHEN 11
             CALL "RECORDS-BOOK"
               ON EXCEPTION
                 PERFORM 9000-STEP-MISSING
                 GO TO 2100-EXIT
             END-CALL
             CANCEL "RECORDS-BOOK"
         END-EVALUATE
         IF RETURN-CODE GREATER OR EQUAL TO 8 THEN
           DISPLAY "Period step failed, not marked done: "
             pds-name(pd-i) " " pd-period UPON SYSERR
           MOVE 1 TO pd-failed
           GO TO 2100-EXIT
         END-IF
         IF RETURN-CODE GREATER THAN pd-rc THEN
           MOVE RETURN-CODE TO pd-rc
         END-IF
         MOVE 1 TO pd-step-ok.
       2100-EXIT.
         EXIT.

      * Rolled once CONFIG.DAT's board month is past the month
      * being closed.
       2200-CHECK-ROLLOVER.
         MOVE SPACES TO pd-board-month
         OPEN INPUT CONFIG-FILE
         IF config-status EQUAL TO "00" THEN
           MOVE 0 TO pd-eof
           PERFORM UNTIL pd-eof EQUAL TO 1
             READ CONFIG-FILE
               AT END
                 MOVE 1 TO pd-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF CONFIG-LINE(1:11) EQUAL TO "boardmonth=" THEN
                   MOVE CONFIG-LINE(12:6) TO pd-board-month
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
         END-IF
         IF pd-board-month IS NOT NUMERIC
            OR pd-board-month NOT GREATER THAN pd-period(1:6) THEN
           DISPLAY "Hiscore board not yet rolled past "
             pd-period(1:6) " - the game rolls it when it next "
             "sees the new month; held" UPON SYSERR
           GO TO 2200-EXIT
         END-IF
         MOVE 1 TO pd-step-ok.
       2200-EXIT.
         EXIT.

       2300-NEXT-PERIOD.
         EVALUATE pds-kind(pd-i)
           WHEN "W"
             MOVE pd-period TO pd-date
             COMPUTE pd-work-int =
               FUNCTION INTEGER-OF-DATE(pd-date) + 7
             COMPUTE pd-date = FUNCTION DATE-OF-INTEGER(pd-work-int)
             MOVE pd-date TO pd-period
           WHEN "M"
             MOVE pd-period(1:6) TO pd-month
             IF pd-month-mm EQUAL TO 12 THEN
               ADD 1 TO pd-month-yyyy
               MOVE 1 TO pd-month-mm
             ELSE
               ADD 1 TO pd-month-mm
             END-IF
             MOVE pd-month TO pd-period
           WHEN OTHER
             MOVE pd-period(1:6) TO pd-quarter
             IF pd-quarter-n EQUAL TO 4 THEN
               ADD 1 TO pd-quarter-yyyy
               MOVE 1 TO pd-quarter-n
             ELSE
               ADD 1 TO pd-quarter-n
             END-IF
             MOVE pd-quarter TO pd-period
         END-EVALUATE.

       3000-WRITE-CONTROL.
         OPEN OUTPUT PERIOD-CONTROL-FILE
         IF period-control-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write PERIOD-CONTROL.DAT" UPON SYSERR
           MOVE 8 TO pd-rc
           MOVE 1 TO pd-failed
           NEXT SENTENCE
         END-IF
         PERFORM VARYING pd-j FROM 1 BY 1 UNTIL pd-j > PD-STEP-COUNT
           IF pd-done-thru(pd-j) NOT EQUAL TO SPACES THEN
             MOVE pds-name(pd-j) TO pdc-step
             MOVE pd-done-thru(pd-j) TO pdc-done-thru
             WRITE PERIOD-CONTROL-RECORD
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM
         CLOSE PERIOD-CONTROL-FILE.

       9000-STEP-MISSING.
         DISPLAY "Period step missing, not marked done: "
           pds-name(pd-i) UPON SYSERR
         MOVE 1 TO pd-failed
         MOVE 8 TO RETURN-CODE.

       9900-RUNLOG-START.
         MOVE "PERIOD-DRIVER" TO runlog-program
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
       END PROGRAM PERIOD-DRIVER.

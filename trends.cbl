      * Compile and run on Windows:
      * cobc -xj trends.cbl batch-runlog.cbl report-archive.cbl
      * Period-over-period KPI drift report. Reads KPI-HISTORY.DAT
      * (appended by BALANCE-REPORT as source BAL and by
      * WEEKLY-SUMMARY as source WKL), keeps the newest row per
       FD TRENDS-REPORT-FILE.
         01 TRENDS-REPORT-RECORD PIC X(78).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 trends-data.
         78 MAX-KPI-ROWS VALUE 200.
         78 SHOW-PERIODS VALUE 12.
             15 trt-deaths PIC 9(07).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-LOAD-KPI-HISTORY THRU 1000-EXIT
         OPEN OUTPUT TRENDS-REPORT-FILE
         IF trends-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write TRENDS.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE "KPI TRENDS - LAST 12 PERIODS PER SOURCE" TO tr-line
         WRITE TRENDS-REPORT-RECORD FROM tr-line
         ADD 1 TO runlog-written
         MOVE "(* = moved more than 20% vs the prior period)"
           TO tr-line
         WRITE TRENDS-REPORT-RECORD FROM tr-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO tr-line
         WRITE TRENDS-REPORT-RECORD FROM tr-line
         ADD 1 TO runlog-written
         IF tr-count EQUAL TO 0 THEN
           MOVE "No KPI-HISTORY.DAT rows yet - run the reports"
             TO tr-line
           WRITE TRENDS-REPORT-RECORD FROM tr-line
           ADD 1 TO runlog-written
         END-IF
         MOVE "WKL" TO tr-source
         MOVE "Weekly summary (plays / win% / avg s):" TO tr-line
         WRITE TRENDS-REPORT-RECORD FROM tr-line
         ADD 1 TO runlog-written
         PERFORM 2000-REPORT-ONE-SOURCE
         MOVE "BAL" TO tr-source
         MOVE "Balance report (payout% / deaths):" TO tr-line
         WRITE TRENDS-REPORT-RECORD FROM tr-line
         ADD 1 TO runlog-written
         PERFORM 2000-REPORT-ONE-SOURCE
         CLOSE TRENDS-REPORT-FILE
         MOVE "TRENDS.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-KPI-HISTORY.
             AT END
               MOVE 1 TO tr-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 1100-KEEP-NEWEST-ROW
           END-READ
         END-PERFORM
         IF tr-shown EQUAL TO 0 THEN
           MOVE "  (no rows)" TO tr-line
           WRITE TRENDS-REPORT-RECORD FROM tr-line
           ADD 1 TO runlog-written
           NEXT SENTENCE
         END-IF
         MOVE 0 TO tr-first
             WITH POINTER tr-ptr
           END-STRING
         END-IF
         WRITE TRENDS-REPORT-RECORD FROM tr-line
         ADD 1 TO runlog-written.

       2200-JUDGE-DRIFT.
         MOVE SPACE TO tr-flag
         IF tr-prev GREATER THAN 0 THEN
           MOVE trt-deaths(tr-prev) TO tr-prev-val
         END-IF.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "TRENDS" TO rptarc-program
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
         MOVE "TRENDS" TO runlog-program
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
       END PROGRAM TRENDS.

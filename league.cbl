      * Compile and run on Windows:
      * cobc -xj league.cbl batch-runlog.cbl report-archive.cbl
      * League nights: ingests one dated tournament results file
      * (the TOURN-RESULTS.TXT format CLOSE-TOURNAMENT exports)
      * per run, awards points by placing, and maintains
       FD LEAGUE-REPORT-FILE.
         01 LEAGUE-REPORT-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY league-data.
       01 league-tool-data.
         78 MAX-POINT-PLACES VALUE 20.
           10 FILLER PIC X(44).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO lgr-action
         MOVE SPACES TO lgr-file-name
           WHEN "INGEST"
             IF lgr-file-name EQUAL TO SPACES THEN
               DISPLAY "INGEST needs a results file" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               PERFORM 9910-RUNLOG-END
               GOBACK
             END-IF
             PERFORM 3000-INGEST-EVENT THRU 3000-EXIT
           WHEN OTHER
             DISPLAY "Usage: league INGEST <results-file> | REPORT"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-POINT-LADDER.
             AT END
               MOVE 1 TO lgr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF lp-place IS NUMERIC AND lp-points IS NUMERIC
                  AND lp-place GREATER OR EQUAL TO 1
                  AND lp-place LESS OR EQUAL TO MAX-POINT-PLACES
             AT END
               MOVE MAX-LEAGUE-PLAYERS TO lg-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO lg-count
               MOVE lg-initials TO lgt-initials(lg-count)
               MOVE lg-points TO lgt-points(lg-count)
         IF results-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot open " FUNCTION TRIM(lgr-file-name)
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO lgr-eof
             AT END
               MOVE 1 TO lgr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF res-rank(3:1) IS NUMERIC
                  AND res-initials NOT EQUAL TO SPACES THEN
                 COMPUTE lgr-rank = FUNCTION NUMVAL(res-rank)
           MOVE lgt-events(lg-i) TO lg-events
           MOVE lgt-best-finish(lg-i) TO lg-best-finish
           WRITE LEAGUE-STANDINGS-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE LEAGUE-STANDINGS-FILE.

       6000-WRITE-REPORT.
         OPEN OUTPUT LEAGUE-REPORT-FILE
         IF league-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write LEAGUE-STANDINGS.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         MOVE "LEAGUE SEASON STANDINGS" TO lg-line
         WRITE LEAGUE-REPORT-RECORD FROM lg-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO lg-line
         WRITE LEAGUE-REPORT-RECORD FROM lg-line
         ADD 1 TO runlog-written
         IF lg-count EQUAL TO 0 THEN
           MOVE "No events ingested yet" TO lg-line
           WRITE LEAGUE-REPORT-RECORD FROM lg-line
           ADD 1 TO runlog-written
         END-IF
         PERFORM VARYING lg-i FROM 1 BY 1 UNTIL lg-i > lg-count
           MOVE lg-i TO lg-rank-edit
             FUNCTION TRIM(lgr-best-edit)
             DELIMITED BY SIZE INTO lg-line
           WRITE LEAGUE-REPORT-RECORD FROM lg-line
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE LEAGUE-REPORT-FILE
         MOVE "LEAGUE-STANDINGS.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "LEAGUE" TO rptarc-program
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
         MOVE "LEAGUE" TO runlog-program
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
       END PROGRAM LEAGUE.

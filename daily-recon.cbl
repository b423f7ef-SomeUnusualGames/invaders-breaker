      * Compile and run on Windows:
      * cobc -xj daily-recon.cbl batch-runlog.cbl report-archive.cbl
      * End-of-day cross-check of the two play counters the cabinet
      * keeps independently: DAILY-TOTALS.DAT (games started /
      * completed, maintained by the game) against the one-line-per-
       FD RECON-REPORT-FILE.
         01 RECON-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY daily-totals-data.
         05 session-log-status PIC X(02) VALUE "00".
         05 recon-report-status PIC X(02) VALUE "00".
           10 FILLER PIC X(02).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         OPEN OUTPUT RECON-REPORT-FILE
         IF recon-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write DAILY-RECON.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE "DAILY RECONCILIATION: TOTALS VS SESSION LOG"
           TO dr-report-line
         WRITE RECON-REPORT-RECORD FROM dr-report-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO dr-report-line
         WRITE RECON-REPORT-RECORD FROM dr-report-line
         ADD 1 TO runlog-written
         PERFORM 1000-LOAD-DAILY-TOTALS THRU 1000-EXIT
         PERFORM 2000-COUNT-LOGGED-RUNS THRU 2000-EXIT
         PERFORM 3000-RECONCILE THRU 3000-EXIT
         CLOSE RECON-REPORT-FILE
         MOVE "DAILY-RECON.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-DAILY-TOTALS.
         IF daily-totals-status NOT EQUAL TO "00" THEN
           MOVE "No DAILY-TOTALS.DAT to reconcile" TO dr-report-line
           WRITE RECON-REPORT-RECORD FROM dr-report-line
           ADD 1 TO runlog-written
           GO TO 1000-EXIT
         END-IF
         PERFORM VARYING dth-i FROM 1 BY 1
             AT END
               MOVE MAX-DAILY-ROWS TO dth-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO dth-count
               MOVE dt-date TO dtht-date(dth-count)
               MOVE dt-games-started TO dtht-started(dth-count)
         IF session-log-status NOT EQUAL TO "00" THEN
           MOVE "No SESSION-LOG.DAT to reconcile" TO dr-report-line
           WRITE RECON-REPORT-RECORD FROM dr-report-line
           ADD 1 TO runlog-written
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO session-eof
             AT END
               MOVE 1 TO session-eof
             NOT AT END
               ADD 1 TO runlog-read
      * wave= detail lines ride the same file as run headers but
      * are not runs - skip them here.
               IF DR-WORK(1:5) NOT EQUAL TO "wave=" THEN
                 DELIMITED BY SIZE INTO dr-report-line
           END-EVALUATE
           WRITE RECON-REPORT-RECORD FROM dr-report-line
           ADD 1 TO runlog-written
         END-PERFORM
         IF dr-skipped-days GREATER THAN 0 THEN
           MOVE dr-skipped-days TO dr-count-edit
             " older days rolled to archives, not reconciled"
             DELIMITED BY SIZE INTO dr-report-line
           WRITE RECON-REPORT-RECORD FROM dr-report-line
           ADD 1 TO runlog-written
         END-IF
         IF dr-orphan-count GREATER THAN 0 THEN
           ADD 1 TO dr-flagged
             " logged runs on days with no totals row"
             DELIMITED BY SIZE INTO dr-report-line
           WRITE RECON-REPORT-RECORD FROM dr-report-line
           ADD 1 TO runlog-written
         END-IF
         IF dr-undated-count GREATER THAN 0 THEN
           MOVE dr-undated-count TO dr-count-edit
             " undated lines predate the date stamp"
             DELIMITED BY SIZE INTO dr-report-line
           WRITE RECON-REPORT-RECORD FROM dr-report-line
           ADD 1 TO runlog-written
         END-IF
         MOVE dr-flagged TO dr-count-edit
         MOVE SPACES TO dr-report-line
         STRING "Days/items flagged: " DELIMITED BY SIZE
           FUNCTION TRIM(dr-count-edit)
           DELIMITED BY SIZE INTO dr-report-line
         WRITE RECON-REPORT-RECORD FROM dr-report-line
         ADD 1 TO runlog-written.
       3000-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "DAILY-RECON" TO rptarc-program
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
         MOVE "DAILY-RECON" TO runlog-program
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
       END PROGRAM DAILY-RECON.

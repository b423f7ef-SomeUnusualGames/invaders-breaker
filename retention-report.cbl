      * Compile and run on Windows:
      * cobc -xj retention-report.cbl batch-runlog.cbl
      *   report-archive.cbl
      * Player retention and cohort report: cross-references the
      * who= initials tag on SESSION-LOG.DAT lines against the
      * lifetime counters in PLAYER-PROFILES.DAT and reports, per
       FD RETENTION-REPORT-FILE.
         01 RETENTION-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 retention-data.
         78 MAX-RET-PLAYERS VALUE 300.
         78 MAX-RET-WEEKS VALUE 60.
           10 FILLER PIC X(02).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-SCAN-SESSION-LOG THRU 1000-EXIT
         PERFORM 2000-MATCH-PROFILES THRU 2000-EXIT
         PERFORM 3000-TOTAL-COHORTS
         OPEN OUTPUT RETENTION-REPORT-FILE
         IF retention-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write RETENTION-REPORT.TXT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE "PLAYER RETENTION REPORT" TO ret-line
         WRITE RETENTION-REPORT-RECORD FROM ret-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO ret-line
         WRITE RETENTION-REPORT-RECORD FROM ret-line
         ADD 1 TO runlog-written
         PERFORM 4000-REPORT-WEEKS
         PERFORM 5000-REPORT-COHORTS
         CLOSE RETENTION-REPORT-FILE
         MOVE "RETENTION-REPORT.TXT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-SCAN-SESSION-LOG.
             AT END
               MOVE 1 TO ret-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 1100-TALLY-LOG-LINE
           END-READ
         END-PERFORM
             AT END
               MOVE 1 TO ret-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM VARYING ret-i FROM 1 BY 1
               UNTIL ret-i > ret-player-count
                 IF rpt-initials(ret-i) EQUAL TO ppx-initials
         IF ret-week-count EQUAL TO 0 THEN
           MOVE "No attributable session-log lines yet" TO ret-line
           WRITE RETENTION-REPORT-RECORD FROM ret-line
           ADD 1 TO runlog-written
         END-IF
         PERFORM VARYING ret-week-idx FROM 1 BY 1
         UNTIL ret-week-idx > ret-week-count
             FUNCTION TRIM(ret-edit-3) " plays"
             DELIMITED BY SIZE INTO ret-line
           WRITE RETENTION-REPORT-RECORD FROM ret-line
           ADD 1 TO runlog-written
         END-PERFORM.

       5000-REPORT-COHORTS.
         MOVE ALL "-" TO ret-line
         WRITE RETENTION-REPORT-RECORD FROM ret-line
         ADD 1 TO runlog-written
         MOVE ret-player-count TO ret-edit-1
         MOVE ret-one-done TO ret-edit-2
         MOVE ret-regulars TO ret-edit-3
           FUNCTION TRIM(ret-edit-3) " regulars)"
           DELIMITED BY SIZE INTO ret-line
         WRITE RETENTION-REPORT-RECORD FROM ret-line
         ADD 1 TO runlog-written
         IF ret-regulars GREATER THAN 0 THEN
           COMPUTE ret-gap-avg ROUNDED =
             ret-gap-sum / ret-regulars
             FUNCTION TRIM(ret-gap-edit)
             DELIMITED BY SIZE INTO ret-line
           WRITE RETENTION-REPORT-RECORD FROM ret-line
           ADD 1 TO runlog-written
         END-IF
         IF ret-unattributed GREATER THAN 0 THEN
           MOVE ret-unattributed TO ret-edit-1
             FUNCTION TRIM(ret-edit-1)
             DELIMITED BY SIZE INTO ret-line
           WRITE RETENTION-REPORT-RECORD FROM ret-line
           ADD 1 TO runlog-written
         END-IF
         IF ret-overflowed EQUAL TO 1 THEN
           MOVE "WARNING: more distinct initials than the table"
             TO ret-line
           WRITE RETENTION-REPORT-RECORD FROM ret-line
           ADD 1 TO runlog-written
           MOVE "holds - counts past the cap were dropped"
             TO ret-line
           WRITE RETENTION-REPORT-RECORD FROM ret-line
           ADD 1 TO runlog-written
         END-IF.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "RETENTION-REPORT" TO rptarc-program
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
         MOVE "RETENTION-REPORT" TO runlog-program
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
       END PROGRAM RETENTION-REPORT.

      * Compile and run on Windows:
      * cobc -xj queue-report.cbl batch-runlog.cbl report-archive.cbl
      * Queue pressure report: totals QUEUE-LOG.DAT per evening -
      * sign-ups, claimed runs, timed-out entries, refused-full
      * walk-aways - and the average wait of the players who did
       FD QUEUE-REPORT-FILE.
         01 QUEUE-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 queue-report-data.
         78 MAX-QR-DAYS VALUE 120.
         05 queue-log-status PIC X(02) VALUE "00".
           10 FILLER PIC X(09).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-SCAN-QUEUE-LOG THRU 1000-EXIT
         OPEN OUTPUT QUEUE-REPORT-FILE
         IF queue-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write QUEUE-REPORT.TXT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE "QUEUE PRESSURE REPORT" TO qr-line
         WRITE QUEUE-REPORT-RECORD FROM qr-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO qr-line
         WRITE QUEUE-REPORT-RECORD FROM qr-line
         ADD 1 TO runlog-written
         IF qr-day-count EQUAL TO 0 THEN
           MOVE "No QUEUE-LOG.DAT events yet" TO qr-line
           WRITE QUEUE-REPORT-RECORD FROM qr-line
           ADD 1 TO runlog-written
         END-IF
         PERFORM VARYING qr-i FROM 1 BY 1
         UNTIL qr-i > qr-day-count
           PERFORM 2000-WRITE-DAY-LINE
         END-PERFORM
         CLOSE QUEUE-REPORT-FILE
         MOVE "QUEUE-REPORT.TXT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-SCAN-QUEUE-LOG.
             AT END
               MOVE 1 TO qr-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 1100-TALLY-QUEUE-LINE
           END-READ
         END-PERFORM
           FUNCTION TRIM(qr-edit-4) " refused"
           DELIMITED BY SIZE INTO qr-line
         WRITE QUEUE-REPORT-RECORD FROM qr-line
         ADD 1 TO runlog-written
         IF qrd-claimed(qr-i) GREATER THAN 0 THEN
           COMPUTE qr-wait-avg ROUNDED =
             qrd-wait-sum(qr-i) / qrd-claimed(qr-i)
             FUNCTION TRIM(qr-wait-edit) "s"
             DELIMITED BY SIZE INTO qr-line
           WRITE QUEUE-REPORT-RECORD FROM qr-line
           ADD 1 TO runlog-written
         END-IF.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "QUEUE-REPORT" TO rptarc-program
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
         MOVE "QUEUE-REPORT" TO runlog-program
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
       END PROGRAM QUEUE-REPORT.

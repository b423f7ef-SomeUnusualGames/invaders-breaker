      * Compile and run on Windows:
      * cobc -xj msg-maint.cbl batch-runlog.cbl report-archive.cbl
      * Message catalog maintenance, in the spirit of LEVELS-MAINT:
      *   msg-maint CHECK           validate MESSAGES.DAT and write
      *     MSG-MAINT.RPT: duplicate id+language pairs, ids present
       FD MSG-REPORT-FILE.
         01 MSG-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 msg-maint-data.
         78 MAX-MSG-ROWS VALUE 600.
         78 MAX-MSG-LANGS VALUE 6.
           10 mmw-excess PIC X(11).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO mm-action
         MOVE SPACES TO mm-delta-name
           WHEN "MERGE"
             IF mm-delta-name EQUAL TO SPACES THEN
               DISPLAY "MERGE needs a delta file" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               PERFORM 9910-RUNLOG-END
               GOBACK
             END-IF
             PERFORM 3000-MERGE-DELTA THRU 3000-EXIT
           WHEN OTHER
             DISPLAY "Usage: msg-maint CHECK | MERGE <delta>"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-CATALOG.
         OPEN INPUT MESSAGE-FILE
         IF message-status NOT EQUAL TO "00" THEN
           DISPLAY "No MESSAGES.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO mm-eof
             AT END
               MOVE 1 TO mm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF mm-count LESS THAN MAX-MSG-ROWS THEN
                 ADD 1 TO mm-count
                 MOVE mr-id TO mmr-id(mm-count)

       2000-VALIDATE-CATALOG.
         OPEN OUTPUT MSG-REPORT-FILE
         IF msg-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write MSG-MAINT.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE "MESSAGE CATALOG CHECK" TO mm-line
         WRITE MSG-REPORT-RECORD FROM mm-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO mm-line
         WRITE MSG-REPORT-RECORD FROM mm-line
         ADD 1 TO runlog-written
      * Duplicates: same id and language twice.
         PERFORM VARYING mm-i FROM 1 BY 1 UNTIL mm-i > mm-count
           PERFORM VARYING mm-j FROM 1 BY 1 UNTIL mm-j >= mm-i
                 " lang " mmr-lang(mm-i)
                 DELIMITED BY SIZE INTO mm-line
               WRITE MSG-REPORT-RECORD FROM mm-line
               ADD 1 TO runlog-written
               MOVE mm-i TO mm-j
             END-IF
           END-PERFORM
                   " (falls back to English on the cabinet)"
                   DELIMITED BY SIZE INTO mm-line
                 WRITE MSG-REPORT-RECORD FROM mm-line
                 ADD 1 TO runlog-written
               END-IF
             END-IF
           END-PERFORM
             FUNCTION TRIM(mm-edit) " rows"
             DELIMITED BY SIZE INTO mm-line
           WRITE MSG-REPORT-RECORD FROM mm-line
           ADD 1 TO runlog-written
         END-PERFORM
         MOVE mm-dups TO mm-edit
         MOVE mm-gaps TO mm-edit-2
           FUNCTION TRIM(mm-edit-2) " coverage gaps"
           DELIMITED BY SIZE INTO mm-line
         WRITE MSG-REPORT-RECORD FROM mm-line
         ADD 1 TO runlog-written
         MOVE mm-long TO mm-edit
         MOVE SPACES TO mm-line
         STRING "        " DELIMITED BY SIZE
           FUNCTION TRIM(mm-edit) " overlong rows"
           DELIMITED BY SIZE INTO mm-line
         WRITE MSG-REPORT-RECORD FROM mm-line
         ADD 1 TO runlog-written
         CLOSE MSG-REPORT-FILE
         MOVE "MSG-MAINT.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Report written to MSG-MAINT.RPT".
       2000-EXIT.
         EXIT.
             AT END
               MOVE 1 TO mm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF mmw-excess NOT EQUAL TO SPACES THEN
                 ADD 1 TO mm-long
                 MOVE SPACES TO mm-line
                   " - text truncates at 44 columns"
                   DELIMITED BY SIZE INTO mm-line
                 WRITE MSG-REPORT-RECORD FROM mm-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         IF delta-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot open " FUNCTION TRIM(mm-delta-name)
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO mm-eof
             AT END
               MOVE 1 TO mm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF mmw-id IS NUMERIC THEN
                 PERFORM 3100-APPLY-DELTA-ROW
               END-IF
           STRING mmr-id(mm-i) mmr-lang(mm-i) mmr-text(mm-i)
             DELIMITED BY SIZE INTO MSG-TEMP-RECORD
           WRITE MSG-TEMP-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE MSG-TEMP-FILE
         OPEN INPUT MSG-TEMP-FILE
             AT END
               MOVE 1 TO mm-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE MSG-TEMP-RECORD(1:3) TO mr-id
               MOVE MSG-TEMP-RECORD(4:2) TO mr-lang
               MOVE MSG-TEMP-RECORD(6:44) TO mr-text
               WRITE MESSAGE-RECORD
               ADD 1 TO runlog-written
           END-READ
         END-PERFORM
         CLOSE MSG-TEMP-FILE
           MOVE mmw-text TO mmr-text(mm-count)
           ADD 1 TO mm-added
         END-IF.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "MSG-MAINT" TO rptarc-program
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
         MOVE "MSG-MAINT" TO runlog-program
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
       END PROGRAM MSG-MAINT.

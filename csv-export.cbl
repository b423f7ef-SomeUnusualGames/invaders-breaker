      * Compile and run on Windows:
      * cobc -xj csv-export.cbl batch-runlog.cbl
      * An optional command-line argument names an alternate session
      * log to export (e.g. a SESSION-YYYYMM.ARC written by
      * session-archive.cbl), so rolled-off months stay exportable;
       FD SESSION-CSV-FILE.
         01 SESSION-CSV-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY hiscore-data.
         05 session-log-status PIC X(02) VALUE "00".
         05 hiscore-csv-status PIC X(02) VALUE "00".
           10 FILLER PIC X(16).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         IF command-line-args NOT EQUAL TO SPACES THEN
           MOVE FUNCTION TRIM(command-line-args) TO arg-trimmed
      * range or control falls through into the next section inline.
         PERFORM 1000-EXPORT-HISCORES THRU 1000-EXIT
         PERFORM 2000-EXPORT-SESSION-LOG THRU 2000-EXIT
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-EXPORT-HISCORES.
         OPEN INPUT HISCORE-FILE
         IF hiscore-status NOT EQUAL TO "00" THEN
           DISPLAY "No HISCORE.DAT to export" UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         OPEN OUTPUT HISCORE-CSV-FILE
         IF hiscore-csv-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write HISCORE.CSV" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE "rank,initials,score,level,best_time" TO csv-line
         WRITE HISCORE-CSV-RECORD FROM csv-line
         ADD 1 TO runlog-written
         PERFORM VARYING hs-i FROM 1 BY 1 UNTIL hs-i > HISCORE-SLOTS
           READ HISCORE-FILE NEXT RECORD
             AT END
               MOVE HISCORE-SLOTS TO hs-i
             NOT AT END
               ADD 1 TO runlog-read
               MOVE hs-best-time TO best-time-edit
               MOVE SPACES TO csv-line
               STRING hs-rank "," hs-initials "," hs-score ","
                 hs-level "," FUNCTION TRIM(best-time-edit)
                 DELIMITED BY SIZE INTO csv-line
               WRITE HISCORE-CSV-RECORD FROM csv-line
               ADD 1 TO runlog-written
           END-READ
         END-PERFORM
         CLOSE HISCORE-FILE
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           DISPLAY "No SESSION-LOG.DAT to export" UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         OPEN OUTPUT SESSION-CSV-FILE
         IF session-csv-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write SESSION-LOG.CSV" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE "start,outcome,level,score,duration_s" TO csv-line
         WRITE SESSION-CSV-RECORD FROM csv-line
         ADD 1 TO runlog-written
         MOVE 0 TO session-eof
         PERFORM UNTIL session-eof EQUAL TO 1
           READ SESSION-LOG-FILE NEXT RECORD INTO SL-WORK
             AT END
               MOVE 1 TO session-eof
             NOT AT END
               ADD 1 TO runlog-read
      * wave= detail lines are not runs; only headers export.
               IF SL-WORK(1:5) EQUAL TO "wave=" THEN
                 CONTINUE
                 FUNCTION TRIM(sl-duration)
                 DELIMITED BY SIZE INTO csv-line
               WRITE SESSION-CSV-RECORD FROM csv-line
               ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-CSV-FILE.
       2000-EXIT.
         EXIT.

       9900-RUNLOG-START.
         MOVE "CSV-EXPORT" TO runlog-program
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
       END PROGRAM CSV-EXPORT.

      * Compile and run on Windows:
      * cobc -xj web-export.cbl batch-runlog.cbl
      * Website feed export, runnable as an EOD step: the top-10
      * local board, the worldwide table (registry display names),
      * the current month's CHAMPIONS.DAT hall of fame and today's
       FD FEED-FILE.
         01 FEED-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY registry-data.
       01 web-export-data.
         05 hiscore-status PIC X(02) VALUE "00".
         05 we-rows PIC X(60) OCCURS MAX-FEED-ROWS TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE FUNCTION CURRENT-DATE(1:6) TO we-month
         MOVE FUNCTION CURRENT-DATE(1:8) TO we-today
         PERFORM 9100-LOAD-REGISTRY THRU 9100-EXIT
         OPEN OUTPUT FEED-FILE
         IF feed-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write WEB-FEED.TMP" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE SPACES TO we-line
         STRING "FEED invaders-breaker generated="
           FUNCTION CURRENT-DATE(1:8) "-"
           FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO we-line
         WRITE FEED-RECORD FROM we-line
         ADD 1 TO runlog-written
         PERFORM 1000-EXPORT-LOCAL THRU 1000-EXIT
         PERFORM 2000-EXPORT-WORLD THRU 2000-EXIT
         PERFORM 3000-EXPORT-CHAMPIONS THRU 3000-EXIT
         PERFORM 4000-EXPORT-DAILY THRU 4000-EXIT
         MOVE "END" TO we-line
         WRITE FEED-RECORD FROM we-line
         ADD 1 TO runlog-written
         CLOSE FEED-FILE
      * Swap over the live feed exactly the way WRITE-LIVE-STATE
      * does: clear the destination first, then rename.
         ELSE
           DISPLAY "Feed swap failed - WEB-FEED.TMP left behind"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-EXPORT-LOCAL.
               AT END
                 MOVE 1 TO we-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF hs-score GREATER THAN 0
                    AND we-row-count LESS THAN MAX-FEED-ROWS THEN
                   ADD 1 TO we-row-count
               AT END
                 MOVE 1 TO we-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF we-row-count LESS THAN MAX-FEED-ROWS THEN
                   MOVE ss-cabinet-id TO reg-lookup-id
                   PERFORM 9200-LOOKUP-NAME
               AT END
                 MOVE 1 TO we-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF ch-month GREATER THAN we-month THEN
                   MOVE ch-month TO we-month
                   MOVE 0 TO we-row-count
               AT END
                 MOVE 1 TO we-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF dbr-date EQUAL TO we-today
                    AND we-row-count LESS THAN MAX-FEED-ROWS THEN
                   ADD 1 TO we-row-count
           " count=" FUNCTION TRIM(we-edit)
           DELIMITED BY SIZE INTO we-line
         WRITE FEED-RECORD FROM we-line
         ADD 1 TO runlog-written
         PERFORM VARYING we-i FROM 1 BY 1
         UNTIL we-i > we-row-count
           WRITE FEED-RECORD FROM we-rows(we-i)
           ADD 1 TO runlog-written
         END-PERFORM.

       9100-LOAD-REGISTRY.
             AT END
               MOVE MAX-REGISTRY TO reg-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO reg-count
               MOVE reg-cabinet-id TO regt-id(reg-count)
               MOVE reg-name TO regt-name(reg-count)
             MOVE reg-count TO reg-i
           END-IF
         END-PERFORM.

       9900-RUNLOG-START.
         MOVE "WEB-EXPORT" TO runlog-program
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
       END PROGRAM WEB-EXPORT.

      * Compile and run on Windows:
      * cobc -xj session-archive.cbl batch-runlog.cbl
      * Month-end roll of SESSION-LOG.DAT: every closed month's lines
      * move out to a per-month SESSION-YYYYMM.ARC file (same X(143)
      * line layout as the live log, so csv-export can be pointed at
      * an archive to re-export an old month), and the live file is
      * rewritten with only the current month's lines so the game's
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD SESSION-ARCHIVE-FILE.
         01 SESSION-ARCHIVE-RECORD PIC X(143).
       FD SESSION-KEEP-FILE.
         01 SESSION-KEEP-RECORD PIC X(143).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 session-archive-data.
         78 MAX-ARCHIVE-MONTHS VALUE 24.
         05 session-log-status PIC X(02) VALUE "00".
         05 sa-count-edit PIC ZZZZZZ9.
         05 sa-month-list OCCURS MAX-ARCHIVE-MONTHS TIMES
            PIC X(06) VALUE SPACES.
         05 SA-WORK PIC X(143).
         05 SA-PARSED REDEFINES SA-WORK.
           10 FILLER PIC X(64).
           10 FILLER PIC X(06).
           10 FILLER PIC X(02).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
      * A crash in the tiny window between deleting the live log
      * and renaming its replacement leaves only the .TMP behind;
      * adopt it before doing anything else.
         ELSE
           DISPLAY "SESSION-ARCHIVE: no closed months to roll"
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       0100-RECOVER-LOG-TMP.
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           DISPLAY "No SESSION-LOG.DAT to archive" UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO session-eof
             AT END
               MOVE 1 TO session-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 1100-NOTE-LINE-MONTH THRU 1100-EXIT
           END-READ
         END-PERFORM
             AT END
               MOVE 1 TO session-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF sa-date IS NUMERIC THEN
                 MOVE sa-month TO sa-line-month
               ELSE
               END-IF
               IF sa-line-month EQUAL TO sa-target-month THEN
                 WRITE SESSION-ARCHIVE-RECORD FROM SA-WORK
                 ADD 1 TO runlog-written
                 ADD 1 TO sa-moved-count
               END-IF
           END-READ
         IF sa-rename-status NOT EQUAL TO 0 THEN
           DISPLAY "Archive rename failed: " sa-target-name
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE sa-moved-count TO sa-count-edit
             AT END
               MOVE 1 TO session-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF sa-date IS NUMERIC
                  AND sa-month EQUAL TO sa-current-month THEN
                 WRITE SESSION-KEEP-RECORD FROM SA-WORK
                 ADD 1 TO runlog-written
                 ADD 1 TO sa-kept-count
               END-IF
           END-READ
         END-CALL
         IF sa-rename-status NOT EQUAL TO 0 THEN
           DISPLAY "Live log rename failed" UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       3000-EXIT.
         EXIT.

       9900-RUNLOG-START.
         MOVE "SESSION-ARCHIVE" TO runlog-program
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
       END PROGRAM SESSION-ARCHIVE.

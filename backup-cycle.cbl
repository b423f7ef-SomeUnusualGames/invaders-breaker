      * Compile and run on Windows:
      * cobc -xj backup-cycle.cbl batch-runlog.cbl
      * Nightly backup generations for every cabinet data file.
      * Each run rotates NAME.BK1..BK<n> (oldest falls off the end,
      * retention BACKUP-GENERATIONS deep) and snapshots the live
       FD MANIFEST-FILE.
         01 MANIFEST-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 backup-cycle-data.
         78 BACKUP-GENERATIONS VALUE 7.
         78 BACKUP-FILE-COUNT VALUE 11.
         05 probe-status PIC X(02) VALUE "00".
         05 manifest-status PIC X(02) VALUE "00".
         05 bc-probe-name PIC X(32).
           10 FILLER PIC X(20) VALUE "SESSION-LOG.DAT".
           10 FILLER PIC X(20) VALUE "ACHIEVEMENTS.DAT".
           10 FILLER PIC X(20) VALUE "COIN-AUDIT.DAT".
           10 FILLER PIC X(20) VALUE "LEVEL-REVS.DAT".
         05 bc-file-table REDEFINES bc-file-names.
           10 bc-file-name PIC X(20)
              OCCURS BACKUP-FILE-COUNT TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         IF command-line-args(1:8) EQUAL TO "RESTORE " THEN
           PERFORM 5000-RESTORE THRU 5000-EXIT
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM VARYING bc-i FROM 1 BY 1
         MOVE bc-cycled-count TO bc-count-edit
         DISPLAY "Backed up " FUNCTION TRIM(bc-count-edit)
           " files to generation 1"
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * Oldest generation falls away, the rest shuffle down, then
           ADD 1 TO bc-cycled-count
         ELSE
           DISPLAY "Backup copy failed: " bc-from-name UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       1000-EXIT.
         EXIT.
           FUNCTION TRIM(bc-count-edit) " files"
           DELIMITED BY SIZE INTO bc-line
         WRITE MANIFEST-RECORD FROM bc-line
         ADD 1 TO runlog-written
         CLOSE MANIFEST-FILE.
       2000-EXIT.
         EXIT.
         ELSE
           DISPLAY "Usage: backup-cycle RESTORE <1-7> <NAME>"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE command-line-args(11:32) TO bc-restore-name
         IF bc-restore-name EQUAL TO SPACES THEN
           DISPLAY "Usage: backup-cycle RESTORE <1-7> <NAME>"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE SPACES TO bc-from-name
         OPEN INPUT PROBE-FILE
         IF probe-status NOT EQUAL TO "00" THEN
           DISPLAY "No such backup: " bc-from-name UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         CLOSE PROBE-FILE
           PERFORM 2000-WRITE-MANIFEST THRU 2000-EXIT
         ELSE
           DISPLAY "Restore copy failed" UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       5000-EXIT.
         EXIT.

       9900-RUNLOG-START.
         MOVE "BACKUP-CYCLE" TO runlog-program
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
       END PROGRAM BACKUP-CYCLE.

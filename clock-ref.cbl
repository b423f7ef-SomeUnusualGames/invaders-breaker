      * Compile and run on Windows:
      * cobc -xj clock-ref.cbl batch-runlog.cbl
      * Reference clock for the fleet's clock-skew check: writes
      * this host's date and time to TIME-REF.DAT in the current
      * directory (the shared mount), with the skew tolerance in
      * seconds the cabinets should apply. Schedule it every minute
      * on the back office host, whose clock is the one kept right;
      * each cabinet compares its own clock to the stamp from its
      * idle cycle.
      *   clock-ref [tolerance-seconds]
      * The tolerance defaults to 300, comfortably wider than the
      * minute between stamps.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOCK-REF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TIME-REF-FILE ASSIGN TO "TIME-REF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS time-ref-status.
       DATA DIVISION.
       FILE SECTION.
       FD TIME-REF-FILE.
         COPY time-ref-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 clock-ref-data.
         78 CR-DEFAULT-TOLERANCE VALUE 300.
         05 time-ref-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 cr-tolerance PIC 9(04).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE CR-DEFAULT-TOLERANCE TO cr-tolerance
         IF command-line-args NOT EQUAL TO SPACES
            AND FUNCTION TRIM(command-line-args) IS NUMERIC THEN
           COMPUTE cr-tolerance =
             FUNCTION NUMVAL(command-line-args)
         END-IF
         OPEN OUTPUT TIME-REF-FILE
         IF time-ref-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write TIME-REF.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE SPACES TO TIME-REF-RECORD
         MOVE FUNCTION CURRENT-DATE(1:14) TO tref-stamp
         MOVE cr-tolerance TO tref-tolerance
         WRITE TIME-REF-RECORD
         ADD 1 TO runlog-written
         CLOSE TIME-REF-FILE
         PERFORM 9910-RUNLOG-END
         GOBACK.

       9900-RUNLOG-START.
         MOVE "CLOCK-REF" TO runlog-program
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
       END PROGRAM CLOCK-REF.

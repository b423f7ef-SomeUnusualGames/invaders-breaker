      * Compile and run on Windows:
      * cobc -c batch-runlog.cbl
      * Batch run log: CALLed by every back-office program at the
      * start of its run (action S - takes the command line and the
      * start stamp, zeroes the counters) and at the end (action E -
      * appends the BATCH-RUNLOG.DAT line). Link it in beside the
      * program; a program built without it simply runs unlogged.
      * RUN-HISTORY reports on the log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RUNLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BATCH-RUNLOG-FILE ASSIGN TO "BATCH-RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS batch-runlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD BATCH-RUNLOG-FILE.
         COPY runlog-record.
       WORKING-STORAGE SECTION.
       01 batch-runlog-data.
         05 batch-runlog-status PIC X(02) VALUE "00".
       LINKAGE SECTION.
         COPY runlog-data.
       PROCEDURE DIVISION USING runlog-data.
       0000-MAINLINE.
         IF runlog-action EQUAL TO "S" THEN
           ACCEPT runlog-args FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE(1:14) TO runlog-start
           MOVE 0 TO runlog-read
           MOVE 0 TO runlog-written
           MOVE 0 TO runlog-rc
         ELSE
           PERFORM 1000-APPEND-LINE THRU 1000-EXIT
         END-IF
         GOBACK.

       1000-APPEND-LINE.
         OPEN EXTEND BATCH-RUNLOG-FILE
         IF batch-runlog-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT BATCH-RUNLOG-FILE
         END-IF
         IF batch-runlog-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot append BATCH-RUNLOG.DAT" UPON SYSERR
           GO TO 1000-EXIT
         END-IF
         MOVE runlog-program TO brl-program
         MOVE runlog-args TO brl-args
         MOVE runlog-start TO brl-start
         MOVE FUNCTION CURRENT-DATE(1:14) TO brl-end
         MOVE runlog-read TO brl-read
         MOVE runlog-written TO brl-written
         MOVE runlog-rc TO brl-rc
         WRITE BATCH-RUNLOG-RECORD
         CLOSE BATCH-RUNLOG-FILE.
       1000-EXIT.
         EXIT.
       END PROGRAM BATCH-RUNLOG.

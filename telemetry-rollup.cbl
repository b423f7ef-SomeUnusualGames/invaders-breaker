      * Compile and run on Windows:
      * cobc -xj telemetry-rollup.cbl batch-runlog.cbl
      * Nightly roll-up of TELEMETRY.DAT. Every closed day (before
      * today) not yet summarised is folded into TELEMETRY-DAILY.DAT,
      * one row per day and event with count, value sum, min and
      * max, so BALANCE-REPORT reads a few rows per day of history
      * instead of every raw event line ever written.
      * Raw lines older than the keep window (default 30 days; run
      * with KEEP=nnn to change it) and already summarised then move
      * out to per-month TELEMETRY-YYYYMM.ARC files, and the live
      * file is rewritten through TELEMETRY.TMP the same way
      * SESSION-ARCHIVE compacts the session log. The archives are
      * for reference only - the daily rows already hold their
      * numbers - so a line archived twice after an interrupted run
      * cannot skew any report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELEMETRY-ROLLUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TELEMETRY-FILE ASSIGN TO "TELEMETRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS telemetry-status.
         SELECT TELEMETRY-DAILY-FILE ASSIGN TO "TELEMETRY-DAILY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS telemetry-daily-status.
         SELECT TELEMETRY-ARCHIVE-FILE ASSIGN USING tr-archive-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS telemetry-archive-status.
         SELECT TELEMETRY-KEEP-FILE ASSIGN TO "TELEMETRY.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS telemetry-keep-status.
       DATA DIVISION.
       FILE SECTION.
       FD TELEMETRY-FILE.
         01 TELEMETRY-RECORD PIC X(80).
       FD TELEMETRY-DAILY-FILE.
         COPY telemetry-daily-record.
       FD TELEMETRY-ARCHIVE-FILE.
         01 TELEMETRY-ARCHIVE-RECORD PIC X(80).
       FD TELEMETRY-KEEP-FILE.
         01 TELEMETRY-KEEP-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 telemetry-rollup-data.
         78 MAX-ROLLUP-ROWS VALUE 3000.
         78 DEFAULT-KEEP-DAYS VALUE 30.
         05 telemetry-status PIC X(02) VALUE "00".
         05 telemetry-daily-status PIC X(02) VALUE "00".
         05 telemetry-archive-status PIC X(02) VALUE "00".
         05 telemetry-keep-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 tr-eof PIC 9 VALUE 0.
         05 tr-today PIC X(08).
         05 tr-cutoff PIC 9(08).
         05 tr-keep-text PIC X(03) JUSTIFIED RIGHT.
         05 tr-keep-days PIC 9(03) VALUE 0.
         05 tr-rolled-to PIC X(08) VALUE "00000000".
         05 tr-new-rolled-to PIC X(08).
         05 tr-overflow-date PIC X(08) VALUE "99999999".
         05 tr-value PIC 9(03).
         05 tr-key PIC 9(03).
         05 tr-i PIC 9(04).
         05 tr-pos PIC 9(04).
         05 tr-row-count PIC 9(04) VALUE 0.
         05 tr-rows-written PIC 9(05) VALUE 0.
         05 tr-aged-count PIC 9(07) VALUE 0.
         05 tr-kept-count PIC 9(07) VALUE 0.
         05 tr-count-edit PIC ZZZZZZ9.
         05 tr-archive-name PIC X(20).
         05 tr-archive-month PIC X(06) VALUE SPACES.
         05 tr-live-name PIC X(13) VALUE "TELEMETRY.DAT".
         05 tr-keep-name PIC X(13) VALUE "TELEMETRY.TMP".
         05 tr-rename-status PIC S9(09) BINARY.
         05 tr-row-table.
           10 tr-row OCCURS MAX-ROLLUP-ROWS TIMES.
             15 trr-date PIC X(08).
             15 trr-event PIC X(08).
             15 trr-key PIC 9(03).
             15 trr-count PIC 9(07).
             15 trr-sum PIC 9(09).
             15 trr-min PIC 9(03).
             15 trr-max PIC 9(03).
         05 TR-WORK PIC X(80).
         05 TR-PARSED REDEFINES TR-WORK.
           10 FILLER PIC X(02).
           10 tr-date PIC X(08).
           10 tr-month REDEFINES tr-date PIC X(06).
           10 FILLER PIC X(03).
           10 tr-time PIC X(06).
           10 FILLER PIC X(04).
           10 tr-event PIC X(08).
           10 FILLER PIC X(03).
           10 tr-value-text PIC X(03).
           10 FILLER PIC X(43).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE DEFAULT-KEEP-DAYS TO tr-keep-days
         IF command-line-args(1:5) EQUAL TO "KEEP=" THEN
           MOVE FUNCTION TRIM(command-line-args(6:3)) TO tr-keep-text
           INSPECT tr-keep-text REPLACING LEADING SPACES BY ZEROS
           IF tr-keep-text IS NUMERIC THEN
             MOVE tr-keep-text TO tr-keep-days
           END-IF
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:8) TO tr-today
         COMPUTE tr-cutoff = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(tr-today))
           - tr-keep-days)
         PERFORM 0100-RECOVER-LIVE-TMP THRU 0100-EXIT
         PERFORM 1000-FIND-ROLLED-TO THRU 1000-EXIT
         PERFORM 2000-ROLL-UP-CLOSED-DAYS THRU 2000-EXIT
         PERFORM 3000-AGE-RAW-LINES THRU 3000-EXIT
         MOVE tr-rows-written TO tr-count-edit
         DISPLAY "TELEMETRY-ROLLUP: daily rows written "
           FUNCTION TRIM(tr-count-edit)
         MOVE tr-aged-count TO tr-count-edit
         DISPLAY "TELEMETRY-ROLLUP: raw lines archived "
           FUNCTION TRIM(tr-count-edit)
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * Same recovery SESSION-ARCHIVE does: a crash between the
      * delete and the rename leaves only the .TMP behind.
       0100-RECOVER-LIVE-TMP.
         MOVE tr-live-name TO tr-archive-name
         OPEN INPUT TELEMETRY-ARCHIVE-FILE
         IF telemetry-archive-status EQUAL TO "00" THEN
           CLOSE TELEMETRY-ARCHIVE-FILE
           GO TO 0100-EXIT
         END-IF
         MOVE tr-keep-name TO tr-archive-name
         OPEN INPUT TELEMETRY-ARCHIVE-FILE
         IF telemetry-archive-status EQUAL TO "00" THEN
           CLOSE TELEMETRY-ARCHIVE-FILE
           CALL "CBL_RENAME_FILE" USING tr-keep-name tr-live-name
             RETURNING tr-rename-status
           END-CALL
           DISPLAY "Recovered TELEMETRY.DAT from interrupted run"
         END-IF.
       0100-EXIT.
         EXIT.

       1000-FIND-ROLLED-TO.
         OPEN INPUT TELEMETRY-DAILY-FILE
         IF telemetry-daily-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO tr-eof
         PERFORM UNTIL tr-eof EQUAL TO 1
           READ TELEMETRY-DAILY-FILE
             AT END
               MOVE 1 TO tr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF td-date GREATER THAN tr-rolled-to THEN
                 MOVE td-date TO tr-rolled-to
               END-IF
           END-READ
         END-PERFORM
         CLOSE TELEMETRY-DAILY-FILE.
       1000-EXIT.
         EXIT.

      * Only whole days are summarised: if the table fills part way
      * through a day, that day and everything after it wait for
      * the next run rather than being rolled up half counted.
       2000-ROLL-UP-CLOSED-DAYS.
         MOVE tr-rolled-to TO tr-new-rolled-to
         OPEN INPUT TELEMETRY-FILE
         IF telemetry-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO tr-eof
         PERFORM UNTIL tr-eof EQUAL TO 1
           MOVE SPACES TO TR-WORK
           READ TELEMETRY-FILE NEXT RECORD INTO TR-WORK
             AT END
               MOVE 1 TO tr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tr-date IS NUMERIC
                  AND tr-date GREATER THAN tr-rolled-to
                  AND tr-date LESS THAN tr-today
                  AND tr-date LESS THAN tr-overflow-date THEN
                 PERFORM 2100-TALLY-RAW-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE TELEMETRY-FILE
         IF tr-row-count EQUAL TO 0 THEN
           GO TO 2000-EXIT
         END-IF
         OPEN EXTEND TELEMETRY-DAILY-FILE
         IF telemetry-daily-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TELEMETRY-DAILY-FILE
         END-IF
         PERFORM VARYING tr-i FROM 1 BY 1
         UNTIL tr-i > tr-row-count
           IF trr-date(tr-i) LESS THAN tr-overflow-date THEN
             MOVE trr-date(tr-i) TO td-date
             MOVE trr-event(tr-i) TO td-event
             MOVE trr-key(tr-i) TO td-key
             MOVE trr-count(tr-i) TO td-count
             MOVE trr-sum(tr-i) TO td-sum
             MOVE trr-min(tr-i) TO td-min
             MOVE trr-max(tr-i) TO td-max
             WRITE TELEMETRY-DAILY-RECORD
             ADD 1 TO runlog-written
             ADD 1 TO tr-rows-written
             IF trr-date(tr-i) GREATER THAN tr-new-rolled-to THEN
               MOVE trr-date(tr-i) TO tr-new-rolled-to
             END-IF
           END-IF
         END-PERFORM
         CLOSE TELEMETRY-DAILY-FILE.
       2000-EXIT.
         EXIT.

       2100-TALLY-RAW-LINE.
         IF tr-value-text IS NUMERIC THEN
           MOVE tr-value-text TO tr-value
         ELSE
           MOVE 0 TO tr-value
         END-IF
         IF tr-event EQUAL TO "PWSPAWN " OR tr-event EQUAL TO
             "PWPICK  " THEN
           MOVE tr-value TO tr-key
         ELSE
           MOVE 0 TO tr-key
         END-IF
         MOVE 0 TO tr-pos
         PERFORM VARYING tr-i FROM tr-row-count BY -1
         UNTIL tr-i < 1
           IF trr-date(tr-i) NOT EQUAL TO tr-date THEN
             MOVE 1 TO tr-i
           ELSE
             IF trr-event(tr-i) EQUAL TO tr-event
                AND trr-key(tr-i) EQUAL TO tr-key THEN
               MOVE tr-i TO tr-pos
               MOVE 1 TO tr-i
             END-IF
           END-IF
         END-PERFORM
         IF tr-pos EQUAL TO 0 THEN
           IF tr-row-count GREATER OR EQUAL TO MAX-ROLLUP-ROWS THEN
             MOVE tr-date TO tr-overflow-date
             NEXT SENTENCE
           END-IF
           ADD 1 TO tr-row-count
           MOVE tr-row-count TO tr-pos
           MOVE tr-date TO trr-date(tr-pos)
           MOVE tr-event TO trr-event(tr-pos)
           MOVE tr-key TO trr-key(tr-pos)
           MOVE 0 TO trr-count(tr-pos)
           MOVE 0 TO trr-sum(tr-pos)
           MOVE tr-value TO trr-min(tr-pos)
           MOVE tr-value TO trr-max(tr-pos)
         END-IF
         ADD 1 TO trr-count(tr-pos)
         ADD tr-value TO trr-sum(tr-pos)
         IF tr-value LESS THAN trr-min(tr-pos) THEN
           MOVE tr-value TO trr-min(tr-pos)
         END-IF
         IF tr-value GREATER THAN trr-max(tr-pos) THEN
           MOVE tr-value TO trr-max(tr-pos)
         END-IF.

      * A raw line leaves the live file only when it is both past
      * the keep window and already summarised.
       3000-AGE-RAW-LINES.
         OPEN INPUT TELEMETRY-FILE
         IF telemetry-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         OPEN OUTPUT TELEMETRY-KEEP-FILE
         MOVE 0 TO tr-eof
         PERFORM UNTIL tr-eof EQUAL TO 1
           MOVE SPACES TO TR-WORK
           READ TELEMETRY-FILE NEXT RECORD INTO TR-WORK
             AT END
               MOVE 1 TO tr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tr-date IS NUMERIC
                  AND tr-date LESS THAN tr-cutoff
                  AND tr-date NOT GREATER THAN tr-new-rolled-to THEN
                 PERFORM 3100-ARCHIVE-RAW-LINE
               ELSE
                 WRITE TELEMETRY-KEEP-RECORD FROM TR-WORK
                 ADD 1 TO runlog-written
                 ADD 1 TO tr-kept-count
               END-IF
           END-READ
         END-PERFORM
         CLOSE TELEMETRY-FILE
         CLOSE TELEMETRY-KEEP-FILE
         IF tr-archive-month NOT EQUAL TO SPACES THEN
           CLOSE TELEMETRY-ARCHIVE-FILE
         END-IF
         IF tr-aged-count EQUAL TO 0 THEN
           CALL "CBL_DELETE_FILE" USING tr-keep-name
             RETURNING tr-rename-status
           END-CALL
           GO TO 3000-EXIT
         END-IF
         CALL "CBL_DELETE_FILE" USING tr-live-name
           RETURNING tr-rename-status
         END-CALL
         CALL "CBL_RENAME_FILE" USING tr-keep-name tr-live-name
           RETURNING tr-rename-status
         END-CALL
         IF tr-rename-status NOT EQUAL TO 0 THEN
           DISPLAY "Live telemetry rename failed" UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       3000-EXIT.
         EXIT.

       3100-ARCHIVE-RAW-LINE.
         IF tr-month NOT EQUAL TO tr-archive-month THEN
           IF tr-archive-month NOT EQUAL TO SPACES THEN
             CLOSE TELEMETRY-ARCHIVE-FILE
           END-IF
           MOVE tr-month TO tr-archive-month
           MOVE SPACES TO tr-archive-name
           STRING "TELEMETRY-" tr-archive-month ".ARC"
             DELIMITED BY SIZE INTO tr-archive-name
           OPEN EXTEND TELEMETRY-ARCHIVE-FILE
           IF telemetry-archive-status NOT EQUAL TO "00" THEN
             OPEN OUTPUT TELEMETRY-ARCHIVE-FILE
           END-IF
         END-IF
         WRITE TELEMETRY-ARCHIVE-RECORD FROM TR-WORK
         ADD 1 TO runlog-written
         ADD 1 TO tr-aged-count.

       9900-RUNLOG-START.
         MOVE "TELEMETRY-ROLLUP" TO runlog-program
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
       END PROGRAM TELEMETRY-ROLLUP.

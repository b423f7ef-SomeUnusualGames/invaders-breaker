      * Compile and run on Windows:
      * cobc -xj balance-report.cbl batch-runlog.cbl report-archive.cbl
      * Aggregates TELEMETRY.DAT into the tuning report: power-up
      * payout by type (spawns vs pickups), what kills players
      * (missile wall, dive bombers, dropped balls), shield wear,
      * boss fight lengths, and missile-pool saturation moments.
      * Output lands in BALANCE.RPT.
      * History comes from the TELEMETRY-DAILY.DAT rows the nightly
      * TELEMETRY-ROLLUP writes; only raw lines for days after the
      * last rolled-up day (today, normally) are read from
      * TELEMETRY.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-REPORT.
       ENVIRONMENT DIVISION.
         SELECT TELEMETRY-FILE ASSIGN TO "TELEMETRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS telemetry-status.
         SELECT TELEMETRY-DAILY-FILE ASSIGN TO "TELEMETRY-DAILY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS telemetry-daily-status.
         SELECT BALANCE-REPORT-FILE ASSIGN TO "BALANCE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS balance-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD TELEMETRY-FILE.
         01 TELEMETRY-RECORD PIC X(80).
       FD TELEMETRY-DAILY-FILE.
         COPY telemetry-daily-record.
       FD BALANCE-REPORT-FILE.
         01 BALANCE-REPORT-RECORD PIC X(70).
       FD KPI-HISTORY-FILE.
         COPY kpi-history-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 balance-report-data.
         78 POWERUP-TYPES VALUE 5.
         05 telemetry-status PIC X(02) VALUE "00".
         05 balance-report-status PIC X(02) VALUE "00".
         05 br-eof PIC 9 VALUE 0.
         05 telemetry-daily-status PIC X(02) VALUE "00".
         05 br-rolled-to PIC X(08) VALUE "00000000".
         05 br-line PIC X(70).
         05 br-i PIC 9(02).
         05 br-type PIC 9(03).
           10 FILLER PIC X(23).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 0500-LOAD-DAILY-HISTORY THRU 0500-EXIT
         PERFORM 1000-SCAN-TELEMETRY THRU 1000-EXIT
         OPEN OUTPUT BALANCE-REPORT-FILE
         IF balance-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write BALANCE.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE "GAME BALANCE REPORT" TO br-line
         WRITE BALANCE-REPORT-RECORD FROM br-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO br-line
         WRITE BALANCE-REPORT-RECORD FROM br-line
         ADD 1 TO runlog-written
         PERFORM 2000-REPORT-POWERUPS THRU 2000-EXIT
         PERFORM 3000-REPORT-DEATHS THRU 3000-EXIT
         PERFORM 4000-REPORT-PRESSURE THRU 4000-EXIT
         CLOSE BALANCE-REPORT-FILE
         MOVE "BALANCE.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         PERFORM 5000-APPEND-KPI-HISTORY
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * Daily rows carry the same events the raw scan tallies, so
      * they feed the same counters: count for the per-event
      * tallies, the value sum for boss seconds, and the type key
      * for the power-up tables.
       0500-LOAD-DAILY-HISTORY.
         OPEN INPUT TELEMETRY-DAILY-FILE
         IF telemetry-daily-status NOT EQUAL TO "00" THEN
           GO TO 0500-EXIT
         END-IF
         MOVE 0 TO br-eof
         PERFORM UNTIL br-eof EQUAL TO 1
           READ TELEMETRY-DAILY-FILE
             AT END
               MOVE 1 TO br-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF td-date GREATER THAN br-rolled-to THEN
                 MOVE td-date TO br-rolled-to
               END-IF
               PERFORM 0510-TALLY-DAILY-ROW
           END-READ
         END-PERFORM
         CLOSE TELEMETRY-DAILY-FILE.
       0500-EXIT.
         EXIT.

       0510-TALLY-DAILY-ROW.
         MOVE td-key TO br-type
         EVALUATE td-event
           WHEN "PWSPAWN "
             IF br-type GREATER OR EQUAL TO 1
                AND br-type LESS OR EQUAL TO POWERUP-TYPES THEN
               ADD td-count TO br-spawns(br-type)
             END-IF
           WHEN "PWPICK  "
             IF br-type GREATER OR EQUAL TO 1
                AND br-type LESS OR EQUAL TO POWERUP-TYPES THEN
               ADD td-count TO br-picks(br-type)
             END-IF
           WHEN "MISSKILL"
             ADD td-count TO br-miss-kills
           WHEN "DIVEKILL"
             ADD td-count TO br-dive-kills
           WHEN "BALLDROP"
             ADD td-count TO br-ball-drops
           WHEN "SHLDHIT "
             ADD td-count TO br-shield-hits
           WHEN "MPOOLFUL"
             ADD td-count TO br-pool-fulls
           WHEN "BOSSEND "
             ADD td-count TO br-boss-count
             ADD td-sum TO br-boss-secs
         END-EVALUATE.

       1000-SCAN-TELEMETRY.
         OPEN INPUT TELEMETRY-FILE
         IF telemetry-status NOT EQUAL TO "00" THEN
             AT END
               MOVE 1 TO br-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF br-date IS NOT NUMERIC
                  OR br-date GREATER THAN br-rolled-to THEN
                 PERFORM 1100-TALLY-EVENT
               END-IF
           END-READ
         END-PERFORM
         CLOSE TELEMETRY-FILE.
       2000-REPORT-POWERUPS.
         MOVE "Power-up payout (spawned / picked up):" TO br-line
         WRITE BALANCE-REPORT-RECORD FROM br-line
         ADD 1 TO runlog-written
         PERFORM VARYING br-i FROM 1 BY 1
         UNTIL br-i > POWERUP-TYPES
           MOVE br-spawns(br-i) TO br-edit-1
             FUNCTION TRIM(br-rate-edit) "%)"
             DELIMITED BY SIZE INTO br-line
           WRITE BALANCE-REPORT-RECORD FROM br-line
           ADD 1 TO runlog-written
         END-PERFORM.
       2000-EXIT.
         EXIT.
           FUNCTION TRIM(br-edit-1) " total"
           DELIMITED BY SIZE INTO br-line
         WRITE BALANCE-REPORT-RECORD FROM br-line
         ADD 1 TO runlog-written
         MOVE br-miss-kills TO br-edit-1
         MOVE SPACES TO br-line
         STRING "  missile wall: " DELIMITED BY SIZE
           FUNCTION TRIM(br-edit-1)
           DELIMITED BY SIZE INTO br-line
         WRITE BALANCE-REPORT-RECORD FROM br-line
         ADD 1 TO runlog-written
         MOVE br-dive-kills TO br-edit-1
         MOVE SPACES TO br-line
         STRING "  dive bombers: " DELIMITED BY SIZE
           FUNCTION TRIM(br-edit-1)
           DELIMITED BY SIZE INTO br-line
         WRITE BALANCE-REPORT-RECORD FROM br-line
         ADD 1 TO runlog-written
         MOVE br-ball-drops TO br-edit-1
         MOVE SPACES TO br-line
         STRING "  dropped balls: " DELIMITED BY SIZE
           FUNCTION TRIM(br-edit-1)
           DELIMITED BY SIZE INTO br-line
         WRITE BALANCE-REPORT-RECORD FROM br-line
         ADD 1 TO runlog-written.
       3000-EXIT.
         EXIT.

           FUNCTION TRIM(br-edit-2)
           DELIMITED BY SIZE INTO br-line
         WRITE BALANCE-REPORT-RECORD FROM br-line
         ADD 1 TO runlog-written
         IF br-boss-count GREATER THAN 0 THEN
           COMPUTE br-avg ROUNDED = br-boss-secs / br-boss-count
           MOVE br-boss-count TO br-edit-1
             FUNCTION TRIM(br-avg-edit) "s)"
             DELIMITED BY SIZE INTO br-line
           WRITE BALANCE-REPORT-RECORD FROM br-line
           ADD 1 TO runlog-written
         ELSE
           MOVE "Boss fights: none recorded" TO br-line
           WRITE BALANCE-REPORT-RECORD FROM br-line
           ADD 1 TO runlog-written
         END-IF.
       4000-EXIT.
         EXIT.
         MOVE br-dive-kills TO kpi-deaths-dive
         MOVE br-ball-drops TO kpi-deaths-drop
         WRITE KPI-HISTORY-RECORD
         ADD 1 TO runlog-written
         CLOSE KPI-HISTORY-FILE.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "BALANCE-REPORT" TO rptarc-program
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
         MOVE "BALANCE-REPORT" TO runlog-program
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
       END PROGRAM BALANCE-REPORT.

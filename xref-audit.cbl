      * Compile and run on Windows:
      * cobc -xj xref-audit.cbl batch-runlog.cbl report-archive.cbl
      * Cross-file referential audit. FILE-CHECK validates each
      * data file in isolation; this checks the joints between
      * them and writes one exception line per orphan to
      * XREF-AUDIT.RPT:
      *   - TICKET-REGISTER.DAT entries whose run ID has no run
      *     header in SESSION-LOG.DAT, or, for tickets from before
      *     run IDs (or older than the live log), citing a score
      *     that appears on no board (HISCORE.DAT, CHAMPIONS.DAT or
      *     DAILY-BOARD.DAT, matched on initials + score)
      *   - CHAMPIONS.DAT months missing from the archive
      *     sequence between the oldest and newest month seen
      *   - SHARED-SCORES.DAT rows whose cabinet id is absent
      *     from CABINET-REGISTRY.DAT
      *   - ACHIEVEMENTS.DAT initials with no profile record
      *   - SHARED-SCORES.DAT rows whose run ID names a different
      *     cabinet from the row's own
      *   - REPLAY-SEED.DAT and CHAMPION-SEED.DAT tracks whose run
      *     ID has no run header in SESSION-LOG.DAT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREF-AUDIT.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ppx-initials
           FILE STATUS IS profile-status.
         SELECT SESSION-LOG-FILE ASSIGN TO "SESSION-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS session-log-status.
         SELECT REPLAY-SEED-FILE ASSIGN TO "REPLAY-SEED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS replay-seed-status.
         SELECT CHAMPION-SEED-FILE ASSIGN TO "CHAMPION-SEED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS champion-seed-status.
         SELECT XREF-REPORT-FILE ASSIGN TO "XREF-AUDIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS xref-report-status.
         COPY achievement-record.
       FD PLAYER-PROFILES-FILE.
         COPY player-profile-idx-record.
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD REPLAY-SEED-FILE.
         COPY replay-seed-record.
       FD CHAMPION-SEED-FILE.
         01 CHAMPION-SEED-RECORD.
           05 crs-seed PIC 9(09).
           05 crs-score PIC 9(06).
           05 crs-run-date PIC X(08).
           05 crs-run-start PIC X(06).
           05 crs-run-id PIC X(20).
       FD XREF-REPORT-FILE.
         01 XREF-REPORT-RECORD PIC X(78).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY registry-data.
       01 xref-data.
         78 MAX-XREF-SCORES VALUE 400.
         05 achievement-status PIC X(02) VALUE "00".
         05 profile-status PIC X(02) VALUE "00".
         05 xref-report-status PIC X(02) VALUE "00".
         05 session-log-status PIC X(02) VALUE "00".
         05 replay-seed-status PIC X(02) VALUE "00".
         05 champion-seed-status PIC X(02) VALUE "00".
         05 xr-line PIC X(78).
         05 xr-eof PIC 9 VALUE 0.
         05 xr-i PIC 9(03).
         05 xr-walk-split REDEFINES xr-walk-month.
           10 xr-walk-yyyy PIC 9(04).
           10 xr-walk-mm PIC 9(02).
      * Run IDs off the live SESSION-LOG.DAT run headers, and the
      * oldest date among them: records dated before it belong to
      * months already archived out of the live log.
         78 MAX-XREF-RUNS VALUE 2000.
         05 xr-run-count PIC 9(04) VALUE 0.
         05 xr-run-table.
           10 xr-run-id PIC X(20) OCCURS MAX-XREF-RUNS TIMES.
         05 xr-run-from PIC X(08) VALUE HIGH-VALUES.
         05 xr-run-ok PIC 9 VALUE 0.
         05 xr-run-i PIC 9(04).
         05 xr-find-id PIC X(20).
         05 xr-sl-work PIC X(143).
         05 xr-sl-parsed REDEFINES xr-sl-work.
           10 FILLER PIC X(70).
           10 xr-sl-date PIC X(08).
           10 FILLER PIC X(42).
           10 xr-sl-id-tag PIC X(03).
           10 xr-sl-id PIC X(20).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         OPEN OUTPUT XREF-REPORT-FILE
         IF xref-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write XREF-AUDIT.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE "CROSS-FILE REFERENTIAL AUDIT" TO xr-line
         WRITE XREF-REPORT-RECORD FROM xr-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO xr-line
         WRITE XREF-REPORT-RECORD FROM xr-line
         ADD 1 TO runlog-written
         PERFORM 1000-COLLECT-BOARD-SCORES THRU 1000-EXIT
         PERFORM 1400-COLLECT-RUN-IDS THRU 1400-EXIT
         PERFORM 2000-CHECK-TICKETS THRU 2000-EXIT
         PERFORM 3000-CHECK-CHAMPION-MONTHS THRU 3000-EXIT
         PERFORM 4000-CHECK-SHARED-CABINETS THRU 4000-EXIT
         PERFORM 5000-CHECK-ACHIEVEMENT-OWNERS THRU 5000-EXIT
         PERFORM 6000-CHECK-REPLAY-RUNS THRU 6000-EXIT
         MOVE xr-orphans TO xr-edit-1
         MOVE SPACES TO xr-line
         STRING "Total exceptions: " DELIMITED BY SIZE
           FUNCTION TRIM(xr-edit-1)
           DELIMITED BY SIZE INTO xr-line
         WRITE XREF-REPORT-RECORD FROM xr-line
         ADD 1 TO runlog-written
         CLOSE XREF-REPORT-FILE
         MOVE "XREF-AUDIT.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-COLLECT-BOARD-SCORES.
               AT END
                 MOVE 1 TO xr-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 PERFORM 1100-KEEP-HISCORE-PAIR
             END-READ
           END-PERFORM
               AT END
                 MOVE 1 TO xr-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 PERFORM 1200-KEEP-CHAMPION-PAIR
             END-READ
           END-PERFORM
               AT END
                 MOVE 1 TO xr-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 PERFORM 1300-KEEP-DAILY-PAIR
             END-READ
           END-PERFORM
           MOVE dbr-score TO xst-score(xr-score-count)
         END-IF.

      * A log with more runs than the table holds is not used for
      * run-ID joins at all, so a missing ID is never a guess.
       1400-COLLECT-RUN-IDS.
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           GO TO 1400-EXIT
         END-IF
         MOVE 1 TO xr-run-ok
         MOVE 0 TO xr-eof
         PERFORM UNTIL xr-eof EQUAL TO 1
           MOVE SPACES TO xr-sl-work
           READ SESSION-LOG-FILE NEXT RECORD INTO xr-sl-work
             AT END
               MOVE 1 TO xr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF xr-sl-work(1:6) EQUAL TO "start="
                  AND xr-sl-id-tag EQUAL TO "id="
                  AND xr-sl-id NOT EQUAL TO SPACES THEN
                 IF xr-run-count LESS THAN MAX-XREF-RUNS THEN
                   ADD 1 TO xr-run-count
                   MOVE xr-sl-id TO xr-run-id(xr-run-count)
                   IF xr-sl-date LESS THAN xr-run-from THEN
                     MOVE xr-sl-date TO xr-run-from
                   END-IF
                 ELSE
                   MOVE 0 TO xr-run-ok
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE
         IF xr-run-count EQUAL TO 0 THEN
           MOVE 0 TO xr-run-ok
         END-IF
         IF xr-run-count GREATER THAN 0 AND xr-run-ok EQUAL TO 0 THEN
           MOVE "SESSION-LOG.DAT holds more runs than the audit "
             TO xr-line
           STRING "indexes - run ID checks skipped"
             DELIMITED BY SIZE INTO xr-line(49:30)
           WRITE XREF-REPORT-RECORD FROM xr-line
           ADD 1 TO runlog-written
         END-IF.
       1400-EXIT.
         EXIT.

       1500-FIND-RUN.
         MOVE 0 TO xr-hit
         PERFORM VARYING xr-run-i FROM 1 BY 1
         UNTIL xr-run-i > xr-run-count
           IF xr-run-id(xr-run-i) EQUAL TO xr-find-id THEN
             MOVE 1 TO xr-hit
             MOVE xr-run-count TO xr-run-i
           END-IF
         END-PERFORM.

       2000-CHECK-TICKETS.
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
             AT END
               MOVE 1 TO xr-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 2100-CHECK-ONE-TICKET
           END-READ
         END-PERFORM
       2000-EXIT.
         EXIT.

      * A ticket that names its run is anchored by that run's
      * header and nothing else; older tickets, and those dated
      * before the live log begins, fall back to the board match.
       2100-CHECK-ONE-TICKET.
         IF tk-run-id NOT EQUAL TO SPACES
            AND xr-run-ok EQUAL TO 1
            AND tk-date NOT LESS THAN xr-run-from THEN
           PERFORM 2200-CHECK-TICKET-RUN
         ELSE
           PERFORM 2300-CHECK-TICKET-BOARD
         END-IF.

       2200-CHECK-TICKET-RUN.
         MOVE tk-run-id TO xr-find-id
         PERFORM 1500-FIND-RUN
         IF xr-hit EQUAL TO 0 THEN
           ADD 1 TO xr-orphans
           MOVE SPACES TO xr-line
           STRING "TICKET " tk-number " " tk-initials " run "
             tk-run-id " has no SESSION-LOG run"
             DELIMITED BY SIZE INTO xr-line
           WRITE XREF-REPORT-RECORD FROM xr-line
           ADD 1 TO runlog-written
         END-IF.

       2300-CHECK-TICKET-BOARD.
         MOVE 0 TO xr-hit
         PERFORM VARYING xr-i FROM 1 BY 1
         UNTIL xr-i > xr-score-count
             tk-score " matches no board entry"
             DELIMITED BY SIZE INTO xr-line
           WRITE XREF-REPORT-RECORD FROM xr-line
           ADD 1 TO runlog-written
         END-IF.

       3000-CHECK-CHAMPION-MONTHS.
               " missing from the archive sequence"
               DELIMITED BY SIZE INTO xr-line
             WRITE XREF-REPORT-RECORD FROM xr-line
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM.
       3000-EXIT.
               AT END
                 MOVE MAX-REGISTRY TO reg-i
               NOT AT END
                 ADD 1 TO runlog-read
                 ADD 1 TO reg-count
                 MOVE reg-cabinet-id TO regt-id(reg-count)
                 MOVE reg-name TO regt-name(reg-count)
             AT END
               MOVE 1 TO xr-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE 0 TO xr-hit
               PERFORM VARYING reg-i FROM 1 BY 1
               UNTIL reg-i > reg-count
                   " not in CABINET-REGISTRY"
                   DELIMITED BY SIZE INTO xr-line
                 WRITE XREF-REPORT-RECORD FROM xr-line
                 ADD 1 TO runlog-written
               END-IF
      * A run ID opens with the cabinet that played the run.
               IF ss-run-id NOT EQUAL TO SPACES
                  AND ss-cabinet-id NOT EQUAL TO SPACES
                  AND ss-run-id(1:6) NOT EQUAL TO ss-cabinet-id THEN
                 ADD 1 TO xr-orphans
                 MOVE SPACES TO xr-line
                 STRING "SHARED-SCORE cab " ss-cabinet-id " "
                   ss-initials " run " ss-run-id
                   " is another cabinet's"
                   DELIMITED BY SIZE INTO xr-line
                 WRITE XREF-REPORT-RECORD FROM xr-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
             AT END
               MOVE 1 TO xr-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 5100-CHECK-ONE-ACHIEVEMENT
           END-READ
         END-PERFORM
             INVALID KEY
               MOVE 0 TO xr-hit
             NOT INVALID KEY
               ADD 1 TO runlog-read
               MOVE 1 TO xr-hit
           END-READ
         END-IF
             ach-name " has no profile record"
             DELIMITED BY SIZE INTO xr-line
           WRITE XREF-REPORT-RECORD FROM xr-line
           ADD 1 TO runlog-written
         END-IF.

      * The saved replay and champion tracks name their runs; one
      * played inside the live log's span must have its header.
       6000-CHECK-REPLAY-RUNS.
         IF xr-run-ok NOT EQUAL TO 1 THEN
           GO TO 6000-EXIT
         END-IF
         OPEN INPUT REPLAY-SEED-FILE
         IF replay-seed-status EQUAL TO "00" THEN
           READ REPLAY-SEED-FILE NEXT RECORD
             NOT AT END
               ADD 1 TO runlog-read
               IF rs-run-id NOT EQUAL TO SPACES
                  AND rs-run-date NOT LESS THAN xr-run-from THEN
                 MOVE rs-run-id TO xr-find-id
                 PERFORM 1500-FIND-RUN
                 IF xr-hit EQUAL TO 0 THEN
                   ADD 1 TO xr-orphans
                   MOVE SPACES TO xr-line
                   STRING "REPLAY-SEED run " rs-run-id
                     " has no SESSION-LOG run"
                     DELIMITED BY SIZE INTO xr-line
                   WRITE XREF-REPORT-RECORD FROM xr-line
                   ADD 1 TO runlog-written
                 END-IF
               END-IF
           END-READ
           CLOSE REPLAY-SEED-FILE
         END-IF
         OPEN INPUT CHAMPION-SEED-FILE
         IF champion-seed-status EQUAL TO "00" THEN
           READ CHAMPION-SEED-FILE NEXT RECORD
             NOT AT END
               ADD 1 TO runlog-read
               IF crs-run-id NOT EQUAL TO SPACES
                  AND crs-run-date NOT LESS THAN xr-run-from THEN
                 MOVE crs-run-id TO xr-find-id
                 PERFORM 1500-FIND-RUN
                 IF xr-hit EQUAL TO 0 THEN
                   ADD 1 TO xr-orphans
                   MOVE SPACES TO xr-line
                   STRING "CHAMPION-SEED run " crs-run-id
                     " has no SESSION-LOG run"
                     DELIMITED BY SIZE INTO xr-line
                   WRITE XREF-REPORT-RECORD FROM xr-line
                   ADD 1 TO runlog-written
                 END-IF
               END-IF
           END-READ
           CLOSE CHAMPION-SEED-FILE
         END-IF.
       6000-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "XREF-AUDIT" TO rptarc-program
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
         MOVE "XREF-AUDIT" TO runlog-program
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
       END PROGRAM XREF-AUDIT.

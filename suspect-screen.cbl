      * Compile and run on Windows:
      * cobc -xj suspect-screen.cbl batch-runlog.cbl report-archive.cbl
      * Nightly anomaly screening. Reads the run, ledger and ticket
      * files and writes SUSPECT.RPT, one finding per block:
      *   RATE    a run whose score per second of play, or per wave
      *           reached, sits more than SIGMA-LIMIT standard
      *           deviations above the mean for its difficulty
      *           (SESSION-LOG.DAT headers; assisted, perk and versus
      *           runs never reach the boards and are left out)
      *   TWIN    the same initials first posted to
      *           SHARED-SCORES.DAT from two cabinets within
      *           TWIN-SECS of each other
      *   BURST   BURST-COUNT or more REFUND/GOODWILL/SERVICE lines
      *           on COIN-AUDIT.DAT, each within BURST-GAP-SECS of
      *           the one before
      *   TICKET  a TICKET-REGISTER.DAT ticket with no session-log
      *           run header for the same initials, score and date
      *           (tickets older than the log's first run are not
      *           judged - their runs have been archived)
      * Score findings end with a ready-made score-mod line; REMOVE
      * takes the same initials and score as VERIFY. Ledger bursts
      * carry their seq= range, staff ID and an audit-view line for
      * the same window.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPECT-SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT SESSION-LOG-FILE ASSIGN TO "SESSION-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS session-log-status.
         SELECT SHARED-SCORES-FILE ASSIGN TO "SHARED-SCORES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-score-status.
         SELECT COIN-AUDIT-FILE ASSIGN TO "COIN-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS coin-audit-status.
         SELECT TICKET-REGISTER-FILE
           ASSIGN TO "TICKET-REGISTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-register-status.
         SELECT SUSPECT-REPORT-FILE ASSIGN TO "SUSPECT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS suspect-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD SHARED-SCORES-FILE.
         COPY shared-score-record.
       FD COIN-AUDIT-FILE.
         COPY coin-audit-record.
       FD TICKET-REGISTER-FILE.
         COPY ticket-register-record.
       FD SUSPECT-REPORT-FILE.
         01 SUSPECT-REPORT-RECORD PIC X(78).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 suspect-screen-data.
         78 DIFFICULTIES VALUE 3.
         78 MIN-SAMPLE VALUE 20.
         78 SIGMA-LIMIT VALUE 3.
         78 TWIN-SECS VALUE 600.
         78 BURST-COUNT VALUE 3.
         78 BURST-GAP-SECS VALUE 600.
         78 MAX-SS-ROWS VALUE 100.
         78 MAX-SCREEN-TICKETS VALUE 2000.
         05 session-log-status PIC X(02) VALUE "00".
         05 shared-score-status PIC X(02) VALUE "00".
         05 coin-audit-status PIC X(02) VALUE "00".
         05 ticket-register-status PIC X(02) VALUE "00".
         05 suspect-report-status PIC X(02) VALUE "00".
         05 sus-eof PIC 9 VALUE 0.
         05 sus-i PIC 9(04).
         05 sus-j PIC 9(04).
         05 sus-d PIC 9(01).
         05 sus-line PIC X(78).
         05 sus-today PIC X(08).
         05 sus-findings PIC 9(05) VALUE 0.
         05 sus-section-hits PIC 9(05).
         05 sus-first-run-date PIC X(08) VALUE SPACES.
      * One session-log run header, parsed at the fixed columns
      * WRITE-SESSION-LOG lays them down at.
         05 SL-WORK PIC X(96).
         05 SL-PARSED REDEFINES SL-WORK.
           10 sl-tag PIC X(06).
           10 sl-start PIC X(06).
           10 FILLER PIC X(09).
           10 sl-outcome PIC X(04).
           10 FILLER PIC X(07).
           10 sl-level PIC X(03).
           10 FILLER PIC X(07).
           10 sl-score PIC X(06).
           10 FILLER PIC X(10).
           10 sl-duration PIC X(05).
           10 FILLER PIC X(07).
           10 sl-date PIC X(08).
           10 FILLER PIC X(01).
           10 sl-flag PIC X(01).
           10 FILLER PIC X(05).
           10 sl-who PIC X(03).
           10 FILLER PIC X(01).
           10 sl-who-2 PIC X(03).
           10 FILLER PIC X(03).
           10 sl-diff PIC X(01).
         05 sus-run-score PIC 9(06).
         05 sus-run-level PIC 9(03).
         05 sus-run-secs PIC 9(05).
         05 sus-rate-sec PIC 9(07)V9(02).
         05 sus-rate-wave PIC 9(07)V9(02).
         05 sus-var PIC S9(15)V9(04).
      * Running moments per difficulty, then the cut-off each rate
      * has to clear to be reported.
         05 sus-stats-table.
           10 sus-stats OCCURS DIFFICULTIES TIMES.
             15 sdf-runs PIC 9(07).
             15 sdf-sum-sec PIC 9(13)V9(02).
             15 sdf-sq-sec PIC 9(17)V9(02).
             15 sdf-sum-wave PIC 9(13)V9(02).
             15 sdf-sq-wave PIC 9(17)V9(02).
             15 sdf-mean-sec PIC 9(07)V9(02).
             15 sdf-sd-sec PIC 9(07)V9(02).
             15 sdf-mean-wave PIC 9(07)V9(02).
             15 sdf-sd-wave PIC 9(07)V9(02).
             15 sdf-cut-sec PIC 9(09)V9(02).
             15 sdf-cut-wave PIC 9(09)V9(02).
         05 sus-edit-1 PIC ZZZZZZ9.
         05 sus-edit-2 PIC ZZZZZZ9.9.
         05 sus-edit-3 PIC ZZZZZZ9.9.
         05 sus-edit-4 PIC ZZZZZZ9.9.
         05 sus-edit-5 PIC ZZZZZZ9.9.
         05 sus-edit-6 PIC ZZZZZZ9.
         05 sus-score-key PIC 9(06).
      * SHARED-SCORES.DAT rows with the stamp broken into seconds.
         05 sus-ss-count PIC 9(03) VALUE 0.
         05 sus-ss-table.
           10 sus-ss-row OCCURS MAX-SS-ROWS TIMES.
             15 sur-cabinet PIC X(06).
             15 sur-initials PIC X(03).
             15 sur-score PIC 9(06).
             15 sur-posted PIC X(14).
             15 sur-secs PIC 9(12).
         05 sus-gap PIC S9(12).
         05 sus-stamp PIC X(14).
         05 sus-stamp-split REDEFINES sus-stamp.
           10 sus-stamp-date PIC 9(08).
           10 sus-stamp-hh PIC 9(02).
           10 sus-stamp-mm PIC 9(02).
           10 sus-stamp-ss PIC 9(02).
         05 sus-secs PIC 9(12).
      * Coin-ledger line at the fixed columns WRITE-COIN-AUDIT uses,
      * with the staff tail at 69.
         05 COIN-WORK PIC X(76).
         05 COIN-PARSED REDEFINES COIN-WORK.
           10 FILLER PIC X(04).
           10 cw-seq PIC X(06).
           10 FILLER PIC X(03).
           10 cw-time PIC X(06).
           10 FILLER PIC X(04).
           10 cw-event PIC X(08).
           10 FILLER PIC X(04).
           10 cw-credits PIC X(03).
           10 FILLER PIC X(04).
           10 cw-check PIC X(04).
           10 FILLER PIC X(03).
           10 cw-date PIC X(08).
           10 FILLER PIC X(12).
           10 cw-by-tag PIC X(03).
           10 cw-by PIC X(04).
      * The burst being built: first/last line and who caused it.
         05 bu-count PIC 9(05) VALUE 0.
         05 bu-credits PIC 9(07) VALUE 0.
         05 bu-first-seq PIC X(06).
         05 bu-last-seq PIC X(06).
         05 bu-date PIC X(08).
         05 bu-first-time PIC X(06).
         05 bu-last-time PIC X(06).
         05 bu-last-secs PIC 9(12) VALUE 0.
         05 bu-staff PIC X(04).
         05 bu-line-staff PIC X(04).
      * Tickets, newest MAX-SCREEN-TICKETS kept, ticked off as a
      * matching run header turns up.
         05 sus-tk-count PIC 9(04) VALUE 0.
         05 sus-tk-table.
           10 sus-tk-row OCCURS MAX-SCREEN-TICKETS TIMES.
             15 stk-number PIC 9(06).
             15 stk-initials PIC X(03).
             15 stk-score PIC 9(06).
             15 stk-date PIC X(08).
             15 stk-time PIC X(06).
             15 stk-cabinet PIC X(06).
             15 stk-matched PIC 9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE FUNCTION CURRENT-DATE(1:8) TO sus-today
         INITIALIZE sus-stats-table
         PERFORM 1000-LOAD-TICKETS THRU 1000-EXIT
         PERFORM 2000-SCAN-RUNS THRU 2000-EXIT
         PERFORM 2500-SET-CUTOFFS
         OPEN OUTPUT SUSPECT-REPORT-FILE
         IF suspect-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write SUSPECT.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE SPACES TO sus-line
         STRING "SUSPECT SCREENING REPORT " sus-today
           DELIMITED BY SIZE INTO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         MOVE "(paste the score-mod line; REMOVE takes the same keys)"
           TO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         PERFORM 3000-REPORT-RATES THRU 3000-EXIT
         PERFORM 4000-REPORT-TWINS THRU 4000-EXIT
         PERFORM 5000-REPORT-BURSTS THRU 5000-EXIT
         PERFORM 6000-REPORT-TICKETS
         CLOSE SUSPECT-REPORT-FILE
         MOVE "SUSPECT.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         MOVE sus-findings TO sus-edit-1
         DISPLAY "SUSPECT-SCREEN: " FUNCTION TRIM(sus-edit-1)
           " finding(s) - see SUSPECT.RPT"
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-TICKETS.
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO sus-eof
         PERFORM UNTIL sus-eof EQUAL TO 1
           READ TICKET-REGISTER-FILE
             AT END
               MOVE 1 TO sus-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-number IS NUMERIC AND tk-score IS NUMERIC THEN
                 PERFORM 1100-KEEP-TICKET
               END-IF
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE.
       1000-EXIT.
         EXIT.

      * Table full: drop the oldest ticket to keep the newest.
       1100-KEEP-TICKET.
         IF sus-tk-count GREATER OR EQUAL TO MAX-SCREEN-TICKETS THEN
           PERFORM VARYING sus-i FROM 1 BY 1
           UNTIL sus-i > sus-tk-count - 1
             MOVE sus-tk-row(sus-i + 1) TO sus-tk-row(sus-i)
           END-PERFORM
         ELSE
           ADD 1 TO sus-tk-count
         END-IF
         MOVE tk-number TO stk-number(sus-tk-count)
         MOVE tk-initials TO stk-initials(sus-tk-count)
         MOVE tk-score TO stk-score(sus-tk-count)
         MOVE tk-date TO stk-date(sus-tk-count)
         MOVE tk-time TO stk-time(sus-tk-count)
         MOVE tk-cabinet TO stk-cabinet(sus-tk-count)
         MOVE 0 TO stk-matched(sus-tk-count).

      * First pass over the run headers: the moments for each
      * difficulty, the log's first date, and the ticket tick-off.
      * Lines from before d= was logged count as Normal, the same
      * default READ-SHARED-LEDGER gives an undated ledger row.
       2000-SCAN-RUNS.
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO sus-eof
         PERFORM UNTIL sus-eof EQUAL TO 1
           READ SESSION-LOG-FILE NEXT RECORD INTO SL-WORK
             AT END
               MOVE 1 TO sus-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF sl-tag EQUAL TO "start="
                  AND sl-date IS NUMERIC THEN
                 IF sus-first-run-date EQUAL TO SPACES
                    OR sl-date LESS THAN sus-first-run-date THEN
                   MOVE sl-date TO sus-first-run-date
                 END-IF
                 PERFORM 2200-MATCH-TICKETS
                 PERFORM 2100-PARSE-RUN
                 IF sus-run-secs GREATER THAN 0 THEN
                   PERFORM 2300-ACCUMULATE-RUN
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE.
       2000-EXIT.
         EXIT.

      * Leaves sus-run-secs at zero for a run that is not judged:
      * assisted/perk/versus flags, an empty score or a run that
      * never cleared a wave.
       2100-PARSE-RUN.
         MOVE 0 TO sus-run-secs
         IF sl-flag NOT EQUAL TO SPACE
            OR sl-score(6:1) IS NOT NUMERIC
            OR sl-level(3:1) IS NOT NUMERIC
            OR sl-duration(5:1) IS NOT NUMERIC THEN
           NEXT SENTENCE
         END-IF
         COMPUTE sus-run-score = FUNCTION NUMVAL(sl-score)
         COMPUTE sus-run-level = FUNCTION NUMVAL(sl-level)
         IF sus-run-score EQUAL TO 0 OR sus-run-level EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         IF sl-diff IS NUMERIC AND sl-diff GREATER THAN "0"
            AND sl-diff NOT GREATER THAN "3" THEN
           MOVE sl-diff TO sus-d
         ELSE
           MOVE 2 TO sus-d
         END-IF
         COMPUTE sus-run-secs = FUNCTION NUMVAL(sl-duration)
         IF sus-run-secs GREATER THAN 0 THEN
           COMPUTE sus-rate-sec ROUNDED = sus-run-score / sus-run-secs
           COMPUTE sus-rate-wave ROUNDED =
             sus-run-score / sus-run-level
         END-IF.

       2200-MATCH-TICKETS.
         IF sl-score(6:1) IS NOT NUMERIC THEN
           NEXT SENTENCE
         END-IF
         COMPUTE sus-score-key = FUNCTION NUMVAL(sl-score)
         PERFORM VARYING sus-i FROM 1 BY 1 UNTIL sus-i > sus-tk-count
           IF stk-matched(sus-i) EQUAL TO 0
              AND stk-date(sus-i) EQUAL TO sl-date
              AND stk-score(sus-i) EQUAL TO sus-score-key
              AND (stk-initials(sus-i) EQUAL TO sl-who
                   OR stk-initials(sus-i) EQUAL TO sl-who-2) THEN
             MOVE 1 TO stk-matched(sus-i)
           END-IF
         END-PERFORM.

       2300-ACCUMULATE-RUN.
         ADD 1 TO sdf-runs(sus-d)
         ADD sus-rate-sec TO sdf-sum-sec(sus-d)
         COMPUTE sdf-sq-sec(sus-d) = sdf-sq-sec(sus-d)
           + (sus-rate-sec * sus-rate-sec)
         ADD sus-rate-wave TO sdf-sum-wave(sus-d)
         COMPUTE sdf-sq-wave(sus-d) = sdf-sq-wave(sus-d)
           + (sus-rate-wave * sus-rate-wave).

      * Mean and (population) standard deviation per difficulty.
      * A difficulty with fewer than MIN-SAMPLE runs gets no cut-off
      * - too few runs to call anything far out.
       2500-SET-CUTOFFS.
         PERFORM VARYING sus-d FROM 1 BY 1 UNTIL sus-d > DIFFICULTIES
           MOVE 0 TO sdf-cut-sec(sus-d)
           MOVE 0 TO sdf-cut-wave(sus-d)
           IF sdf-runs(sus-d) NOT LESS THAN MIN-SAMPLE THEN
             COMPUTE sdf-mean-sec(sus-d) ROUNDED =
               sdf-sum-sec(sus-d) / sdf-runs(sus-d)
             COMPUTE sus-var = (sdf-sq-sec(sus-d) / sdf-runs(sus-d))
               - (sdf-mean-sec(sus-d) * sdf-mean-sec(sus-d))
             IF sus-var LESS THAN 0 THEN
               MOVE 0 TO sus-var
             END-IF
             COMPUTE sdf-sd-sec(sus-d) ROUNDED = sus-var ** 0.5
             COMPUTE sdf-cut-sec(sus-d) = sdf-mean-sec(sus-d)
               + (SIGMA-LIMIT * sdf-sd-sec(sus-d))
             COMPUTE sdf-mean-wave(sus-d) ROUNDED =
               sdf-sum-wave(sus-d) / sdf-runs(sus-d)
             COMPUTE sus-var =
               (sdf-sq-wave(sus-d) / sdf-runs(sus-d))
               - (sdf-mean-wave(sus-d) * sdf-mean-wave(sus-d))
             IF sus-var LESS THAN 0 THEN
               MOVE 0 TO sus-var
             END-IF
             COMPUTE sdf-sd-wave(sus-d) ROUNDED = sus-var ** 0.5
             COMPUTE sdf-cut-wave(sus-d) = sdf-mean-wave(sus-d)
               + (SIGMA-LIMIT * sdf-sd-wave(sus-d))
           END-IF
         END-PERFORM.

      * Second pass: every judged run against its difficulty's cut.
       3000-REPORT-RATES.
         MOVE "Run rates far above their difficulty (mean + 3 sd):"
           TO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         PERFORM VARYING sus-d FROM 1 BY 1 UNTIL sus-d > DIFFICULTIES
           PERFORM 3100-DESCRIBE-DIFFICULTY
         END-PERFORM
         MOVE 0 TO sus-section-hits
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           MOVE "  (no SESSION-LOG.DAT)" TO sus-line
           WRITE SUSPECT-REPORT-RECORD FROM sus-line
           ADD 1 TO runlog-written
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO sus-eof
         PERFORM UNTIL sus-eof EQUAL TO 1
           READ SESSION-LOG-FILE NEXT RECORD INTO SL-WORK
             AT END
               MOVE 1 TO sus-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF sl-tag EQUAL TO "start="
                  AND sl-date IS NUMERIC THEN
                 PERFORM 2100-PARSE-RUN
                 IF sus-run-secs GREATER THAN 0 THEN
                   PERFORM 3200-CHECK-RUN
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE
         IF sus-section-hits EQUAL TO 0 THEN
           MOVE "  none" TO sus-line
           WRITE SUSPECT-REPORT-RECORD FROM sus-line
           ADD 1 TO runlog-written
         END-IF.
       3000-EXIT.
         EXIT.

       3100-DESCRIBE-DIFFICULTY.
         MOVE sdf-runs(sus-d) TO sus-edit-1
         MOVE SPACES TO sus-line
         IF sdf-runs(sus-d) LESS THAN MIN-SAMPLE THEN
           STRING "  d=" sus-d ": " FUNCTION TRIM(sus-edit-1)
             " runs - too few to judge"
             DELIMITED BY SIZE INTO sus-line
         ELSE
           MOVE sdf-mean-sec(sus-d) TO sus-edit-2
           MOVE sdf-sd-sec(sus-d) TO sus-edit-3
           MOVE sdf-mean-wave(sus-d) TO sus-edit-4
           MOVE sdf-sd-wave(sus-d) TO sus-edit-5
           STRING "  d=" sus-d ": " FUNCTION TRIM(sus-edit-1)
             " runs, " FUNCTION TRIM(sus-edit-2) "/s sd "
             FUNCTION TRIM(sus-edit-3) ", "
             FUNCTION TRIM(sus-edit-4) "/wave sd "
             FUNCTION TRIM(sus-edit-5)
             DELIMITED BY SIZE INTO sus-line
         END-IF
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written.

       3200-CHECK-RUN.
         IF sdf-runs(sus-d) LESS THAN MIN-SAMPLE THEN
           NEXT SENTENCE
         END-IF
         IF sus-rate-sec GREATER THAN sdf-cut-sec(sus-d)
            OR sus-rate-wave GREATER THAN sdf-cut-wave(sus-d) THEN
           ADD 1 TO sus-section-hits
           ADD 1 TO sus-findings
           MOVE sus-run-score TO sus-score-key
           MOVE sus-rate-sec TO sus-edit-2
           MOVE sus-rate-wave TO sus-edit-4
           MOVE SPACES TO sus-line
           STRING "  RATE " sl-who " " sus-score-key " d=" sus-d
             " " sl-date " start=" sl-start " "
             FUNCTION TRIM(sus-edit-2) "/s "
             FUNCTION TRIM(sus-edit-4) "/wave"
             DELIMITED BY SIZE INTO sus-line
           WRITE SUSPECT-REPORT-RECORD FROM sus-line
           ADD 1 TO runlog-written
           MOVE SPACES TO sus-line
           STRING "    score-mod VERIFY " sl-who " " sus-score-key
             DELIMITED BY SIZE INTO sus-line
           WRITE SUSPECT-REPORT-RECORD FROM sus-line
           ADD 1 TO runlog-written
         END-IF.

       4000-REPORT-TWINS.
         MOVE SPACES TO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         MOVE "Same initials from two cabinets within 10 minutes:"
           TO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         MOVE 0 TO sus-section-hits
         PERFORM 4100-LOAD-LEDGER THRU 4100-EXIT
         PERFORM VARYING sus-i FROM 1 BY 1 UNTIL sus-i > sus-ss-count
           PERFORM VARYING sus-j FROM sus-i BY 1
           UNTIL sus-j > sus-ss-count
             IF sus-j GREATER THAN sus-i
                AND sur-secs(sus-i) GREATER THAN 0
                AND sur-secs(sus-j) GREATER THAN 0
                AND sur-initials(sus-i) EQUAL TO sur-initials(sus-j)
                AND sur-cabinet(sus-i) NOT EQUAL TO
                    sur-cabinet(sus-j) THEN
               COMPUTE sus-gap = sur-secs(sus-i) - sur-secs(sus-j)
               IF sus-gap LESS THAN 0 THEN
                 COMPUTE sus-gap = 0 - sus-gap
               END-IF
               IF sus-gap NOT GREATER THAN TWIN-SECS THEN
                 PERFORM 4200-WRITE-TWIN
               END-IF
             END-IF
           END-PERFORM
         END-PERFORM
         IF sus-section-hits EQUAL TO 0 THEN
           MOVE "  none" TO sus-line
           WRITE SUSPECT-REPORT-RECORD FROM sus-line
           ADD 1 TO runlog-written
         END-IF.
       4000-EXIT.
         EXIT.

      * Rows without a posting stamp (pushed before it existed)
      * cannot be timed and are left at zero seconds.
       4100-LOAD-LEDGER.
         MOVE 0 TO sus-ss-count
         OPEN INPUT SHARED-SCORES-FILE
         IF shared-score-status NOT EQUAL TO "00" THEN
           GO TO 4100-EXIT
         END-IF
         MOVE 0 TO sus-eof
         PERFORM UNTIL sus-eof EQUAL TO 1
           READ SHARED-SCORES-FILE NEXT RECORD
             AT END
               MOVE 1 TO sus-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF sus-ss-count LESS THAN MAX-SS-ROWS
                  AND ss-score IS NUMERIC THEN
                 ADD 1 TO sus-ss-count
                 MOVE ss-cabinet-id TO sur-cabinet(sus-ss-count)
                 MOVE ss-initials TO sur-initials(sus-ss-count)
                 MOVE ss-score TO sur-score(sus-ss-count)
                 MOVE ss-posted TO sur-posted(sus-ss-count)
                 MOVE 0 TO sur-secs(sus-ss-count)
                 MOVE ss-posted TO sus-stamp
                 IF sus-stamp IS NUMERIC THEN
                   PERFORM 4150-STAMP-SECONDS
                   MOVE sus-secs TO sur-secs(sus-ss-count)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE SHARED-SCORES-FILE.
       4100-EXIT.
         EXIT.

       4150-STAMP-SECONDS.
         COMPUTE sus-secs =
           (FUNCTION INTEGER-OF-DATE(sus-stamp-date) * 86400)
           + (sus-stamp-hh * 3600) + (sus-stamp-mm * 60)
           + sus-stamp-ss.

       4200-WRITE-TWIN.
         ADD 1 TO sus-section-hits
         ADD 1 TO sus-findings
         MOVE SPACES TO sus-line
         STRING "  TWIN " sur-initials(sus-i)
           " " sur-cabinet(sus-i) " " sur-posted(sus-i)(1:8)
           "-" sur-posted(sus-i)(9:6) " " sur-score(sus-i)
           " / " sur-cabinet(sus-j) " " sur-posted(sus-j)(1:8)
           "-" sur-posted(sus-j)(9:6) " " sur-score(sus-j)
           DELIMITED BY SIZE INTO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         MOVE SPACES TO sus-line
         STRING "    score-mod VERIFY " sur-initials(sus-i) " "
           sur-score(sus-i)
           DELIMITED BY SIZE INTO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         MOVE SPACES TO sus-line
         STRING "    score-mod VERIFY " sur-initials(sus-j) " "
           sur-score(sus-j)
           DELIMITED BY SIZE INTO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written.

      * The ledger is in write order, so a burst is a run of
      * REFUND/GOODWILL/SERVICE lines each close behind the last.
       5000-REPORT-BURSTS.
         MOVE SPACES TO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         MOVE "Refund/goodwill/service bursts (3+ lines, 10 min gaps):"
           TO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         MOVE 0 TO sus-section-hits
         MOVE 0 TO bu-count
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status NOT EQUAL TO "00" THEN
           MOVE "  (no COIN-AUDIT.DAT)" TO sus-line
           WRITE SUSPECT-REPORT-RECORD FROM sus-line
           ADD 1 TO runlog-written
           GO TO 5000-EXIT
         END-IF
         MOVE 0 TO sus-eof
         PERFORM UNTIL sus-eof EQUAL TO 1
           READ COIN-AUDIT-FILE NEXT RECORD INTO COIN-WORK
             AT END
               MOVE 1 TO sus-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF (cw-event EQUAL TO "REFUND  "
                   OR cw-event EQUAL TO "GOODWILL"
                   OR cw-event EQUAL TO "SERVICE ")
                  AND cw-date IS NUMERIC
                  AND cw-time IS NUMERIC THEN
                 PERFORM 5100-ADD-TO-BURST
               END-IF
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE
         PERFORM 5200-CLOSE-BURST
         IF sus-section-hits EQUAL TO 0 THEN
           MOVE "  none" TO sus-line
           WRITE SUSPECT-REPORT-RECORD FROM sus-line
           ADD 1 TO runlog-written
         END-IF.
       5000-EXIT.
         EXIT.

       5100-ADD-TO-BURST.
         MOVE cw-date TO sus-stamp(1:8)
         MOVE cw-time TO sus-stamp(9:6)
         PERFORM 4150-STAMP-SECONDS
         IF cw-by-tag EQUAL TO "by=" THEN
           MOVE cw-by TO bu-line-staff
         ELSE
           MOVE "----" TO bu-line-staff
         END-IF
         IF bu-count GREATER THAN 0
            AND sus-secs - bu-last-secs NOT GREATER THAN
                BURST-GAP-SECS THEN
           ADD 1 TO bu-count
           IF bu-line-staff NOT EQUAL TO bu-staff THEN
             MOVE "MIX " TO bu-staff
           END-IF
         ELSE
           PERFORM 5200-CLOSE-BURST
           MOVE 1 TO bu-count
           MOVE 0 TO bu-credits
           MOVE cw-seq TO bu-first-seq
           MOVE cw-date TO bu-date
           MOVE cw-time TO bu-first-time
           MOVE bu-line-staff TO bu-staff
         END-IF
         IF cw-credits(3:1) IS NUMERIC THEN
           ADD FUNCTION NUMVAL(cw-credits) TO bu-credits
         END-IF
         MOVE cw-seq TO bu-last-seq
         MOVE cw-time TO bu-last-time
         MOVE sus-secs TO bu-last-secs.

       5200-CLOSE-BURST.
         IF bu-count NOT LESS THAN BURST-COUNT THEN
           ADD 1 TO sus-section-hits
           ADD 1 TO sus-findings
           MOVE bu-count TO sus-edit-1
           MOVE bu-credits TO sus-edit-6
           MOVE SPACES TO sus-line
           STRING "  BURST " bu-date " " bu-first-time "-"
             bu-last-time " seq=" bu-first-seq "-" bu-last-seq " "
             FUNCTION TRIM(sus-edit-1) " lines "
             FUNCTION TRIM(sus-edit-6) " cr by=" bu-staff
             DELIMITED BY SIZE INTO sus-line
           WRITE SUSPECT-REPORT-RECORD FROM sus-line
           ADD 1 TO runlog-written
           MOVE SPACES TO sus-line
           STRING "    audit-view " bu-date " " bu-date " COIN"
             DELIMITED BY SIZE INTO sus-line
           WRITE SUSPECT-REPORT-RECORD FROM sus-line
           ADD 1 TO runlog-written
         END-IF
         MOVE 0 TO bu-count.

       6000-REPORT-TICKETS.
         MOVE SPACES TO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         MOVE "Tickets with no matching session-log run:" TO sus-line
         WRITE SUSPECT-REPORT-RECORD FROM sus-line
         ADD 1 TO runlog-written
         MOVE 0 TO sus-section-hits
         PERFORM VARYING sus-i FROM 1 BY 1 UNTIL sus-i > sus-tk-count
           IF stk-matched(sus-i) EQUAL TO 0
              AND sus-first-run-date NOT EQUAL TO SPACES
              AND stk-date(sus-i) NOT LESS THAN sus-first-run-date
               THEN
             ADD 1 TO sus-section-hits
             ADD 1 TO sus-findings
             MOVE SPACES TO sus-line
             STRING "  TICKET " stk-number(sus-i) " "
               stk-initials(sus-i) " " stk-score(sus-i) " "
               stk-date(sus-i) " " stk-time(sus-i)
               " cab=" stk-cabinet(sus-i)
               DELIMITED BY SIZE INTO sus-line
             WRITE SUSPECT-REPORT-RECORD FROM sus-line
             ADD 1 TO runlog-written
             MOVE SPACES TO sus-line
             STRING "    score-mod VERIFY " stk-initials(sus-i) " "
               stk-score(sus-i)
               DELIMITED BY SIZE INTO sus-line
             WRITE SUSPECT-REPORT-RECORD FROM sus-line
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM
         IF sus-section-hits EQUAL TO 0 THEN
           MOVE "  none" TO sus-line
           WRITE SUSPECT-REPORT-RECORD FROM sus-line
           ADD 1 TO runlog-written
         END-IF.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "SUSPECT-SCREEN" TO rptarc-program
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
         MOVE "SUSPECT-SCREEN" TO runlog-program
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
       END PROGRAM SUSPECT-SCREEN.

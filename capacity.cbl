      * Compile and run on Windows:
      * cobc -xj capacity.cbl batch-runlog.cbl report-archive.cbl
      * Nightly data-file capacity report. Measures each append-only
      * file the cabinet writes (SESSION-LOG, COIN-AUDIT,
      * TICKET-REGISTER, QUEUE-LOG, EVENTS, ALERTS) in lines and
      * bytes, appends the figures to CAPACITY-HISTORY.DAT, and
      * works out each file's growth per day against the oldest
      * history row inside the last 30 days. From that it projects
      * how many days are left before the file reaches a line
      * ceiling (a reader that stops loading past a fixed table
      * size) or passes the size an operator set for it in
      * CAPACITY-LIMITS.DAT. Anything inside the 30-day warning
      * window is flagged.
      * The report also lists how often each in-memory ceiling was
      * hit in the last 30 days - replay frames, outbox intents,
      * the 75-slot checkpoint layout, the worldwide table, the
      * shared ledger, the event calendar and the missile pool -
      * from the CAP*/MPOOLFUL events the cabinet logs to
      * telemetry (rolled-up days from TELEMETRY-DAILY.DAT, later
      * days from raw TELEMETRY.DAT). Output lands in CAPACITY.RPT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PROBE-FILE ASSIGN USING cap-probe-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS probe-status.
         SELECT CAPACITY-HISTORY-FILE
           ASSIGN TO "CAPACITY-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS capacity-history-status.
         SELECT CAPACITY-LIMITS-FILE ASSIGN TO "CAPACITY-LIMITS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS capacity-limits-status.
         SELECT TELEMETRY-FILE ASSIGN TO "TELEMETRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS telemetry-status.
         SELECT TELEMETRY-DAILY-FILE ASSIGN TO "TELEMETRY-DAILY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS telemetry-daily-status.
         SELECT CAPACITY-REPORT-FILE ASSIGN TO "CAPACITY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS capacity-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD PROBE-FILE.
         01 PROBE-RECORD PIC X(200).
       FD CAPACITY-HISTORY-FILE.
         COPY capacity-history-record.
       FD CAPACITY-LIMITS-FILE.
         COPY capacity-limits-record.
       FD TELEMETRY-FILE.
         01 TELEMETRY-RECORD PIC X(80).
       FD TELEMETRY-DAILY-FILE.
         COPY telemetry-daily-record.
       FD CAPACITY-REPORT-FILE.
         01 CAPACITY-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 capacity-data.
         78 CAP-FILES VALUE 6.
         78 CAP-CEILINGS VALUE 7.
         78 CAP-WINDOW-DAYS VALUE 30.
         78 CAP-WARN-DAYS VALUE 30.
         05 probe-status PIC X(02) VALUE "00".
         05 capacity-history-status PIC X(02) VALUE "00".
         05 capacity-limits-status PIC X(02) VALUE "00".
         05 telemetry-status PIC X(02) VALUE "00".
         05 telemetry-daily-status PIC X(02) VALUE "00".
         05 capacity-report-status PIC X(02) VALUE "00".
         05 cap-probe-name PIC X(20).
         05 cap-eof PIC 9 VALUE 0.
         05 cap-i PIC 9(02).
         05 cap-j PIC 9(02).
         05 cap-today PIC X(08).
         05 cap-today-num REDEFINES cap-today PIC 9(08).
         05 cap-today-int PIC 9(07).
         05 cap-date-num PIC 9(08).
         05 cap-age PIC S9(07).
         05 cap-rolled-to PIC X(08) VALUE "00000000".
         05 cap-line PIC X(70).
         05 cap-warned PIC 9.
         05 cap-warnings PIC 9(03) VALUE 0.
      * Projection inputs/outputs for 5200-PROJECT-LIMIT; lines and
      * bytes go through the same arithmetic.
         05 cap-cur PIC 9(11).
         05 cap-limit PIC 9(11).
         05 cap-rate PIC S9(09)V9(02).
         05 cap-days-left PIC 9(07).
         05 cap-proj-text PIC X(30).
         05 cap-lines-rate PIC S9(09)V9(02).
         05 cap-bytes-rate PIC S9(09)V9(02).
         05 cap-kb PIC 9(09).
         05 cap-kb-rate PIC S9(07)V9(01).
         05 cap-hit-event PIC X(08).
         05 cap-hit-count PIC 9(07).
         05 cap-hit-date PIC X(08).
         05 cap-edit-1 PIC ZZZZZZZZ9.
         05 cap-edit-2 PIC ZZZZZZZZ9.
         05 cap-edit-3 PIC ZZ9.
         05 cap-rate-edit PIC -(7)9.9.
         05 cap-kb-rate-edit PIC -(6)9.9.
         05 cap-days-edit PIC ZZZZZZ9.
         05 CAP-WORK PIC X(60).
         05 CAP-PARSED REDEFINES CAP-WORK.
           10 FILLER PIC X(02).
           10 cap-tl-date PIC X(08).
           10 FILLER PIC X(03).
           10 cap-tl-time PIC X(06).
           10 FILLER PIC X(04).
           10 cap-tl-event PIC X(08).
           10 FILLER PIC X(29).
         05 cap-file-table.
           10 cap-file-row OCCURS CAP-FILES TIMES.
             15 cft-name PIC X(20).
             15 cft-present PIC 9.
             15 cft-lines PIC 9(09).
             15 cft-bytes PIC 9(11).
             15 cft-ceiling PIC 9(07).
             15 cft-ceiling-src PIC X(24).
             15 cft-max-kb PIC 9(07).
             15 cft-base-date PIC X(08).
             15 cft-base-age PIC 9(03).
             15 cft-base-lines PIC 9(09).
             15 cft-base-bytes PIC 9(11).
         05 cap-ceiling-table.
           10 cap-ceiling-row OCCURS CAP-CEILINGS TIMES.
             15 cct-event PIC X(08).
             15 cct-label PIC X(28).
             15 cct-hits PIC 9(07).
             15 cct-days PIC 9(03).
             15 cct-last PIC X(08).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE FUNCTION CURRENT-DATE(1:8) TO cap-today
         COMPUTE cap-today-int = FUNCTION INTEGER-OF-DATE(cap-today-num)
         PERFORM 1000-SET-TABLES
         PERFORM 1500-LOAD-LIMITS THRU 1500-EXIT
         PERFORM 2000-MEASURE-FILES
         PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT
         PERFORM 4000-LOAD-DAILY-HITS THRU 4000-EXIT
         PERFORM 4500-SCAN-RAW-HITS THRU 4500-EXIT
         OPEN OUTPUT CAPACITY-REPORT-FILE
         IF capacity-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write CAPACITY.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE SPACES TO cap-line
         STRING "DATA-FILE CAPACITY REPORT " cap-today
           DELIMITED BY SIZE INTO cap-line
         WRITE CAPACITY-REPORT-RECORD FROM cap-line
         ADD 1 TO runlog-written
         MOVE "(growth over 30 days; ** = limit inside 30 days)"
           TO cap-line
         WRITE CAPACITY-REPORT-RECORD FROM cap-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO cap-line
         WRITE CAPACITY-REPORT-RECORD FROM cap-line
         ADD 1 TO runlog-written
         PERFORM VARYING cap-i FROM 1 BY 1 UNTIL cap-i > CAP-FILES
           PERFORM 5000-REPORT-ONE-FILE THRU 5000-EXIT
         END-PERFORM
         PERFORM 6000-REPORT-CEILINGS
         CLOSE CAPACITY-REPORT-FILE
         MOVE "CAPACITY.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         PERFORM 7000-APPEND-HISTORY
         MOVE cap-warnings TO cap-edit-3
         DISPLAY "CAPACITY: " FUNCTION TRIM(cap-edit-3)
           " warning(s) - see CAPACITY.RPT"
         IF cap-warnings GREATER THAN 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * The built-in line ceilings are the readers that silently
      * stop at a fixed table size: FILE-CHECK REPAIR salvages at
      * most 2000 session-log lines, and the cabinet loads only the
      * first 10 EVENTS.DAT rows into its calendar.
       1000-SET-TABLES.
         MOVE SPACES TO cap-file-table
         PERFORM VARYING cap-i FROM 1 BY 1 UNTIL cap-i > CAP-FILES
           MOVE 0 TO cft-present(cap-i)
           MOVE 0 TO cft-lines(cap-i)
           MOVE 0 TO cft-bytes(cap-i)
           MOVE 0 TO cft-ceiling(cap-i)
           MOVE 0 TO cft-max-kb(cap-i)
           MOVE 0 TO cft-base-age(cap-i)
           MOVE 0 TO cft-base-lines(cap-i)
           MOVE 0 TO cft-base-bytes(cap-i)
         END-PERFORM
         MOVE "SESSION-LOG.DAT" TO cft-name(1)
         MOVE 2000 TO cft-ceiling(1)
         MOVE "FILE-CHECK salvage" TO cft-ceiling-src(1)
         MOVE "COIN-AUDIT.DAT" TO cft-name(2)
         MOVE "TICKET-REGISTER.DAT" TO cft-name(3)
         MOVE "QUEUE-LOG.DAT" TO cft-name(4)
         MOVE "EVENTS.DAT" TO cft-name(5)
         MOVE 10 TO cft-ceiling(5)
         MOVE "cabinet event calendar" TO cft-ceiling-src(5)
         MOVE "ALERTS.DAT" TO cft-name(6)
         MOVE SPACES TO cap-ceiling-table
         PERFORM VARYING cap-i FROM 1 BY 1 UNTIL cap-i > CAP-CEILINGS
           MOVE 0 TO cct-hits(cap-i)
           MOVE 0 TO cct-days(cap-i)
         END-PERFORM
         MOVE "CAPRPLAY" TO cct-event(1)
         MOVE "replay frames (18000/run)" TO cct-label(1)
         MOVE "CAPOUTBX" TO cct-event(2)
         MOVE "outbox intents (10)" TO cct-label(2)
         MOVE "CAPCHKPT" TO cct-event(3)
         MOVE "checkpoint slots (75)" TO cct-label(3)
         MOVE "CAPWORLD" TO cct-event(4)
         MOVE "worldwide table (10)" TO cct-label(4)
         MOVE "CAPLEDGR" TO cct-event(5)
         MOVE "shared ledger rows (100)" TO cct-label(5)
         MOVE "CAPEVENT" TO cct-event(6)
         MOVE "event calendar (10)" TO cct-label(6)
         MOVE "MPOOLFUL" TO cct-event(7)
         MOVE "missile pool (100)" TO cct-label(7).

       1500-LOAD-LIMITS.
         OPEN INPUT CAPACITY-LIMITS-FILE
         IF capacity-limits-status NOT EQUAL TO "00" THEN
           GO TO 1500-EXIT
         END-IF
         MOVE 0 TO cap-eof
         PERFORM UNTIL cap-eof EQUAL TO 1
           READ CAPACITY-LIMITS-FILE
             AT END
               MOVE 1 TO cap-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 1510-APPLY-LIMIT
           END-READ
         END-PERFORM
         CLOSE CAPACITY-LIMITS-FILE.
       1500-EXIT.
         EXIT.

       1510-APPLY-LIMIT.
         PERFORM VARYING cap-i FROM 1 BY 1 UNTIL cap-i > CAP-FILES
           IF cft-name(cap-i) EQUAL TO cpl-file THEN
             IF cpl-max-kb IS NUMERIC THEN
               MOVE cpl-max-kb TO cft-max-kb(cap-i)
             END-IF
             IF cpl-max-lines IS NUMERIC
                AND cpl-max-lines GREATER THAN 0 THEN
               MOVE cpl-max-lines TO cft-ceiling(cap-i)
               MOVE "CAPACITY-LIMITS.DAT" TO cft-ceiling-src(cap-i)
             END-IF
           END-IF
         END-PERFORM.

      * Bytes are counted the way the file sits on disk: each
      * line's trimmed length plus its line terminator.
       2000-MEASURE-FILES.
         PERFORM VARYING cap-i FROM 1 BY 1 UNTIL cap-i > CAP-FILES
           MOVE cft-name(cap-i) TO cap-probe-name
           OPEN INPUT PROBE-FILE
           IF probe-status EQUAL TO "00" THEN
             MOVE 1 TO cft-present(cap-i)
             MOVE 0 TO cap-eof
             PERFORM UNTIL cap-eof EQUAL TO 1
               READ PROBE-FILE
                 AT END
                   MOVE 1 TO cap-eof
                 NOT AT END
                   ADD 1 TO runlog-read
                   ADD 1 TO cft-lines(cap-i)
                   COMPUTE cft-bytes(cap-i) = cft-bytes(cap-i) + 1
                     + FUNCTION LENGTH(
                         FUNCTION TRIM(PROBE-RECORD TRAILING))
               END-READ
             END-PERFORM
             CLOSE PROBE-FILE
           END-IF
         END-PERFORM.

      * The base for each file's growth is the oldest row still
      * inside the window; a re-run on that day replaces it, so
      * the last row written for the oldest day wins.
       3000-LOAD-HISTORY.
         OPEN INPUT CAPACITY-HISTORY-FILE
         IF capacity-history-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO cap-eof
         PERFORM UNTIL cap-eof EQUAL TO 1
           READ CAPACITY-HISTORY-FILE
             AT END
               MOVE 1 TO cap-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cph-date IS NUMERIC
                  AND cph-lines IS NUMERIC
                  AND cph-bytes IS NUMERIC THEN
                 PERFORM 3100-KEEP-BASE-ROW
               END-IF
           END-READ
         END-PERFORM
         CLOSE CAPACITY-HISTORY-FILE.
       3000-EXIT.
         EXIT.

       3100-KEEP-BASE-ROW.
         MOVE cph-date TO cap-date-num
         COMPUTE cap-age = cap-today-int
           - FUNCTION INTEGER-OF-DATE(cap-date-num)
         IF cap-age < 1 OR cap-age > CAP-WINDOW-DAYS THEN
           NEXT SENTENCE
         END-IF
         PERFORM VARYING cap-i FROM 1 BY 1 UNTIL cap-i > CAP-FILES
           IF cft-name(cap-i) EQUAL TO cph-file
              AND (cft-base-date(cap-i) EQUAL TO SPACES
                   OR cph-date NOT GREATER THAN cft-base-date(cap-i))
               THEN
             MOVE cph-date TO cft-base-date(cap-i)
             MOVE cap-age TO cft-base-age(cap-i)
             MOVE cph-lines TO cft-base-lines(cap-i)
             MOVE cph-bytes TO cft-base-bytes(cap-i)
           END-IF
         END-PERFORM.

      * Rolled-up days first, then raw lines for the days after the
      * last rolled-up one - the same split BALANCE-REPORT uses.
      * Both files are in date order, which is what lets 4100 count
      * distinct days by watching the date change.
       4000-LOAD-DAILY-HITS.
         OPEN INPUT TELEMETRY-DAILY-FILE
         IF telemetry-daily-status NOT EQUAL TO "00" THEN
           GO TO 4000-EXIT
         END-IF
         MOVE 0 TO cap-eof
         PERFORM UNTIL cap-eof EQUAL TO 1
           READ TELEMETRY-DAILY-FILE
             AT END
               MOVE 1 TO cap-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF td-date GREATER THAN cap-rolled-to THEN
                 MOVE td-date TO cap-rolled-to
               END-IF
               MOVE td-event TO cap-hit-event
               MOVE td-count TO cap-hit-count
               MOVE td-date TO cap-hit-date
               PERFORM 4100-TALLY-HIT
           END-READ
         END-PERFORM
         CLOSE TELEMETRY-DAILY-FILE.
       4000-EXIT.
         EXIT.

       4100-TALLY-HIT.
         IF cap-hit-date IS NOT NUMERIC THEN
           NEXT SENTENCE
         END-IF
         MOVE cap-hit-date TO cap-date-num
         COMPUTE cap-age = cap-today-int
           - FUNCTION INTEGER-OF-DATE(cap-date-num)
         IF cap-age < 0 OR cap-age NOT LESS THAN CAP-WINDOW-DAYS THEN
           NEXT SENTENCE
         END-IF
         PERFORM VARYING cap-j FROM 1 BY 1 UNTIL cap-j > CAP-CEILINGS
           IF cct-event(cap-j) EQUAL TO cap-hit-event THEN
             ADD cap-hit-count TO cct-hits(cap-j)
             IF cct-last(cap-j) NOT EQUAL TO cap-hit-date THEN
               ADD 1 TO cct-days(cap-j)
               MOVE cap-hit-date TO cct-last(cap-j)
             END-IF
           END-IF
         END-PERFORM.

       4500-SCAN-RAW-HITS.
         OPEN INPUT TELEMETRY-FILE
         IF telemetry-status NOT EQUAL TO "00" THEN
           GO TO 4500-EXIT
         END-IF
         MOVE 0 TO cap-eof
         PERFORM UNTIL cap-eof EQUAL TO 1
           READ TELEMETRY-FILE NEXT RECORD INTO CAP-WORK
             AT END
               MOVE 1 TO cap-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cap-tl-date GREATER THAN cap-rolled-to THEN
                 MOVE cap-tl-event TO cap-hit-event
                 MOVE 1 TO cap-hit-count
                 MOVE cap-tl-date TO cap-hit-date
                 PERFORM 4100-TALLY-HIT
               END-IF
           END-READ
         END-PERFORM
         CLOSE TELEMETRY-FILE.
       4500-EXIT.
         EXIT.

       5000-REPORT-ONE-FILE.
         MOVE 0 TO cap-warned
         IF cft-present(cap-i) EQUAL TO 0 THEN
           MOVE SPACES TO cap-line
           STRING FUNCTION TRIM(cft-name(cap-i)) ": not present"
             DELIMITED BY SIZE INTO cap-line
           WRITE CAPACITY-REPORT-RECORD FROM cap-line
           ADD 1 TO runlog-written
           GO TO 5000-EXIT
         END-IF
         COMPUTE cap-kb = (cft-bytes(cap-i) + 1023) / 1024
         MOVE cft-lines(cap-i) TO cap-edit-1
         MOVE cap-kb TO cap-edit-2
         MOVE SPACES TO cap-line
         STRING FUNCTION TRIM(cft-name(cap-i)) ": "
           FUNCTION TRIM(cap-edit-1) " lines, "
           FUNCTION TRIM(cap-edit-2) " KB"
           DELIMITED BY SIZE INTO cap-line
         WRITE CAPACITY-REPORT-RECORD FROM cap-line
         ADD 1 TO runlog-written
         MOVE 0 TO cap-lines-rate
         MOVE 0 TO cap-bytes-rate
         IF cft-base-age(cap-i) EQUAL TO 0 THEN
           MOVE "  growth: no history row inside the window yet"
             TO cap-line
           WRITE CAPACITY-REPORT-RECORD FROM cap-line
           ADD 1 TO runlog-written
         ELSE
           COMPUTE cap-lines-rate ROUNDED =
             (cft-lines(cap-i) - cft-base-lines(cap-i))
             / cft-base-age(cap-i)
           COMPUTE cap-bytes-rate ROUNDED =
             (cft-bytes(cap-i) - cft-base-bytes(cap-i))
             / cft-base-age(cap-i)
           COMPUTE cap-kb-rate ROUNDED = cap-bytes-rate / 1024
           MOVE cft-base-age(cap-i) TO cap-edit-3
           MOVE cap-lines-rate TO cap-rate-edit
           MOVE cap-kb-rate TO cap-kb-rate-edit
           MOVE SPACES TO cap-line
           STRING "  growth over " FUNCTION TRIM(cap-edit-3)
             " days: " FUNCTION TRIM(cap-rate-edit) " lines/day, "
             FUNCTION TRIM(cap-kb-rate-edit) " KB/day"
             DELIMITED BY SIZE INTO cap-line
           WRITE CAPACITY-REPORT-RECORD FROM cap-line
           ADD 1 TO runlog-written
         END-IF
         IF cft-ceiling(cap-i) GREATER THAN 0 THEN
           MOVE cft-lines(cap-i) TO cap-cur
           MOVE cft-ceiling(cap-i) TO cap-limit
           MOVE cap-lines-rate TO cap-rate
           PERFORM 5200-PROJECT-LIMIT
           MOVE cft-ceiling(cap-i) TO cap-edit-1
           MOVE SPACES TO cap-line
           STRING "  line ceiling " FUNCTION TRIM(cap-edit-1)
             " (" FUNCTION TRIM(cft-ceiling-src(cap-i)) "): "
             FUNCTION TRIM(cap-proj-text)
             DELIMITED BY SIZE INTO cap-line
           WRITE CAPACITY-REPORT-RECORD FROM cap-line
           ADD 1 TO runlog-written
         END-IF
         IF cft-max-kb(cap-i) GREATER THAN 0 THEN
           MOVE cft-bytes(cap-i) TO cap-cur
           COMPUTE cap-limit = cft-max-kb(cap-i) * 1024
           MOVE cap-bytes-rate TO cap-rate
           PERFORM 5200-PROJECT-LIMIT
           MOVE cft-max-kb(cap-i) TO cap-edit-1
           MOVE SPACES TO cap-line
           STRING "  size limit " FUNCTION TRIM(cap-edit-1)
             " KB (operator): " FUNCTION TRIM(cap-proj-text)
             DELIMITED BY SIZE INTO cap-line
           WRITE CAPACITY-REPORT-RECORD FROM cap-line
           ADD 1 TO runlog-written
         END-IF
         IF cap-warned EQUAL TO 1 THEN
           ADD 1 TO cap-warnings
           MOVE "  ** WARNING: limit reached or inside 30 days"
             TO cap-line
           WRITE CAPACITY-REPORT-RECORD FROM cap-line
           ADD 1 TO runlog-written
         END-IF.
       5000-EXIT.
         EXIT.

      * Days left = headroom / growth per day, rounded down. A file
      * that is flat or shrinking (archived, compacted) has no
      * projection rather than an infinite one.
       5200-PROJECT-LIMIT.
         MOVE SPACES TO cap-proj-text
         IF cap-cur NOT LESS THAN cap-limit THEN
           MOVE "LIMIT REACHED" TO cap-proj-text
           MOVE 1 TO cap-warned
         ELSE
           IF cap-rate NOT GREATER THAN 0 THEN
             MOVE "not growing" TO cap-proj-text
           ELSE
             COMPUTE cap-days-left = (cap-limit - cap-cur) / cap-rate
             MOVE cap-days-left TO cap-days-edit
             STRING "about " FUNCTION TRIM(cap-days-edit)
               " days left" DELIMITED BY SIZE INTO cap-proj-text
             IF cap-days-left LESS THAN CAP-WARN-DAYS THEN
               MOVE 1 TO cap-warned
             END-IF
           END-IF
         END-IF.

       6000-REPORT-CEILINGS.
         MOVE SPACES TO cap-line
         WRITE CAPACITY-REPORT-RECORD FROM cap-line
         ADD 1 TO runlog-written
         MOVE "In-memory ceilings hit, last 30 days:" TO cap-line
         WRITE CAPACITY-REPORT-RECORD FROM cap-line
         ADD 1 TO runlog-written
         PERFORM VARYING cap-j FROM 1 BY 1 UNTIL cap-j > CAP-CEILINGS
           MOVE cct-hits(cap-j) TO cap-edit-1
           MOVE cct-days(cap-j) TO cap-edit-3
           MOVE SPACES TO cap-line
           IF cct-hits(cap-j) EQUAL TO 0 THEN
             STRING "  " cct-label(cap-j) " not hit"
               DELIMITED BY SIZE INTO cap-line
           ELSE
             STRING "  " cct-label(cap-j) " "
               FUNCTION TRIM(cap-edit-1) " hits on "
               FUNCTION TRIM(cap-edit-3) " days, last "
               cct-last(cap-j)
               DELIMITED BY SIZE INTO cap-line
           END-IF
           WRITE CAPACITY-REPORT-RECORD FROM cap-line
           ADD 1 TO runlog-written
         END-PERFORM.

       7000-APPEND-HISTORY.
         OPEN EXTEND CAPACITY-HISTORY-FILE
         IF capacity-history-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT CAPACITY-HISTORY-FILE
         END-IF
         PERFORM VARYING cap-i FROM 1 BY 1 UNTIL cap-i > CAP-FILES
           IF cft-present(cap-i) EQUAL TO 1 THEN
             MOVE cap-today TO cph-date
             MOVE cft-name(cap-i) TO cph-file
             MOVE cft-lines(cap-i) TO cph-lines
             MOVE cft-bytes(cap-i) TO cph-bytes
             WRITE CAPACITY-HISTORY-RECORD
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM
         CLOSE CAPACITY-HISTORY-FILE.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "CAPACITY" TO rptarc-program
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
         MOVE "CAPACITY" TO runlog-program
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
       END PROGRAM CAPACITY.

      * Compile and run on Windows:
      * cobc -xj availability.cbl batch-runlog.cbl report-archive.cbl
      * Availability report for one month, per cabinet, from the
      * heartbeat history WRITE-HEARTBEAT appends to
      * HBHIST-<id>.DAT on the shared mount. Walks
      * CABINET-REGISTRY.DAT as FLEET-STATUS does (or takes the one
      * cabinet given) and for each cabinet works minute by minute:
      *   scheduled open minutes - every minute SCHEDULE.DAT does
      *     not mark closed (the same first-matching-window rule
      *     the cabinet applies; no window means open)
      *   minutes reporting - open minutes covered by a heartbeat
      *     (each one vouches for the AV-COVER-MINUTES up to it,
      *     the heartbeat interval plus a minute's slack)
      *   availability - reporting over scheduled, as a percent
      *   longest outage - the longest run of open minutes with no
      *     heartbeat; closed minutes inside a run neither end it
      *     nor add to it
      * Every outage of AV-LIST-MINUTES or more is listed with the
      * maintenance incident opened during it (or in the half hour
      * before), from the M lines the cabinet mirrors into the same
      * history as it logs them on MAINT-LOG.DAT.
      *   availability [YYYYMM] [cabinet]
      * With no month the month before the current one is reported;
      * the current month is measured up to now.
      * Output: AVAILABILITY.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVAILABILITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CABINET-REGISTRY-FILE
           ASSIGN TO "CABINET-REGISTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS registry-status.
         SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS schedule-status.
         SELECT HBHIST-FILE ASSIGN USING hbhist-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS hbhist-status.
         SELECT AVAIL-REPORT-FILE ASSIGN TO "AVAILABILITY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS avail-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD CABINET-REGISTRY-FILE.
         01 CABINET-REGISTRY-RECORD.
           05 reg-cabinet-id PIC X(06).
           05 reg-name PIC X(12).
       FD SCHEDULE-FILE.
         COPY schedule-record.
       FD HBHIST-FILE.
         COPY hbhist-record.
       FD AVAIL-REPORT-FILE.
         01 AVAIL-REPORT-RECORD PIC X(78).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY registry-data.
       01 availability-data.
         78 AV-COVER-MINUTES VALUE 4.
         78 AV-LIST-MINUTES VALUE 10.
         78 AV-MATCH-BEFORE VALUE 30.
         78 AV-MONTH-MINUTES VALUE 44640.
         05 hbhist-status PIC X(02) VALUE "00".
         05 hbhist-name PIC X(24) VALUE SPACES.
         05 avail-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 av-arg-month PIC X(10) VALUE SPACES.
         05 av-arg-cabinet PIC X(10) VALUE SPACES.
         05 av-month PIC X(06).
         05 av-now-yyyymm PIC 9(06).
         05 av-now-split REDEFINES av-now-yyyymm.
           10 av-now-yyyy PIC 9(04).
           10 av-now-mm PIC 9(02).
         05 av-date-num PIC 9(08).
         05 av-date-split REDEFINES av-date-num.
           10 av-date-yyyy PIC 9(04).
           10 av-date-mm PIC 9(02).
           10 av-date-dd PIC 9(02).
         05 av-start-int PIC 9(07).
         05 av-days PIC 9(02).
         05 av-first-dow PIC 9(01).
         05 av-dow PIC 9(01).
         05 av-asof PIC 9(05).
         05 av-eof PIC 9 VALUE 0.
         05 av-i PIC 9(05).
         05 av-j PIC 9(05).
         05 av-d PIC 9(02).
         05 av-m PIC 9(04).
         05 av-idx PIC 9(05).
         05 av-hhmm PIC 9(04).
         05 av-hh PIC 9(02).
         05 av-mm PIC 9(02).
         05 av-history-found PIC 9.
      * One cabinet's month.
         05 av-open PIC 9(05).
         05 av-reporting PIC 9(05).
         05 av-run-len PIC 9(05).
         05 av-run-start PIC 9(05).
         05 av-run-end PIC 9(05).
         05 av-long-len PIC 9(05).
         05 av-long-start PIC 9(05).
         05 av-outages PIC 9(04).
         05 av-matched PIC 9(04).
         05 av-match-pos PIC 9(03).
         05 av-percent PIC 9(03)V9(02).
      * Fleet totals.
         05 av-fleet-open PIC 9(07) VALUE 0.
         05 av-fleet-reporting PIC 9(07) VALUE 0.
         05 av-cabinets PIC 9(02) VALUE 0.
         05 av-edit-1 PIC ZZZZZZ9.
         05 av-edit-2 PIC ZZZZ9.
         05 av-percent-edit PIC ZZ9.99.
         05 av-stamp PIC X(13).
         05 av-inc-stamp PIC X(13).
         05 av-line PIC X(78).
      * Open (1) or closed (0) for each minute of each weekday,
      * Monday first, built once from SCHEDULE.DAT.
         05 av-week-profile.
           10 av-day-profile OCCURS 7 TIMES.
             15 av-open-min PIC 9 OCCURS 1440 TIMES.
      * Heartbeat cover for each minute of the month.
         05 av-month-table.
           10 av-reported PIC 9 OCCURS AV-MONTH-MINUTES TIMES.
      * Incidents opened in the month (M lines, state O).
         78 MAX-AV-INCIDENTS VALUE 300.
         05 av-inc-count PIC 9(03) VALUE 0.
         05 av-inc-table.
           10 av-incident OCCURS MAX-AV-INCIDENTS TIMES.
             15 avi-minute PIC 9(05).
             15 avi-code PIC X(01).
             15 avi-staff PIC X(04).
         COPY schedule-data.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-PICK-MONTH
         PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT
         PERFORM 1200-BUILD-PROFILE THRU 1200-EXIT
         OPEN OUTPUT AVAIL-REPORT-FILE
         IF avail-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write AVAILABILITY.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE SPACES TO av-line
         STRING "CABINET AVAILABILITY - " av-month
           DELIMITED BY SIZE INTO av-line
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE SPACES TO av-line
         STRING "Generated " FUNCTION CURRENT-DATE(1:8)
           "-" FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO av-line
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO av-line
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         IF reg-count EQUAL TO 0 THEN
           MOVE "No CABINET-REGISTRY.DAT - no cabinets to report"
             TO av-line
           WRITE AVAIL-REPORT-RECORD FROM av-line
           ADD 1 TO runlog-written
         END-IF
         PERFORM VARYING reg-i FROM 1 BY 1 UNTIL reg-i > reg-count
           IF av-arg-cabinet EQUAL TO SPACES
              OR av-arg-cabinet EQUAL TO regt-id(reg-i) THEN
             PERFORM 2000-ONE-CABINET THRU 2000-EXIT
           END-IF
         END-PERFORM
         PERFORM 4000-WRITE-FLEET-TOTAL THRU 4000-EXIT
         CLOSE AVAIL-REPORT-FILE
         MOVE av-month TO rptarc-from
         MOVE av-month TO rptarc-to
         MOVE "AVAILABILITY.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Availability for " av-month
           " written to AVAILABILITY.RPT"
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * Either argument may come first: six digits are the month,
      * anything else is a cabinet ID. Month rule as WALLET-RECON.
       1000-PICK-MONTH.
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO av-arg-month av-arg-cabinet
         END-UNSTRING
         IF av-arg-month(1:6) IS NOT NUMERIC
            OR av-arg-month(7:1) NOT EQUAL TO SPACE THEN
           MOVE av-arg-cabinet TO av-line
           MOVE av-arg-month TO av-arg-cabinet
           MOVE av-line TO av-arg-month
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:6) TO av-now-yyyymm
         IF av-arg-month(1:6) IS NUMERIC THEN
           MOVE av-arg-month(1:6) TO av-month
         ELSE
           IF av-now-mm EQUAL TO 1 THEN
             SUBTRACT 1 FROM av-now-yyyy
             MOVE 12 TO av-now-mm
           ELSE
             SUBTRACT 1 FROM av-now-mm
           END-IF
           MOVE av-now-yyyymm TO av-month
         END-IF
         MOVE av-month TO av-date-num(1:6)
         MOVE 1 TO av-date-dd
         COMPUTE av-start-int = FUNCTION INTEGER-OF-DATE(av-date-num)
         COMPUTE av-first-dow = FUNCTION MOD(av-start-int - 1, 7) + 1
         IF av-date-mm EQUAL TO 12 THEN
           ADD 1 TO av-date-yyyy
           MOVE 1 TO av-date-mm
         ELSE
           ADD 1 TO av-date-mm
         END-IF
         COMPUTE av-days =
           FUNCTION INTEGER-OF-DATE(av-date-num) - av-start-int
         COMPUTE av-asof = av-days * 1440
         IF av-month EQUAL TO FUNCTION CURRENT-DATE(1:6) THEN
           MOVE FUNCTION CURRENT-DATE(7:2) TO av-d
           MOVE FUNCTION CURRENT-DATE(9:2) TO av-hh
           MOVE FUNCTION CURRENT-DATE(11:2) TO av-mm
           COMPUTE av-asof = ((av-d - 1) * 1440) + (av-hh * 60)
             + av-mm
         END-IF
         IF av-month GREATER THAN FUNCTION CURRENT-DATE(1:6) THEN
           MOVE 0 TO av-asof
         END-IF.

       1100-LOAD-REGISTRY.
         MOVE 0 TO reg-count
         OPEN INPUT CABINET-REGISTRY-FILE
         IF registry-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         PERFORM VARYING reg-i FROM 1 BY 1
         UNTIL reg-i > MAX-REGISTRY
           READ CABINET-REGISTRY-FILE
             AT END
               MOVE MAX-REGISTRY TO reg-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO reg-count
               MOVE reg-cabinet-id TO regt-id(reg-count)
               MOVE reg-name TO regt-name(reg-count)
           END-READ
         END-PERFORM
         CLOSE CABINET-REGISTRY-FILE.
       1100-EXIT.
         EXIT.

      * The first window covering a weekday and time decides it,
      * as in APPLY-SCHEDULE; a window ending past midnight is two
      * rows there too.
       1200-BUILD-PROFILE.
         MOVE 0 TO sch-count
         OPEN INPUT SCHEDULE-FILE
         IF schedule-status EQUAL TO "00" THEN
           PERFORM VARYING sch-i FROM 1 BY 1
           UNTIL sch-i > MAX-SCHEDULE-ROWS
             READ SCHEDULE-FILE NEXT RECORD
               AT END
                 MOVE MAX-SCHEDULE-ROWS TO sch-i
               NOT AT END
                 ADD 1 TO runlog-read
                 IF sch-dow IS NUMERIC AND sch-start IS NUMERIC
                    AND sch-end IS NUMERIC THEN
                   ADD 1 TO sch-count
                   MOVE sch-dow TO scht-dow(sch-count)
                   MOVE sch-start TO scht-start(sch-count)
                   MOVE sch-end TO scht-end(sch-count)
                   MOVE 0 TO scht-closed(sch-count)
                   IF sch-closed IS NUMERIC THEN
                     MOVE sch-closed TO scht-closed(sch-count)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
         END-IF
         PERFORM VARYING av-dow FROM 1 BY 1 UNTIL av-dow > 7
           PERFORM VARYING av-m FROM 1 BY 1 UNTIL av-m > 1440
             COMPUTE av-hh = (av-m - 1) / 60
             COMPUTE av-hhmm = (av-hh * 100)
               + (av-m - 1 - (av-hh * 60))
             MOVE 1 TO av-open-min(av-dow, av-m)
             PERFORM VARYING sch-i FROM 1 BY 1
                 UNTIL sch-i > sch-count
               IF (scht-dow(sch-i) EQUAL TO 0
                   OR scht-dow(sch-i) EQUAL TO av-dow)
                  AND av-hhmm NOT LESS THAN scht-start(sch-i)
                  AND av-hhmm LESS THAN scht-end(sch-i) THEN
                 IF scht-closed(sch-i) EQUAL TO 1 THEN
                   MOVE 0 TO av-open-min(av-dow, av-m)
                 END-IF
                 MOVE sch-count TO sch-i
               END-IF
             END-PERFORM
           END-PERFORM
         END-PERFORM.
       1200-EXIT.
         EXIT.

       2000-ONE-CABINET.
         ADD 1 TO av-cabinets
         MOVE ZEROS TO av-month-table
         MOVE 0 TO av-inc-count
         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
         MOVE SPACES TO av-line
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE SPACES TO av-line
         STRING regt-name(reg-i) " [" regt-id(reg-i) "]"
           DELIMITED BY SIZE INTO av-line
         IF av-history-found EQUAL TO 0 THEN
           MOVE "no heartbeat history" TO av-line(25:20)
         END-IF
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         PERFORM 3000-SCAN-MONTH THRU 3000-EXIT
         ADD av-open TO av-fleet-open
         ADD av-reporting TO av-fleet-reporting
         MOVE av-open TO av-edit-1
         MOVE SPACES TO av-line
         STRING "  Scheduled open minutes    " av-edit-1
           DELIMITED BY SIZE INTO av-line
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE av-reporting TO av-edit-1
         MOVE SPACES TO av-line
         STRING "  Minutes reporting         " av-edit-1
           DELIMITED BY SIZE INTO av-line
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE SPACES TO av-line
         IF av-open EQUAL TO 0 THEN
           MOVE "  Availability              n/a (no open minutes)"
             TO av-line
         ELSE
           COMPUTE av-percent ROUNDED =
             av-reporting * 100 / av-open
           MOVE av-percent TO av-percent-edit
           STRING "  Availability               " av-percent-edit "%"
             DELIMITED BY SIZE INTO av-line
         END-IF
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE SPACES TO av-line
         IF av-long-len EQUAL TO 0 THEN
           MOVE "  Longest outage            none" TO av-line
         ELSE
           MOVE av-long-start TO av-idx
           PERFORM 3200-MINUTE-STAMP
           MOVE av-long-len TO av-edit-1
           STRING "  Longest outage            " av-edit-1
             " min from " av-stamp
             DELIMITED BY SIZE INTO av-line
         END-IF
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE av-outages TO av-edit-2
         MOVE av-matched TO av-edit-1
         MOVE SPACES TO av-line
         STRING "  Outages listed " FUNCTION TRIM(av-edit-2)
           ", with an incident logged " FUNCTION TRIM(av-edit-1)
           DELIMITED BY SIZE INTO av-line
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written.
       2000-EXIT.
         EXIT.

       2100-READ-HISTORY.
         MOVE 0 TO av-history-found
         MOVE SPACES TO hbhist-name
         STRING "HBHIST-" FUNCTION TRIM(regt-id(reg-i)) ".DAT"
           DELIMITED BY SIZE INTO hbhist-name
         OPEN INPUT HBHIST-FILE
         IF hbhist-status NOT EQUAL TO "00" THEN
           GO TO 2100-EXIT
         END-IF
         MOVE 1 TO av-history-found
         MOVE 0 TO av-eof
         PERFORM UNTIL av-eof EQUAL TO 1
           READ HBHIST-FILE
             AT END
               MOVE 1 TO av-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF hh-date(1:6) EQUAL TO av-month
                  AND hh-date IS NUMERIC
                  AND hh-time IS NUMERIC THEN
                 PERFORM 2200-TAKE-HISTORY-LINE THRU 2200-EXIT
               END-IF
           END-READ
         END-PERFORM
         CLOSE HBHIST-FILE.
       2100-EXIT.
         EXIT.

       2200-TAKE-HISTORY-LINE.
         MOVE hh-date TO av-date-num
         MOVE hh-time(1:2) TO av-hh
         MOVE hh-time(3:2) TO av-mm
         COMPUTE av-idx = ((av-date-dd - 1) * 1440) + (av-hh * 60)
           + av-mm + 1
         IF hh-type EQUAL TO "H" THEN
           IF av-idx GREATER THAN AV-COVER-MINUTES THEN
             COMPUTE av-j = av-idx - AV-COVER-MINUTES + 1
           ELSE
             MOVE 1 TO av-j
           END-IF
           PERFORM VARYING av-i FROM av-j BY 1
               UNTIL av-i GREATER THAN av-idx
             MOVE 1 TO av-reported(av-i)
           END-PERFORM
         END-IF
         IF hh-type EQUAL TO "M"
            AND hh-mnt-state EQUAL TO "O"
            AND av-inc-count LESS THAN MAX-AV-INCIDENTS THEN
           ADD 1 TO av-inc-count
           MOVE av-idx TO avi-minute(av-inc-count)
           MOVE hh-mnt-code TO avi-code(av-inc-count)
           MOVE hh-mnt-staff TO avi-staff(av-inc-count)
         END-IF.
       2200-EXIT.
         EXIT.

      * Minute by minute up to the end of the month (or now). Any
      * heartbeat ends an outage run, closed or open; an open
      * minute without one extends it.
       3000-SCAN-MONTH.
         MOVE 0 TO av-open
         MOVE 0 TO av-reporting
         MOVE 0 TO av-run-len
         MOVE 0 TO av-long-len
         MOVE 0 TO av-long-start
         MOVE 0 TO av-outages
         MOVE 0 TO av-matched
         MOVE 0 TO av-idx
         PERFORM VARYING av-d FROM 1 BY 1 UNTIL av-d > av-days
           COMPUTE av-dow =
             FUNCTION MOD(av-first-dow - 1 + av-d - 1, 7) + 1
           PERFORM VARYING av-m FROM 1 BY 1 UNTIL av-m > 1440
             ADD 1 TO av-idx
             IF av-idx NOT GREATER THAN av-asof THEN
               IF av-open-min(av-dow, av-m) EQUAL TO 1 THEN
                 ADD 1 TO av-open
                 IF av-reported(av-idx) EQUAL TO 1 THEN
                   ADD 1 TO av-reporting
                 ELSE
                   IF av-run-len EQUAL TO 0 THEN
                     MOVE av-idx TO av-run-start
                   END-IF
                   ADD 1 TO av-run-len
                   MOVE av-idx TO av-run-end
                 END-IF
               END-IF
               IF av-reported(av-idx) EQUAL TO 1
                  AND av-run-len GREATER THAN 0 THEN
                 PERFORM 3100-END-OUTAGE THRU 3100-EXIT
               END-IF
             END-IF
           END-PERFORM
         END-PERFORM
         IF av-run-len GREATER THAN 0 THEN
           PERFORM 3100-END-OUTAGE THRU 3100-EXIT
         END-IF.
       3000-EXIT.
         EXIT.

       3100-END-OUTAGE.
         IF av-run-len GREATER THAN av-long-len THEN
           MOVE av-run-len TO av-long-len
           MOVE av-run-start TO av-long-start
         END-IF
         IF av-run-len LESS THAN AV-LIST-MINUTES THEN
           MOVE 0 TO av-run-len
           GO TO 3100-EXIT
         END-IF
         ADD 1 TO av-outages
         MOVE 0 TO av-match-pos
         PERFORM VARYING av-i FROM 1 BY 1
             UNTIL av-i GREATER THAN av-inc-count
           IF av-match-pos EQUAL TO 0
              AND avi-minute(av-i) + AV-MATCH-BEFORE
                  NOT LESS THAN av-run-start
              AND avi-minute(av-i) NOT GREATER THAN av-run-end THEN
             MOVE av-i TO av-match-pos
           END-IF
         END-PERFORM
         IF av-match-pos GREATER THAN 0 THEN
           MOVE avi-minute(av-match-pos) TO av-idx
           PERFORM 3200-MINUTE-STAMP
           MOVE av-stamp TO av-inc-stamp
         END-IF
         MOVE av-run-start TO av-idx
         PERFORM 3200-MINUTE-STAMP
         MOVE av-run-len TO av-edit-2
         MOVE SPACES TO av-line
         IF av-match-pos EQUAL TO 0 THEN
           STRING "    outage " av-stamp " " av-edit-2
             " min  no incident logged"
             DELIMITED BY SIZE INTO av-line
         ELSE
           ADD 1 TO av-matched
           STRING "    outage " av-stamp " " av-edit-2
             " min  incident " avi-code(av-match-pos)
             " opened " av-inc-stamp(10:4) " by "
             avi-staff(av-match-pos)
             DELIMITED BY SIZE INTO av-line
         END-IF
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE av-run-end TO av-idx
         MOVE 0 TO av-run-len.
       3100-EXIT.
         EXIT.

      * av-idx (1 = midnight on the 1st) as YYYYMMDD-HHMM.
       3200-MINUTE-STAMP.
         COMPUTE av-d = ((av-idx - 1) / 1440) + 1
         COMPUTE av-j = av-idx - 1 - ((av-d - 1) * 1440)
         COMPUTE av-hh = av-j / 60
         COMPUTE av-mm = av-j - (av-hh * 60)
         MOVE SPACES TO av-stamp
         STRING av-month av-d "-" av-hh av-mm
           DELIMITED BY SIZE INTO av-stamp.

       4000-WRITE-FLEET-TOTAL.
         MOVE SPACES TO av-line
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO av-line
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE av-fleet-open TO av-edit-1
         MOVE SPACES TO av-line
         STRING "Fleet scheduled open minutes " av-edit-1
           DELIMITED BY SIZE INTO av-line
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE av-fleet-reporting TO av-edit-1
         MOVE SPACES TO av-line
         STRING "Fleet minutes reporting      " av-edit-1
           DELIMITED BY SIZE INTO av-line
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written
         MOVE SPACES TO av-line
         IF av-fleet-open EQUAL TO 0 THEN
           MOVE "Fleet availability           n/a" TO av-line
         ELSE
           COMPUTE av-percent ROUNDED =
             av-fleet-reporting * 100 / av-fleet-open
           MOVE av-percent TO av-percent-edit
           STRING "Fleet availability            " av-percent-edit
             "%"
             DELIMITED BY SIZE INTO av-line
         END-IF
         WRITE AVAIL-REPORT-RECORD FROM av-line
         ADD 1 TO runlog-written.
       4000-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "AVAILABILITY" TO rptarc-program
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
         MOVE "AVAILABILITY" TO runlog-program
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
       END PROGRAM AVAILABILITY.

      * Compile and run on Windows:
      * cobc -xj fleet-status.cbl batch-runlog.cbl report-archive.cbl
      * Fleet status roll-up: walks CABINET-REGISTRY.DAT (the
      * roster of cabinet ids on the shared mount), opens each
      * cabinet's HEARTBEAT-<id>.DAT in turn, and writes one
      * FLEET-STATUS.RPT line per cabinet - display name, last
      * seen, uptime, plays today, error count, clock skew against
      * TIME-REF.DAT (a trailing "!" is over the tolerance, and the
      * cabinet is holding its pushes), and an OK / STALE / DOWN
      * verdict - plus a fleet total line. Run it from the
      * shared mount directory, the same place WRITE-HEARTBEAT
      * drops the files.
      * A cabinet is OK when its heartbeat is under 15 minutes
           05 reg-cabinet-id PIC X(06).
           05 reg-name PIC X(12).
       FD HEARTBEAT-FILE.
         01 HEARTBEAT-RECORD PIC X(140).
       FD FLEET-REPORT-FILE.
         01 FLEET-REPORT-RECORD PIC X(110).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY registry-data.
       01 fleet-data.
         78 OK-AGE-SECONDS VALUE 900.
         05 heartbeat-status PIC X(02) VALUE "00".
         05 heartbeat-name PIC X(24) VALUE SPACES.
         05 fleet-report-status PIC X(02) VALUE "00".
         05 fleet-line PIC X(110).
         05 fs-i PIC 9(02).
         05 fs-verdict PIC X(05).
         05 fs-ok-count PIC 9(02) VALUE 0.
         05 fs-stale-count PIC 9(02) VALUE 0.
         05 fs-down-count PIC 9(02) VALUE 0.
         05 fs-skewed-count PIC 9(02) VALUE 0.
         05 fs-total-plays PIC 9(07) VALUE 0.
         05 fs-total-errors PIC 9(06) VALUE 0.
         05 fs-edit-1 PIC ZZZZZZ9.
      * The heartbeat line is written with trimmed numeric fields
      * ("plays=3", not "plays=00003"), so it is unstrung token by
      * token rather than mapped with a fixed REDEFINES.
         05 HB-WORK PIC X(140).
         05 fs-token PIC X(24).
         05 fs-tag PIC X(10).
         05 fs-value PIC X(16).
         05 hb-plays PIC 9(05).
         05 hb-errors PIC 9(04).
         05 hb-selftest PIC X(01).
         05 hb-skew PIC X(12).
         05 fs-bang PIC 9(02).
         05 fs-now-date PIC 9(08).
         05 fs-now-time-num PIC 9(06).
         05 fs-now-split REDEFINES fs-now-time-num.
         05 fs-age-seconds PIC S9(09).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-LOAD-REGISTRY THRU 1000-EXIT
         OPEN OUTPUT FLEET-REPORT-FILE
         IF fleet-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write FLEET-STATUS.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE "FLEET STATUS REPORT" TO fleet-line
         WRITE FLEET-REPORT-RECORD FROM fleet-line
         ADD 1 TO runlog-written
         MOVE SPACES TO fleet-line
         STRING "Generated " FUNCTION CURRENT-DATE(1:8)
           "-" FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO fleet-line
         WRITE FLEET-REPORT-RECORD FROM fleet-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO fleet-line
         WRITE FLEET-REPORT-RECORD FROM fleet-line
         ADD 1 TO runlog-written
         MOVE FUNCTION CURRENT-DATE(1:8) TO fs-now-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO fs-now-time-num
         COMPUTE fs-now-int = FUNCTION INTEGER-OF-DATE(fs-now-date)
           MOVE "No CABINET-REGISTRY.DAT - no cabinets to check"
             TO fleet-line
           WRITE FLEET-REPORT-RECORD FROM fleet-line
           ADD 1 TO runlog-written
         END-IF
         PERFORM VARYING fs-i FROM 1 BY 1 UNTIL fs-i > reg-count
           PERFORM 2000-CHECK-ONE-CABINET THRU 2000-EXIT
         END-PERFORM
         PERFORM 3000-WRITE-FLEET-TOTALS
         CLOSE FLEET-REPORT-FILE
         MOVE "FLEET-STATUS.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-REGISTRY.
             AT END
               MOVE MAX-REGISTRY TO reg-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO reg-count
               MOVE reg-cabinet-id TO regt-id(reg-count)
               MOVE reg-name TO regt-name(reg-count)
         MOVE SPACES TO hb-at-text
         MOVE SPACES TO hb-up-text
         MOVE "-" TO hb-selftest
         MOVE "?" TO hb-skew
         MOVE "none  " TO hb-lastplay
         MOVE 0 TO hb-plays
         MOVE 0 TO hb-errors
           MOVE SPACES TO fleet-line
           STRING "  " regt-name(fs-i)
             " [" regt-id(fs-i) "]  no heartbeat file"
             "                                        DOWN"
             DELIMITED BY SIZE INTO fleet-line
           WRITE FLEET-REPORT-RECORD FROM fleet-line
           ADD 1 TO runlog-written
           GO TO 2000-EXIT
         END-IF
         READ HEARTBEAT-FILE NEXT RECORD INTO HB-WORK
           AT END
             MOVE SPACES TO HB-WORK
           NOT AT END
             ADD 1 TO runlog-read
         END-READ
         CLOSE HEARTBEAT-FILE
         PERFORM 2100-PARSE-HEARTBEAT-LINE
           " plays " FUNCTION TRIM(fs-edit-1)
           " err " FUNCTION TRIM(fs-edit-2)
           " test " hb-selftest
           " skew " hb-skew(1:8)
           "  " fs-verdict
           DELIMITED BY SIZE INTO fleet-line
         WRITE FLEET-REPORT-RECORD FROM fleet-line
         ADD 1 TO runlog-written.
       2000-EXIT.
         EXIT.

                 END-IF
               WHEN "st        "
                 MOVE fs-value(1:1) TO hb-selftest
               WHEN "skew      "
                 MOVE fs-value TO hb-skew
                 MOVE 0 TO fs-bang
                 INSPECT fs-value TALLYING fs-bang FOR ALL "!"
                 IF fs-bang GREATER THAN 0 THEN
                   ADD 1 TO fs-skewed-count
                 END-IF
             END-EVALUATE
           END-IF
         END-PERFORM.
       3000-WRITE-FLEET-TOTALS.
         MOVE ALL "-" TO fleet-line
         WRITE FLEET-REPORT-RECORD FROM fleet-line
         ADD 1 TO runlog-written
         MOVE reg-count TO fs-edit-1
         MOVE fs-ok-count TO fs-edit-2
         MOVE SPACES TO fleet-line
           FUNCTION TRIM(fs-edit-2) " OK"
           DELIMITED BY SIZE INTO fleet-line
         WRITE FLEET-REPORT-RECORD FROM fleet-line
         ADD 1 TO runlog-written
         MOVE fs-stale-count TO fs-edit-1
         MOVE fs-down-count TO fs-edit-2
         MOVE SPACES TO fleet-line
           FUNCTION TRIM(fs-edit-2) " down"
           DELIMITED BY SIZE INTO fleet-line
         WRITE FLEET-REPORT-RECORD FROM fleet-line
         ADD 1 TO runlog-written
         IF fs-skewed-count GREATER THAN 0 THEN
           MOVE fs-skewed-count TO fs-edit-1
           MOVE SPACES TO fleet-line
           STRING "  " DELIMITED BY SIZE
             FUNCTION TRIM(fs-edit-1)
             " with the clock off - pushes held until fixed"
             DELIMITED BY SIZE INTO fleet-line
           WRITE FLEET-REPORT-RECORD FROM fleet-line
           ADD 1 TO runlog-written
         END-IF
         MOVE fs-total-plays TO fs-edit-1
         MOVE fs-total-errors TO fs-edit-2
         MOVE SPACES TO fleet-line
           FUNCTION TRIM(fs-edit-1) " plays today, "
           FUNCTION TRIM(fs-edit-2) " errors across the fleet"
           DELIMITED BY SIZE INTO fleet-line
         WRITE FLEET-REPORT-RECORD FROM fleet-line
         ADD 1 TO runlog-written.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "FLEET-STATUS" TO rptarc-program
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
         MOVE "FLEET-STATUS" TO runlog-program
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
       END PROGRAM FLEET-STATUS.

      * Compile and run on Windows:
      * cobc -xj slow-frames.cbl batch-runlog.cbl report-archive.cbl
      * Slow-frame report for one month: ranks the fleet's cabinets
      * by the share of their frames that overran the 60 fps budget,
      * worst first, so ageing hardware shows up here before the
      * players feel the stutter. Reads the frame counts each
      * cabinet puts on the H lines of its HBHIST-<id>.DAT heartbeat
      * history (see frame-data.cpy for how a frame is timed and
      * bucketed), walking CABINET-REGISTRY.DAT as AVAILABILITY
      * does, or taking the one cabinet given. Beside the overall
      * rate each line breaks the slow frames out by bucket - idle
      * screens, attract, play, play with the boss row up, and play
      * with two balls in - since a cabinet that only stutters
      * with two balls in has a different problem from one that
      * stutters on the idle screen. Cabinets with no frame counts
      * for the month are listed after the ranking.
      *   slow-frames [YYYYMM] [cabinet]
      * With no month the month before the current one is reported.
      * Output: SLOW-FRAMES.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLOW-FRAMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CABINET-REGISTRY-FILE
           ASSIGN TO "CABINET-REGISTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS registry-status.
         SELECT HBHIST-FILE ASSIGN USING hbhist-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS hbhist-status.
         SELECT SLOW-REPORT-FILE ASSIGN TO "SLOW-FRAMES.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS slow-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD CABINET-REGISTRY-FILE.
         01 CABINET-REGISTRY-RECORD.
           05 reg-cabinet-id PIC X(06).
           05 reg-name PIC X(12).
       FD HBHIST-FILE.
         COPY hbhist-record.
       FD SLOW-REPORT-FILE.
         01 SLOW-REPORT-RECORD PIC X(78).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY registry-data.
       01 slow-frames-data.
         78 SF-BUCKETS VALUE 5.
         05 hbhist-status PIC X(02) VALUE "00".
         05 hbhist-name PIC X(24) VALUE SPACES.
         05 slow-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 sf-arg-month PIC X(10) VALUE SPACES.
         05 sf-arg-cabinet PIC X(10) VALUE SPACES.
         05 sf-month PIC X(06).
         05 sf-now-yyyymm PIC 9(06).
         05 sf-now-split REDEFINES sf-now-yyyymm.
           10 sf-now-yyyy PIC 9(04).
           10 sf-now-mm PIC 9(02).
         05 sf-eof PIC 9 VALUE 0.
         05 sf-i PIC 9(02).
         05 sf-j PIC 9(02).
         05 sf-b PIC 9(01).
         05 sf-rank PIC 9(02) VALUE 0.
         05 sf-swapped PIC 9.
         05 sf-swap PIC 9.
         05 sf-hold PIC X(120).
         05 sf-percent PIC 9(03)V9(02).
         05 sf-fleet-frames PIC 9(11) VALUE 0.
         05 sf-fleet-slow PIC 9(09) VALUE 0.
         05 sf-rank-edit PIC Z9.
         05 sf-frames-edit PIC Z(08)9.
         05 sf-slow-edit PIC Z(06)9.
         05 sf-fleet-frames-edit PIC Z(10)9.
         05 sf-fleet-slow-edit PIC Z(08)9.
         05 sf-percent-edit PIC ZZ9.99.
         05 sf-bucket-edit PIC ZZ9.9.
         05 sf-cells PIC X(30).
         05 sf-line PIC X(78).
      * One row per cabinet reported, ranked in place.
         05 sf-count PIC 9(02) VALUE 0.
         05 sf-table.
           10 sf-cab OCCURS MAX-REGISTRY TIMES.
             15 sfc-id PIC X(06).
             15 sfc-name PIC X(12).
             15 sfc-found PIC 9(01).
             15 sfc-frames PIC 9(09).
             15 sfc-slow PIC 9(07).
             15 sfc-rate PIC 9(03)V9(02).
             15 sfc-bucket OCCURS SF-BUCKETS TIMES.
               20 sfc-bk-frames PIC 9(09).
               20 sfc-bk-slow PIC 9(07).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-PICK-MONTH
         PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT
         PERFORM VARYING reg-i FROM 1 BY 1 UNTIL reg-i > reg-count
           IF sf-arg-cabinet EQUAL TO SPACES
              OR sf-arg-cabinet EQUAL TO regt-id(reg-i) THEN
             PERFORM 2000-ONE-CABINET THRU 2000-EXIT
           END-IF
         END-PERFORM
         PERFORM 3000-RANK-CABINETS
         OPEN OUTPUT SLOW-REPORT-FILE
         IF slow-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write SLOW-FRAMES.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 4000-WRITE-REPORT
         CLOSE SLOW-REPORT-FILE
         MOVE sf-month TO rptarc-from
         MOVE sf-month TO rptarc-to
         MOVE "SLOW-FRAMES.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Slow frames for " sf-month
           " written to SLOW-FRAMES.RPT"
      * A month with no frame counts anywhere still gets its
      * report, but is flagged rather than passed as clean.
         IF sf-rank EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * Either argument may come first: six digits are the month,
      * anything else is a cabinet ID. Month rule as AVAILABILITY.
       1000-PICK-MONTH.
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO sf-arg-month sf-arg-cabinet
         END-UNSTRING
         IF sf-arg-month(1:6) IS NOT NUMERIC
            OR sf-arg-month(7:1) NOT EQUAL TO SPACE THEN
           MOVE sf-arg-cabinet TO sf-line
           MOVE sf-arg-month TO sf-arg-cabinet
           MOVE sf-line TO sf-arg-month
         END-IF
         IF sf-arg-month(1:6) IS NUMERIC THEN
           MOVE sf-arg-month(1:6) TO sf-month
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:6) TO sf-now-yyyymm
           IF sf-now-mm EQUAL TO 1 THEN
             SUBTRACT 1 FROM sf-now-yyyy
             MOVE 12 TO sf-now-mm
           ELSE
             SUBTRACT 1 FROM sf-now-mm
           END-IF
           MOVE sf-now-yyyymm TO sf-month
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

      * Heartbeat lines from before frames were counted carry no
      * counts and are passed over.
       2000-ONE-CABINET.
         ADD 1 TO sf-count
         MOVE regt-id(reg-i) TO sfc-id(sf-count)
         MOVE regt-name(reg-i) TO sfc-name(sf-count)
         MOVE 0 TO sfc-found(sf-count)
         MOVE 0 TO sfc-frames(sf-count)
         MOVE 0 TO sfc-slow(sf-count)
         MOVE 0 TO sfc-rate(sf-count)
         PERFORM VARYING sf-b FROM 1 BY 1 UNTIL sf-b > SF-BUCKETS
           MOVE 0 TO sfc-bk-frames(sf-count, sf-b)
           MOVE 0 TO sfc-bk-slow(sf-count, sf-b)
         END-PERFORM
         MOVE SPACES TO hbhist-name
         STRING "HBHIST-" FUNCTION TRIM(regt-id(reg-i)) ".DAT"
           DELIMITED BY SIZE INTO hbhist-name
         OPEN INPUT HBHIST-FILE
         IF hbhist-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO sf-eof
         PERFORM UNTIL sf-eof EQUAL TO 1
           MOVE SPACES TO HBHIST-RECORD
           READ HBHIST-FILE
             AT END
               MOVE 1 TO sf-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF hh-type EQUAL TO "H"
                  AND hh-date(1:6) EQUAL TO sf-month
                  AND hh-frame-counts IS NUMERIC THEN
                 PERFORM 2100-TAKE-COUNTS
               END-IF
           END-READ
         END-PERFORM
         CLOSE HBHIST-FILE
         IF sfc-frames(sf-count) GREATER THAN 0 THEN
           MOVE 1 TO sfc-found(sf-count)
           COMPUTE sfc-rate(sf-count) ROUNDED =
             sfc-slow(sf-count) * 100 / sfc-frames(sf-count)
           ADD sfc-frames(sf-count) TO sf-fleet-frames
           ADD sfc-slow(sf-count) TO sf-fleet-slow
         END-IF.
       2000-EXIT.
         EXIT.

       2100-TAKE-COUNTS.
         PERFORM VARYING sf-b FROM 1 BY 1 UNTIL sf-b > SF-BUCKETS
           ADD hh-bucket-frames(sf-b)
             TO sfc-bk-frames(sf-count, sf-b)
           ADD hh-bucket-slow(sf-b) TO sfc-bk-slow(sf-count, sf-b)
           ADD hh-bucket-frames(sf-b) TO sfc-frames(sf-count)
           ADD hh-bucket-slow(sf-b) TO sfc-slow(sf-count)
         END-PERFORM.

      * Worst rate first; cabinets with nothing to rate sink below
      * every rated one.
       3000-RANK-CABINETS.
         MOVE 1 TO sf-swapped
         PERFORM UNTIL sf-swapped EQUAL TO 0
           MOVE 0 TO sf-swapped
           PERFORM VARYING sf-i FROM 1 BY 1
           UNTIL sf-i NOT LESS THAN sf-count
             COMPUTE sf-j = sf-i + 1
             MOVE 0 TO sf-swap
             IF sfc-found(sf-j) GREATER THAN sfc-found(sf-i) THEN
               MOVE 1 TO sf-swap
             END-IF
             IF sfc-found(sf-j) EQUAL TO sfc-found(sf-i)
                AND sfc-rate(sf-j) GREATER THAN sfc-rate(sf-i) THEN
               MOVE 1 TO sf-swap
             END-IF
             IF sf-swap EQUAL TO 1 THEN
               MOVE sf-cab(sf-i) TO sf-hold
               MOVE sf-cab(sf-j) TO sf-cab(sf-i)
               MOVE sf-hold TO sf-cab(sf-j)
               MOVE 1 TO sf-swapped
             END-IF
           END-PERFORM
         END-PERFORM.

       4000-WRITE-REPORT.
         MOVE SPACES TO sf-line
         STRING "SLOW FRAMES BY CABINET - " sf-month
           DELIMITED BY SIZE INTO sf-line
         PERFORM 4900-PUT-LINE
         MOVE SPACES TO sf-line
         STRING "Generated " FUNCTION CURRENT-DATE(1:8)
           "-" FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO sf-line
         PERFORM 4900-PUT-LINE
         MOVE "Per cent of frames over the 60 fps budget; the last "
           TO sf-line
         PERFORM 4900-PUT-LINE
         MOVE "five columns split it by what the cabinet was doing."
           TO sf-line
         PERFORM 4900-PUT-LINE
         MOVE ALL "-" TO sf-line
         PERFORM 4900-PUT-LINE
         MOVE "RK  CABINET      ID        FRAMES    SLOW  SLOW%  IDLE"
           TO sf-line
         MOVE "  ATTR  PLAY  BOSS 2BALL" TO sf-line(55:24)
         PERFORM 4900-PUT-LINE
         IF reg-count EQUAL TO 0 THEN
           MOVE "No CABINET-REGISTRY.DAT - no cabinets to report"
             TO sf-line
           PERFORM 4900-PUT-LINE
         END-IF
         PERFORM VARYING sf-i FROM 1 BY 1 UNTIL sf-i > sf-count
           IF sfc-found(sf-i) EQUAL TO 1 THEN
             PERFORM 4100-RANKED-LINE
           END-IF
         END-PERFORM
         IF sf-rank LESS THAN sf-count THEN
           MOVE SPACES TO sf-line
           PERFORM 4900-PUT-LINE
           MOVE "No frame counts for the month:" TO sf-line
           PERFORM 4900-PUT-LINE
           PERFORM VARYING sf-i FROM 1 BY 1 UNTIL sf-i > sf-count
             IF sfc-found(sf-i) EQUAL TO 0 THEN
               MOVE SPACES TO sf-line
               STRING "    " sfc-name(sf-i) " " sfc-id(sf-i)
                 DELIMITED BY SIZE INTO sf-line
               PERFORM 4900-PUT-LINE
             END-IF
           END-PERFORM
         END-IF
         MOVE ALL "-" TO sf-line
         PERFORM 4900-PUT-LINE
         MOVE sf-fleet-frames TO sf-fleet-frames-edit
         MOVE sf-fleet-slow TO sf-fleet-slow-edit
         MOVE SPACES TO sf-line
         IF sf-fleet-frames EQUAL TO 0 THEN
           MOVE "Fleet                               no frames counted"
             TO sf-line
         ELSE
           COMPUTE sf-percent ROUNDED =
             sf-fleet-slow * 100 / sf-fleet-frames
           MOVE sf-percent TO sf-percent-edit
           STRING "Fleet " sf-fleet-frames-edit " frames, "
             FUNCTION TRIM(sf-fleet-slow-edit) " slow, "
             FUNCTION TRIM(sf-percent-edit) "%"
             DELIMITED BY SIZE INTO sf-line
         END-IF
         PERFORM 4900-PUT-LINE.

       4100-RANKED-LINE.
         ADD 1 TO sf-rank
         MOVE sf-rank TO sf-rank-edit
         MOVE sfc-frames(sf-i) TO sf-frames-edit
         MOVE sfc-slow(sf-i) TO sf-slow-edit
         MOVE sfc-rate(sf-i) TO sf-percent-edit
         MOVE SPACES TO sf-cells
         PERFORM VARYING sf-b FROM 1 BY 1 UNTIL sf-b > SF-BUCKETS
           COMPUTE sf-j = (sf-b - 1) * 6 + 2
           IF sfc-bk-frames(sf-i, sf-b) EQUAL TO 0 THEN
             MOVE "  -" TO sf-cells(sf-j:5)
           ELSE
             COMPUTE sf-percent ROUNDED =
               sfc-bk-slow(sf-i, sf-b) * 100
               / sfc-bk-frames(sf-i, sf-b)
             MOVE sf-percent TO sf-bucket-edit
             MOVE sf-bucket-edit TO sf-cells(sf-j:5)
           END-IF
         END-PERFORM
         MOVE SPACES TO sf-line
         STRING sf-rank-edit ". " sfc-name(sf-i) " " sfc-id(sf-i)
           " " sf-frames-edit " " sf-slow-edit " " sf-percent-edit
           sf-cells
           DELIMITED BY SIZE INTO sf-line
         PERFORM 4900-PUT-LINE.

       4900-PUT-LINE.
         WRITE SLOW-REPORT-RECORD FROM sf-line
         ADD 1 TO runlog-written.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "SLOW-FRAMES" TO rptarc-program
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
         MOVE "SLOW-FRAMES" TO runlog-program
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
       END PROGRAM SLOW-FRAMES.

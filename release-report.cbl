      * Compile and run on Windows:
      * cobc -xj release-report.cbl batch-runlog.cbl report-archive.cbl
      * Release compliance across the fleet: which build each
      * registered cabinet reports running (BUILD-<id>.DAT, written
      * by the cabinet at startup and on every sync) against the
      * approved builds and rollout rings in RELEASES.DAT. Run it
      * from the shared mount directory, as FLEET-STATUS is.
      *   release-report
      * Each cabinet's ring comes off its C line (FLEET when it has
      * none) and the ring's target is its last approved B line.
      * A cabinet is flagged
      *   NO REPORT   no BUILD-<id>.DAT on the mount
      *   UNAPPROVED  running a build with no approved B line
      *   FORMAT      its build writes another ledger format than
      *               the L line names - its pushes are held
      *   MISMATCH    an approved build, but not its ring's target
      *   NO TARGET   its ring has no approved build at all
      * Output: RELEASE-COMPLIANCE.RPT. Ends 4 when any cabinet is
      * flagged, 8 when there is no RELEASES.DAT to check against.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CABINET-REGISTRY-FILE
           ASSIGN TO "CABINET-REGISTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS registry-status.
         SELECT RELEASES-FILE ASSIGN TO "RELEASES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS release-status.
         SELECT BUILD-REPORT-FILE ASSIGN USING rr-build-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS build-report-status.
         SELECT COMPLIANCE-REPORT-FILE
           ASSIGN TO "RELEASE-COMPLIANCE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS compliance-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD CABINET-REGISTRY-FILE.
         01 CABINET-REGISTRY-RECORD.
           05 reg-cabinet-id PIC X(06).
           05 reg-name PIC X(12).
       FD RELEASES-FILE.
         COPY release-record.
       FD BUILD-REPORT-FILE.
         COPY build-report-record.
       FD COMPLIANCE-REPORT-FILE.
         01 COMPLIANCE-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY registry-data.
       01 release-report-data.
         78 MAX-BUILDS VALUE 40.
         78 MAX-MEMBERS VALUE 50.
         05 release-status PIC X(02) VALUE "00".
         05 build-report-status PIC X(02) VALUE "00".
         05 compliance-report-status PIC X(02) VALUE "00".
         05 rr-build-name PIC X(24).
         05 rr-eof PIC 9.
         05 rr-c PIC 9(02).
         05 rr-k PIC 9(02).
         05 rr-line PIC X(100).
         05 rr-mount-format PIC 9(02) VALUE 0.
      * Approved and withdrawn builds in file order, and the ring
      * each listed cabinet belongs to.
         05 rr-build-count PIC 9(02) VALUE 0.
         05 rr-build-table.
           10 rr-build OCCURS MAX-BUILDS TIMES.
             15 rrb-build PIC X(10).
             15 rrb-format PIC 9(02).
             15 rrb-ring PIC X(08).
             15 rrb-state PIC X(01).
         05 rr-member-count PIC 9(02) VALUE 0.
         05 rr-member-table.
           10 rr-member OCCURS MAX-MEMBERS TIMES.
             15 rrm-cabinet PIC X(06).
             15 rrm-ring PIC X(08).
      * The cabinet in hand.
         05 rr-ring PIC X(08).
         05 rr-target PIC X(10).
         05 rr-reported PIC 9 VALUE 0.
         05 rr-approved PIC 9 VALUE 0.
         05 rr-status PIC X(10).
         05 rr-format-text PIC X(02).
         05 rr-when PIC X(15).
      * Totals.
         05 rr-ok-count PIC 9(02) VALUE 0.
         05 rr-noreport-count PIC 9(02) VALUE 0.
         05 rr-unapproved-count PIC 9(02) VALUE 0.
         05 rr-format-count PIC 9(02) VALUE 0.
         05 rr-mismatch-count PIC 9(02) VALUE 0.
         05 rr-notarget-count PIC 9(02) VALUE 0.
         05 rr-held-count PIC 9(02) VALUE 0.
         05 rr-edit-1 PIC Z9.
         05 rr-edit-2 PIC Z9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-LOAD-REGISTRY THRU 1000-EXIT
         PERFORM 1100-LOAD-RELEASES THRU 1100-EXIT
         IF RETURN-CODE NOT LESS THAN 8 THEN
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         OPEN OUTPUT COMPLIANCE-REPORT-FILE
         IF compliance-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write RELEASE-COMPLIANCE.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 3000-WRITE-HEADING
         PERFORM VARYING rr-c FROM 1 BY 1 UNTIL rr-c > reg-count
           PERFORM 2000-CHECK-CABINET THRU 2000-EXIT
           PERFORM 3100-WRITE-CABINET
         END-PERFORM
         PERFORM 3200-WRITE-TOTALS
         CLOSE COMPLIANCE-REPORT-FILE
         MOVE "RELEASE-COMPLIANCE.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         IF rr-ok-count LESS THAN reg-count
            AND RETURN-CODE LESS THAN 4 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-REGISTRY.
         MOVE 0 TO reg-count
         OPEN INPUT CABINET-REGISTRY-FILE
         IF registry-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
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
       1000-EXIT.
         EXIT.

       1100-LOAD-RELEASES.
         OPEN INPUT RELEASES-FILE
         IF release-status NOT EQUAL TO "00" THEN
           DISPLAY "No RELEASES.DAT - nothing to check the fleet"
             " against" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1100-EXIT
         END-IF
         MOVE 0 TO rr-eof
         PERFORM UNTIL rr-eof EQUAL TO 1
           READ RELEASES-FILE
             AT END
               MOVE 1 TO rr-eof
             NOT AT END
               ADD 1 TO runlog-read
               EVALUATE rl-type
                 WHEN "L"
                   IF rl-format IS NUMERIC THEN
                     MOVE rl-format TO rr-mount-format
                   END-IF
                 WHEN "B"
                   IF rr-build-count LESS THAN MAX-BUILDS
                      AND rl-build NOT EQUAL TO SPACES THEN
                     ADD 1 TO rr-build-count
                     MOVE rl-build TO rrb-build(rr-build-count)
                     MOVE 0 TO rrb-format(rr-build-count)
                     IF rl-format IS NUMERIC THEN
                       MOVE rl-format TO rrb-format(rr-build-count)
                     END-IF
                     MOVE rl-ring TO rrb-ring(rr-build-count)
                     IF rrb-ring(rr-build-count) EQUAL TO SPACES THEN
                       MOVE "FLEET" TO rrb-ring(rr-build-count)
                     END-IF
                     MOVE rl-state TO rrb-state(rr-build-count)
                   END-IF
                 WHEN "C"
                   IF rr-member-count LESS THAN MAX-MEMBERS
                      AND rl-cabinet NOT EQUAL TO SPACES THEN
                     ADD 1 TO rr-member-count
                     MOVE rl-cabinet TO rrm-cabinet(rr-member-count)
                     MOVE rl-ring TO rrm-ring(rr-member-count)
                   END-IF
               END-EVALUATE
           END-READ
         END-PERFORM
         CLOSE RELEASES-FILE.
       1100-EXIT.
         EXIT.

      * Ring, target and the cabinet's own report, then the one
      * status that matters most.
       2000-CHECK-CABINET.
         MOVE "FLEET" TO rr-ring
         PERFORM VARYING rr-k FROM 1 BY 1
         UNTIL rr-k > rr-member-count
           IF rrm-cabinet(rr-k) EQUAL TO regt-id(rr-c) THEN
             MOVE rrm-ring(rr-k) TO rr-ring
           END-IF
         END-PERFORM
         MOVE SPACES TO rr-target
         PERFORM VARYING rr-k FROM 1 BY 1
         UNTIL rr-k > rr-build-count
           IF rrb-ring(rr-k) EQUAL TO rr-ring
              AND rrb-state(rr-k) NOT EQUAL TO "W" THEN
             MOVE rrb-build(rr-k) TO rr-target
           END-IF
         END-PERFORM
         MOVE 0 TO rr-reported
         MOVE SPACES TO BUILD-REPORT-RECORD
         MOVE SPACES TO rr-build-name
         STRING "BUILD-" FUNCTION TRIM(regt-id(rr-c)) ".DAT"
           DELIMITED BY SIZE INTO rr-build-name
         OPEN INPUT BUILD-REPORT-FILE
         IF build-report-status EQUAL TO "00" THEN
           READ BUILD-REPORT-FILE
             AT END
               MOVE SPACES TO BUILD-REPORT-RECORD
             NOT AT END
               ADD 1 TO runlog-read
               MOVE 1 TO rr-reported
           END-READ
           CLOSE BUILD-REPORT-FILE
         END-IF
         IF rr-reported EQUAL TO 0 THEN
           MOVE "NO REPORT" TO rr-status
           ADD 1 TO rr-noreport-count
           GO TO 2000-EXIT
         END-IF
         IF bd-held EQUAL TO "Y" THEN
           ADD 1 TO rr-held-count
         END-IF
         MOVE 0 TO rr-approved
         PERFORM VARYING rr-k FROM 1 BY 1
         UNTIL rr-k > rr-build-count
           IF rrb-build(rr-k) EQUAL TO bd-build
              AND rrb-state(rr-k) NOT EQUAL TO "W" THEN
             MOVE 1 TO rr-approved
           END-IF
         END-PERFORM
         EVALUATE TRUE
           WHEN rr-approved EQUAL TO 0
             MOVE "UNAPPROVED" TO rr-status
             ADD 1 TO rr-unapproved-count
           WHEN rr-mount-format GREATER THAN 0
                AND bd-format NOT EQUAL TO rr-mount-format
             MOVE "FORMAT" TO rr-status
             ADD 1 TO rr-format-count
           WHEN rr-target EQUAL TO SPACES
             MOVE "NO TARGET" TO rr-status
             ADD 1 TO rr-notarget-count
           WHEN bd-build NOT EQUAL TO rr-target
             MOVE "MISMATCH" TO rr-status
             ADD 1 TO rr-mismatch-count
           WHEN OTHER
             MOVE "OK" TO rr-status
             ADD 1 TO rr-ok-count
         END-EVALUATE.
       2000-EXIT.
         EXIT.

       3000-WRITE-HEADING.
         MOVE SPACES TO rr-line
         STRING "RELEASE COMPLIANCE REPORT  "
           FUNCTION CURRENT-DATE(1:4) "-"
           FUNCTION CURRENT-DATE(5:2) "-"
           FUNCTION CURRENT-DATE(7:2)
           DELIMITED BY SIZE INTO rr-line
         PERFORM 3900-WRITE-LINE
         MOVE ALL "-" TO rr-line
         PERFORM 3900-WRITE-LINE
         MOVE SPACES TO rr-line
         IF rr-mount-format EQUAL TO 0 THEN
           MOVE "Shared-ledger format: not stated (no L line)"
             TO rr-line
         ELSE
           STRING "Shared-ledger format on the mount: "
             rr-mount-format
             DELIMITED BY SIZE INTO rr-line
         END-IF
         PERFORM 3900-WRITE-LINE
         MOVE "Builds listed:" TO rr-line
         PERFORM 3900-WRITE-LINE
         PERFORM VARYING rr-k FROM 1 BY 1
         UNTIL rr-k > rr-build-count
           MOVE SPACES TO rr-line
           STRING "  " rrb-build(rr-k) "  format "
             rrb-format(rr-k) "  ring " rrb-ring(rr-k)
             DELIMITED BY SIZE INTO rr-line
           IF rrb-state(rr-k) EQUAL TO "W" THEN
             MOVE "withdrawn" TO rr-line(46:9)
           ELSE
             MOVE "approved" TO rr-line(46:8)
           END-IF
           PERFORM 3900-WRITE-LINE
         END-PERFORM
         MOVE SPACES TO rr-line
         PERFORM 3900-WRITE-LINE
         MOVE "CABINET NAME         RING     RUNNING    TARGET     FMT"
           TO rr-line
         MOVE "REPORTED         STATUS" TO rr-line(57:23)
         PERFORM 3900-WRITE-LINE.

       3100-WRITE-CABINET.
         MOVE SPACES TO rr-line
         MOVE regt-id(rr-c) TO rr-line(1:6)
         MOVE regt-name(rr-c) TO rr-line(9:12)
         MOVE rr-ring TO rr-line(22:8)
         MOVE rr-target TO rr-line(42:10)
         IF rr-reported EQUAL TO 1 THEN
           MOVE bd-build TO rr-line(31:10)
           MOVE bd-format TO rr-format-text
           MOVE rr-format-text TO rr-line(53:2)
           MOVE SPACES TO rr-when
           STRING bd-date "-" bd-time(1:4)
             DELIMITED BY SIZE INTO rr-when
           MOVE rr-when TO rr-line(57:15)
         ELSE
           MOVE "-" TO rr-line(31:1)
         END-IF
         MOVE rr-status TO rr-line(74:10)
         IF rr-reported EQUAL TO 1 AND bd-held EQUAL TO "Y" THEN
           MOVE "pushes held" TO rr-line(85:11)
         END-IF
         PERFORM 3900-WRITE-LINE.

       3200-WRITE-TOTALS.
         MOVE ALL "-" TO rr-line
         PERFORM 3900-WRITE-LINE
         MOVE reg-count TO rr-edit-1
         MOVE rr-ok-count TO rr-edit-2
         MOVE SPACES TO rr-line
         STRING "Fleet: " FUNCTION TRIM(rr-edit-1) " cabinets, "
           FUNCTION TRIM(rr-edit-2) " on their ring's build"
           DELIMITED BY SIZE INTO rr-line
         PERFORM 3900-WRITE-LINE
         MOVE rr-unapproved-count TO rr-edit-1
         MOVE rr-mismatch-count TO rr-edit-2
         MOVE SPACES TO rr-line
         STRING "  " FUNCTION TRIM(rr-edit-1) " unapproved, "
           FUNCTION TRIM(rr-edit-2) " mismatched"
           DELIMITED BY SIZE INTO rr-line
         PERFORM 3900-WRITE-LINE
         MOVE rr-format-count TO rr-edit-1
         MOVE rr-held-count TO rr-edit-2
         MOVE SPACES TO rr-line
         STRING "  " FUNCTION TRIM(rr-edit-1)
           " on another ledger format, "
           FUNCTION TRIM(rr-edit-2) " holding pushes"
           DELIMITED BY SIZE INTO rr-line
         PERFORM 3900-WRITE-LINE
         MOVE rr-noreport-count TO rr-edit-1
         MOVE rr-notarget-count TO rr-edit-2
         MOVE SPACES TO rr-line
         STRING "  " FUNCTION TRIM(rr-edit-1) " not reporting, "
           FUNCTION TRIM(rr-edit-2) " in a ring with no target"
           DELIMITED BY SIZE INTO rr-line
         PERFORM 3900-WRITE-LINE.

       3900-WRITE-LINE.
         WRITE COMPLIANCE-REPORT-RECORD FROM rr-line
         ADD 1 TO runlog-written.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "RELEASE-REPORT" TO rptarc-program
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
         MOVE "RELEASE-REPORT" TO runlog-program
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
       END PROGRAM RELEASE-REPORT.

      * Compile and run on Windows:
      * cobc -xj parts-report.cbl batch-runlog.cbl report-archive.cbl
      * Monthly spare-parts report from the parts journal. Every
      * part the maintenance page books off stock is a USED line on
      * PART-MOVES.DAT carrying the incident code it went on, the
      * cabinet and the unit cost at the time; this adds up a month
      * of them:
      *   usage by incident code (parts fitted and spend)
      *   parts used on each incident code, so a fault that keeps
      *     eating the same part stands out
      *   maintenance spend per cabinet
      *   parts in PARTS.DAT at or below their reorder point now
      * Run with the month (YYYYMM); with no argument the month
      * before the current one is reported.
      * Output: PARTS-REPORT.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PART-MOVES-FILE ASSIGN TO "PART-MOVES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS part-moves-status.
         SELECT PARTS-FILE ASSIGN TO "PARTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS parts-status.
         SELECT PARTS-REPORT-FILE ASSIGN TO "PARTS-REPORT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS parts-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD PART-MOVES-FILE.
         COPY part-move-record.
       FD PARTS-FILE.
         COPY part-record.
       FD PARTS-REPORT-FILE.
         01 PARTS-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 parts-report-data.
         05 part-moves-status PIC X(02) VALUE "00".
         05 parts-status PIC X(02) VALUE "00".
         05 parts-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 pr-month PIC X(06).
         05 pr-now-yyyymm PIC 9(06).
         05 pr-now-split REDEFINES pr-now-yyyymm.
           10 pr-now-yyyy PIC 9(04).
           10 pr-now-mm PIC 9(02).
         05 pr-eof PIC 9 VALUE 0.
         05 pr-i PIC 9(04).
         05 pr-j PIC 9(04).
         05 pr-pos PIC 9(04).
         05 pr-qty PIC 9(04).
         05 pr-cost PIC 9(07)V9(02).
         05 pr-total-qty PIC 9(05) VALUE 0.
         05 pr-total-cost PIC 9(07)V9(02) VALUE 0.
         05 pr-low-count PIC 9(04) VALUE 0.
         05 pr-qty-edit PIC ZZZZ9.
         05 pr-cost-edit PIC Z,ZZZ,ZZ9.99.
         05 pr-stock-edit PIC ZZZ9.
         05 pr-reorder-edit PIC ZZ9.
         05 pr-desc PIC X(20).
         05 pr-line PIC X(70).
      * The four MAINT-LOG.DAT incident codes, in page order.
         05 pr-incident-text.
           10 FILLER PIC X(21) VALUE "JCOIN MECH JAM".
           10 FILLER PIC X(21) VALUE "BBALL PHYSICS FAULT".
           10 FILLER PIC X(21) VALUE "SSCREEN/VIDEO FAULT".
           10 FILLER PIC X(21) VALUE "OOTHER INCIDENT".
         05 pr-incident-table REDEFINES pr-incident-text.
           10 pr-incident OCCURS 4 TIMES.
             15 pri-code PIC X(01).
             15 pri-text PIC X(20).
         05 pr-incident-totals.
           10 pr-incident-sum OCCURS 4 TIMES.
             15 pri-qty PIC 9(05).
             15 pri-cost PIC 9(07)V9(02).
      * One row per part and incident code seen in the month.
         78 MAX-PART-USES VALUE 200.
         05 pr-use-count PIC 9(04) VALUE 0.
         05 pr-use-table.
           10 pr-use OCCURS MAX-PART-USES TIMES.
             15 pru-incident PIC X(01).
             15 pru-code PIC X(04).
             15 pru-qty PIC 9(05).
             15 pru-cost PIC 9(07)V9(02).
      * One row per cabinet seen in the month.
         78 MAX-PART-CABINETS VALUE 100.
         05 pr-cab-count PIC 9(04) VALUE 0.
         05 pr-cab-table.
           10 pr-cab OCCURS MAX-PART-CABINETS TIMES.
             15 prc-cabinet PIC X(06).
             15 prc-qty PIC 9(05).
             15 prc-cost PIC 9(07)V9(02).
      * The catalog, for descriptions and the reorder check.
         78 MAX-PARTS VALUE 40.
         05 pr-part-count PIC 9(04) VALUE 0.
         05 pr-part-table.
           10 pr-part OCCURS MAX-PARTS TIMES.
             15 prp-code PIC X(04).
             15 prp-desc PIC X(20).
             15 prp-stock PIC 9(04).
             15 prp-reorder PIC 9(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-PICK-MONTH
         PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT
         PERFORM 3000-READ-JOURNAL THRU 3000-EXIT
         PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
         DISPLAY "Parts report for " pr-month
           " written to PARTS-REPORT.RPT"
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * Same month rule as WALLET-RECON.
       1000-PICK-MONTH.
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE FUNCTION CURRENT-DATE(1:6) TO pr-now-yyyymm
         IF command-line-args(1:6) IS NUMERIC THEN
           MOVE command-line-args(1:6) TO pr-month
         ELSE
           IF pr-now-mm EQUAL TO 1 THEN
             SUBTRACT 1 FROM pr-now-yyyy
             MOVE 12 TO pr-now-mm
           ELSE
             SUBTRACT 1 FROM pr-now-mm
           END-IF
           MOVE pr-now-yyyymm TO pr-month
         END-IF
         INITIALIZE pr-incident-totals.

       2000-LOAD-CATALOG.
         OPEN INPUT PARTS-FILE
         IF parts-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO pr-eof
         PERFORM UNTIL pr-eof EQUAL TO 1
           READ PARTS-FILE
             AT END
               MOVE 1 TO pr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF pt-code NOT EQUAL TO SPACES
                  AND pr-part-count LESS THAN MAX-PARTS THEN
                 ADD 1 TO pr-part-count
                 MOVE pt-code TO prp-code(pr-part-count)
                 MOVE pt-desc TO prp-desc(pr-part-count)
                 MOVE 0 TO prp-stock(pr-part-count)
                 IF pt-stock IS NUMERIC THEN
                   MOVE pt-stock TO prp-stock(pr-part-count)
                 END-IF
                 MOVE 0 TO prp-reorder(pr-part-count)
                 IF pt-reorder IS NUMERIC THEN
                   MOVE pt-reorder TO prp-reorder(pr-part-count)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE PARTS-FILE.
       2000-EXIT.
         EXIT.

      * USED lines dated in the month; the quantity is booked as a
      * negative stock move, so it is turned round to parts used.
       3000-READ-JOURNAL.
         OPEN INPUT PART-MOVES-FILE
         IF part-moves-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO pr-eof
         PERFORM UNTIL pr-eof EQUAL TO 1
           READ PART-MOVES-FILE
             AT END
               MOVE 1 TO pr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF pj-date(1:6) EQUAL TO pr-month
                  AND pj-type EQUAL TO "USED"
                  AND pj-qty IS NUMERIC
                  AND pj-unit-cost IS NUMERIC THEN
                 PERFORM 3100-BOOK-USE THRU 3100-EXIT
               END-IF
           END-READ
         END-PERFORM
         CLOSE PART-MOVES-FILE.
       3000-EXIT.
         EXIT.

       3100-BOOK-USE.
         IF pj-qty LESS THAN 0 THEN
           COMPUTE pr-qty = 0 - pj-qty
         ELSE
           MOVE pj-qty TO pr-qty
         END-IF
         COMPUTE pr-cost = pr-qty * pj-unit-cost
         ADD pr-qty TO pr-total-qty
         ADD pr-cost TO pr-total-cost
         MOVE 4 TO pr-pos
         PERFORM VARYING pr-i FROM 1 BY 1 UNTIL pr-i GREATER THAN 4
           IF pri-code(pr-i) EQUAL TO pj-incident THEN
             MOVE pr-i TO pr-pos
           END-IF
         END-PERFORM
         ADD pr-qty TO pri-qty(pr-pos)
         ADD pr-cost TO pri-cost(pr-pos)
         MOVE 0 TO pr-pos
         PERFORM VARYING pr-i FROM 1 BY 1
             UNTIL pr-i GREATER THAN pr-use-count
           IF pru-code(pr-i) EQUAL TO pj-code
              AND pru-incident(pr-i) EQUAL TO pj-incident THEN
             MOVE pr-i TO pr-pos
           END-IF
         END-PERFORM
         IF pr-pos EQUAL TO 0
            AND pr-use-count LESS THAN MAX-PART-USES THEN
           ADD 1 TO pr-use-count
           MOVE pr-use-count TO pr-pos
           MOVE pj-incident TO pru-incident(pr-pos)
           MOVE pj-code TO pru-code(pr-pos)
           MOVE 0 TO pru-qty(pr-pos)
           MOVE 0 TO pru-cost(pr-pos)
         END-IF
         IF pr-pos GREATER THAN 0 THEN
           ADD pr-qty TO pru-qty(pr-pos)
           ADD pr-cost TO pru-cost(pr-pos)
         END-IF
         MOVE 0 TO pr-pos
         PERFORM VARYING pr-i FROM 1 BY 1
             UNTIL pr-i GREATER THAN pr-cab-count
           IF prc-cabinet(pr-i) EQUAL TO pj-cabinet THEN
             MOVE pr-i TO pr-pos
           END-IF
         END-PERFORM
         IF pr-pos EQUAL TO 0
            AND pr-cab-count LESS THAN MAX-PART-CABINETS THEN
           ADD 1 TO pr-cab-count
           MOVE pr-cab-count TO pr-pos
           MOVE pj-cabinet TO prc-cabinet(pr-pos)
           MOVE 0 TO prc-qty(pr-pos)
           MOVE 0 TO prc-cost(pr-pos)
         END-IF
         IF pr-pos GREATER THAN 0 THEN
           ADD pr-qty TO prc-qty(pr-pos)
           ADD pr-cost TO prc-cost(pr-pos)
         END-IF.
       3100-EXIT.
         EXIT.

       5000-WRITE-REPORT.
         OPEN OUTPUT PARTS-REPORT-FILE
         IF parts-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write PARTS-REPORT.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE SPACES TO pr-line
         STRING "SPARE PARTS REPORT - " pr-month
           DELIMITED BY SIZE INTO pr-line
         WRITE PARTS-REPORT-RECORD FROM pr-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO pr-line
         WRITE PARTS-REPORT-RECORD FROM pr-line
         ADD 1 TO runlog-written
         PERFORM 5100-WRITE-BY-INCIDENT THRU 5100-EXIT
         PERFORM 5200-WRITE-PARTS-USED THRU 5200-EXIT
         PERFORM 5300-WRITE-BY-CABINET THRU 5300-EXIT
         PERFORM 5400-WRITE-REORDER THRU 5400-EXIT
         CLOSE PARTS-REPORT-FILE
         MOVE pr-month TO rptarc-from
         MOVE pr-month TO rptarc-to
         MOVE "PARTS-REPORT.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT.
       5000-EXIT.
         EXIT.

       5100-WRITE-BY-INCIDENT.
         MOVE "Usage by incident code        parts        spend"
           TO pr-line
         WRITE PARTS-REPORT-RECORD FROM pr-line
         ADD 1 TO runlog-written
         PERFORM VARYING pr-i FROM 1 BY 1 UNTIL pr-i GREATER THAN 4
           MOVE pri-qty(pr-i) TO pr-qty-edit
           MOVE pri-cost(pr-i) TO pr-cost-edit
           MOVE SPACES TO pr-line
           STRING "  " pri-code(pr-i) " " pri-text(pr-i)
             "   " pr-qty-edit "  " pr-cost-edit
             DELIMITED BY SIZE INTO pr-line
           WRITE PARTS-REPORT-RECORD FROM pr-line
           ADD 1 TO runlog-written
         END-PERFORM
         MOVE pr-total-qty TO pr-qty-edit
         MOVE pr-total-cost TO pr-cost-edit
         MOVE SPACES TO pr-line
         STRING "  Total                    " pr-qty-edit "  "
           pr-cost-edit
           DELIMITED BY SIZE INTO pr-line
         WRITE PARTS-REPORT-RECORD FROM pr-line
         ADD 1 TO runlog-written
         MOVE SPACES TO pr-line
         WRITE PARTS-REPORT-RECORD FROM pr-line
         ADD 1 TO runlog-written.
       5100-EXIT.
         EXIT.

      * Grouped under each incident code in page order.
       5200-WRITE-PARTS-USED.
         MOVE "Parts used by incident code    qty        spend"
           TO pr-line
         WRITE PARTS-REPORT-RECORD FROM pr-line
         ADD 1 TO runlog-written
         IF pr-use-count EQUAL TO 0 THEN
           MOVE "  (no parts used in the month)" TO pr-line
           WRITE PARTS-REPORT-RECORD FROM pr-line
           ADD 1 TO runlog-written
         END-IF
         PERFORM VARYING pr-i FROM 1 BY 1 UNTIL pr-i GREATER THAN 4
           PERFORM VARYING pr-j FROM 1 BY 1
               UNTIL pr-j GREATER THAN pr-use-count
             IF pru-incident(pr-j) EQUAL TO pri-code(pr-i) THEN
               PERFORM 5210-WRITE-USE-LINE THRU 5210-EXIT
             END-IF
           END-PERFORM
         END-PERFORM
         PERFORM VARYING pr-j FROM 1 BY 1
             UNTIL pr-j GREATER THAN pr-use-count
           IF pru-incident(pr-j) NOT EQUAL TO "J"
              AND pru-incident(pr-j) NOT EQUAL TO "B"
              AND pru-incident(pr-j) NOT EQUAL TO "S"
              AND pru-incident(pr-j) NOT EQUAL TO "O" THEN
             PERFORM 5210-WRITE-USE-LINE THRU 5210-EXIT
           END-IF
         END-PERFORM
         MOVE SPACES TO pr-line
         WRITE PARTS-REPORT-RECORD FROM pr-line
         ADD 1 TO runlog-written.
       5200-EXIT.
         EXIT.

       5210-WRITE-USE-LINE.
         MOVE "(not in PARTS.DAT)" TO pr-desc
         PERFORM VARYING pr-pos FROM 1 BY 1
             UNTIL pr-pos GREATER THAN pr-part-count
           IF prp-code(pr-pos) EQUAL TO pru-code(pr-j) THEN
             MOVE prp-desc(pr-pos) TO pr-desc
           END-IF
         END-PERFORM
         MOVE pru-qty(pr-j) TO pr-qty-edit
         MOVE pru-cost(pr-j) TO pr-cost-edit
         MOVE SPACES TO pr-line
         STRING "  " pru-incident(pr-j) " " pru-code(pr-j)
           " " pr-desc "   " pr-qty-edit "  " pr-cost-edit
           DELIMITED BY SIZE INTO pr-line
         WRITE PARTS-REPORT-RECORD FROM pr-line
         ADD 1 TO runlog-written.
       5210-EXIT.
         EXIT.

       5300-WRITE-BY-CABINET.
         MOVE "Maintenance spend by cabinet  parts        spend"
           TO pr-line
         WRITE PARTS-REPORT-RECORD FROM pr-line
         ADD 1 TO runlog-written
         IF pr-cab-count EQUAL TO 0 THEN
           MOVE "  (no parts used in the month)" TO pr-line
           WRITE PARTS-REPORT-RECORD FROM pr-line
           ADD 1 TO runlog-written
         END-IF
         PERFORM VARYING pr-i FROM 1 BY 1
             UNTIL pr-i GREATER THAN pr-cab-count
           MOVE prc-qty(pr-i) TO pr-qty-edit
           MOVE prc-cost(pr-i) TO pr-cost-edit
           MOVE SPACES TO pr-line
           IF prc-cabinet(pr-i) EQUAL TO SPACES THEN
             STRING "  (no cabinet ID)          " pr-qty-edit "  "
               pr-cost-edit
               DELIMITED BY SIZE INTO pr-line
           ELSE
             STRING "  " prc-cabinet(pr-i) "                   "
               pr-qty-edit "  " pr-cost-edit
               DELIMITED BY SIZE INTO pr-line
           END-IF
           WRITE PARTS-REPORT-RECORD FROM pr-line
           ADD 1 TO runlog-written
         END-PERFORM
         MOVE SPACES TO pr-line
         WRITE PARTS-REPORT-RECORD FROM pr-line
         ADD 1 TO runlog-written.
       5300-EXIT.
         EXIT.

      * Stock as the catalog stands today, not at month end.
       5400-WRITE-REORDER.
         MOVE "Parts at or below reorder point  stock  reorder"
           TO pr-line
         WRITE PARTS-REPORT-RECORD FROM pr-line
         ADD 1 TO runlog-written
         IF pr-part-count EQUAL TO 0 THEN
           MOVE "  (no PARTS.DAT catalog)" TO pr-line
           WRITE PARTS-REPORT-RECORD FROM pr-line
           ADD 1 TO runlog-written
           GO TO 5400-EXIT
         END-IF
         PERFORM VARYING pr-i FROM 1 BY 1
             UNTIL pr-i GREATER THAN pr-part-count
           IF prp-stock(pr-i) LESS OR EQUAL TO prp-reorder(pr-i)
               THEN
             ADD 1 TO pr-low-count
             MOVE prp-stock(pr-i) TO pr-stock-edit
             MOVE prp-reorder(pr-i) TO pr-reorder-edit
             MOVE SPACES TO pr-line
             STRING "  " prp-code(pr-i) " " prp-desc(pr-i)
               "      " pr-stock-edit "      " pr-reorder-edit
               DELIMITED BY SIZE INTO pr-line
             WRITE PARTS-REPORT-RECORD FROM pr-line
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM
         IF pr-low-count EQUAL TO 0 THEN
           MOVE "  (none - every part above its reorder point)"
             TO pr-line
           WRITE PARTS-REPORT-RECORD FROM pr-line
           ADD 1 TO runlog-written
         END-IF.
       5400-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "PARTS-REPORT" TO rptarc-program
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
         MOVE "PARTS-REPORT" TO runlog-program
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
       END PROGRAM PARTS-REPORT.

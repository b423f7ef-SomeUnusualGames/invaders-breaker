      * Compile and run on Windows:
      * cobc -xj region-rollup.cbl batch-runlog.cbl report-archive.cbl
      * Regional roll-up across shops. SITES.DAT lists one site
      * directory per line (each a copy of / mount point for that
      * shop's shared files). For every site the roll-up reads
      * REGION-ROLLUP.RPT: per-site and combined plays, earnings
      * and uptime, plus a cross-site best-scores page. A site
      * whose directory does not answer is reported as MISSING
      * instead of failing the whole roll-up. Closed months that
      * carry the money tail add takings in currency (cash coins
      * plus token sales) and tokens redeemed to the site lines.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGION-ROLLUP.
       ENVIRONMENT DIVISION.
       FD SITES-FILE.
         01 SITES-RECORD PIC X(40).
       FD SITE-DATA-FILE.
         01 SITE-DATA-RECORD PIC X(85).
       FD ROLLUP-REPORT-FILE.
         01 ROLLUP-REPORT-RECORD PIC X(78).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 region-rollup-data.
         78 MAX-SITES VALUE 8.
         78 MAX-RR-BEST VALUE 5.
         05 rr-tot-plays PIC 9(08) VALUE 0.
         05 rr-tot-coins PIC 9(08) VALUE 0.
         05 rr-tot-minutes PIC 9(08) VALUE 0.
         05 rr-tot-cash PIC 9(08)V9(02) VALUE 0.
         05 rr-tot-tokens-in PIC 9(08) VALUE 0.
         05 rr-tot-token-sales PIC 9(08)V9(02) VALUE 0.
         05 rr-takings PIC 9(08)V9(02).
         05 rr-money-1 PIC Z(07)9.99.
         05 rr-money-2 PIC Z(07)9.99.
         05 rr-money-3 PIC Z(07)9.99.
         05 rr-site-table.
           10 rr-site OCCURS MAX-SITES TIMES.
             15 rrs-dir PIC X(40).
             15 rrs-plays PIC 9(08).
             15 rrs-coins PIC 9(08).
             15 rrs-minutes PIC 9(08).
             15 rrs-cash PIC 9(08)V9(02).
             15 rrs-tokens-in PIC 9(08).
             15 rrs-token-sales PIC 9(08)V9(02).
      * Cross-site best scores pooled from every reachable site's
      * shared ledger, registry-named.
         05 rr-best-count PIC 9(02) VALUE 0.
             15 rrg-name PIC X(12).
      * Fixed-field views over the per-site files read through the
      * one dynamic FD.
         05 RR-WORK PIC X(85).
         05 RR-DT-VIEW REDEFINES RR-WORK.
           10 rr-dt-date PIC X(08).
           10 rr-dt-started PIC 9(05).
           10 rr-dt-completed PIC 9(05).
           10 rr-dt-minutes PIC 9(06).
           10 FILLER PIC X(61).
         05 RR-PL-VIEW REDEFINES RR-WORK.
           10 rr-pl-month PIC X(06).
           10 rr-pl-coins PIC 9(07).
           10 FILLER PIC X(47).
           10 rr-pl-cash PIC 9(07)V9(02).
           10 rr-pl-tokens-in PIC 9(07).
           10 rr-pl-token-sales PIC 9(07)V9(02).
         05 RR-SS-VIEW REDEFINES RR-WORK.
           10 rr-ss-cab PIC X(06).
           10 rr-ss-initials PIC X(03).
           10 rr-ss-score PIC 9(06).
           10 FILLER PIC X(70).
         05 RR-RG-VIEW REDEFINES RR-WORK.
           10 rr-rg-id PIC X(06).
           10 rr-rg-name PIC X(12).
           10 FILLER PIC X(67).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-LOAD-SITES THRU 1000-EXIT
         PERFORM VARYING rr-i FROM 1 BY 1
         UNTIL rr-i > rr-site-count
           PERFORM 2000-ROLL-ONE-SITE THRU 2000-EXIT
         END-PERFORM
         PERFORM 5000-WRITE-REPORT
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-SITES.
         IF sites-status NOT EQUAL TO "00" THEN
           DISPLAY "No SITES.DAT - list one site dir per line"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO rr-eof
             AT END
               MOVE 1 TO rr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF SITES-RECORD NOT EQUAL TO SPACES
                  AND rr-site-count LESS THAN MAX-SITES THEN
                 ADD 1 TO rr-site-count
                 MOVE 0 TO rrs-plays(rr-site-count)
                 MOVE 0 TO rrs-coins(rr-site-count)
                 MOVE 0 TO rrs-minutes(rr-site-count)
                 MOVE 0 TO rrs-cash(rr-site-count)
                 MOVE 0 TO rrs-tokens-in(rr-site-count)
                 MOVE 0 TO rrs-token-sales(rr-site-count)
               END-IF
           END-READ
         END-PERFORM
             AT END
               MOVE 1 TO rr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF rr-reg-count LESS THAN 50 THEN
                 ADD 1 TO rr-reg-count
                 MOVE rr-rg-id TO rrg-id(rr-reg-count)
             AT END
               MOVE 1 TO rr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF rr-dt-started IS NUMERIC THEN
                 ADD rr-dt-started TO rrs-plays(rr-i)
               END-IF
             AT END
               MOVE 1 TO rr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF rr-pl-coins IS NUMERIC THEN
                 ADD rr-pl-coins TO rrs-coins(rr-i)
               END-IF
               IF rr-pl-cash IS NUMERIC
                  AND rr-pl-tokens-in IS NUMERIC
                  AND rr-pl-token-sales IS NUMERIC THEN
                 ADD rr-pl-cash TO rrs-cash(rr-i)
                 ADD rr-pl-tokens-in TO rrs-tokens-in(rr-i)
                 ADD rr-pl-token-sales TO rrs-token-sales(rr-i)
               END-IF
           END-READ
         END-PERFORM
         CLOSE SITE-DATA-FILE.
             AT END
               MOVE 1 TO rr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF rr-ss-score IS NUMERIC THEN
                 PERFORM 2400-RANK-BEST-SCORE
               END-IF

       5000-WRITE-REPORT.
         OPEN OUTPUT ROLLUP-REPORT-FILE
         IF rollup-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write REGION-ROLLUP.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         MOVE "REGIONAL ROLL-UP" TO rr-line
         WRITE ROLLUP-REPORT-RECORD FROM rr-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO rr-line
         WRITE ROLLUP-REPORT-RECORD FROM rr-line
         ADD 1 TO runlog-written
         PERFORM VARYING rr-i FROM 1 BY 1
         UNTIL rr-i > rr-site-count
           IF rrs-ok(rr-i) EQUAL TO 0 THEN
               ": MISSING (unreachable)"
               DELIMITED BY SIZE INTO rr-line
             WRITE ROLLUP-REPORT-RECORD FROM rr-line
             ADD 1 TO runlog-written
           ELSE
             ADD rrs-plays(rr-i) TO rr-tot-plays
             ADD rrs-coins(rr-i) TO rr-tot-coins
               FUNCTION TRIM(rr-edit-3) " min uptime"
               DELIMITED BY SIZE INTO rr-line
             WRITE ROLLUP-REPORT-RECORD FROM rr-line
             ADD 1 TO runlog-written
             ADD rrs-cash(rr-i) TO rr-tot-cash
             ADD rrs-tokens-in(rr-i) TO rr-tot-tokens-in
             ADD rrs-token-sales(rr-i) TO rr-tot-token-sales
             IF rrs-cash(rr-i) GREATER THAN 0
                OR rrs-token-sales(rr-i) GREATER THAN 0 THEN
               COMPUTE rr-takings = rrs-cash(rr-i)
                 + rrs-token-sales(rr-i)
               MOVE rr-takings TO rr-money-1
               MOVE rrs-token-sales(rr-i) TO rr-money-2
               MOVE rrs-tokens-in(rr-i) TO rr-edit-1
               MOVE SPACES TO rr-line
               STRING "    takings " DELIMITED BY SIZE
                 FUNCTION TRIM(rr-money-1) " incl. token sales "
                 FUNCTION TRIM(rr-money-2) ", tokens in "
                 FUNCTION TRIM(rr-edit-1)
                 DELIMITED BY SIZE INTO rr-line
               WRITE ROLLUP-REPORT-RECORD FROM rr-line
               ADD 1 TO runlog-written
             END-IF
           END-IF
         END-PERFORM
         MOVE rr-tot-plays TO rr-edit-1
           FUNCTION TRIM(rr-edit-3) " min"
           DELIMITED BY SIZE INTO rr-line
         WRITE ROLLUP-REPORT-RECORD FROM rr-line
         ADD 1 TO runlog-written
         IF rr-tot-cash GREATER THAN 0
            OR rr-tot-token-sales GREATER THAN 0 THEN
           COMPUTE rr-takings = rr-tot-cash + rr-tot-token-sales
           MOVE rr-takings TO rr-money-1
           MOVE rr-tot-cash TO rr-money-2
           MOVE rr-tot-token-sales TO rr-money-3
           MOVE SPACES TO rr-line
           STRING "Combined takings: " DELIMITED BY SIZE
             FUNCTION TRIM(rr-money-1) " (cash coins "
             FUNCTION TRIM(rr-money-2) ", token sales "
             FUNCTION TRIM(rr-money-3) ")"
             DELIMITED BY SIZE INTO rr-line
           WRITE ROLLUP-REPORT-RECORD FROM rr-line
           ADD 1 TO runlog-written
           MOVE rr-tot-tokens-in TO rr-edit-1
           MOVE SPACES TO rr-line
           STRING "Combined tokens redeemed: " DELIMITED BY SIZE
             FUNCTION TRIM(rr-edit-1)
             DELIMITED BY SIZE INTO rr-line
           WRITE ROLLUP-REPORT-RECORD FROM rr-line
           ADD 1 TO runlog-written
         END-IF
         MOVE ALL "-" TO rr-line
         WRITE ROLLUP-REPORT-RECORD FROM rr-line
         ADD 1 TO runlog-written
         MOVE "Cross-site best scores:" TO rr-line
         WRITE ROLLUP-REPORT-RECORD FROM rr-line
         ADD 1 TO runlog-written
         PERFORM VARYING rr-j FROM 1 BY 1
         UNTIL rr-j > rr-best-count
           MOVE rrb-score(rr-j) TO rr-edit-1
             FUNCTION TRIM(rrb-name(rr-j))
             DELIMITED BY SIZE INTO rr-line
           WRITE ROLLUP-REPORT-RECORD FROM rr-line
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE ROLLUP-REPORT-FILE
         MOVE "REGION-ROLLUP.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT.

       9000-BUILD-PATH-REGISTRY.
         MOVE SPACES TO rr-path
         STRING FUNCTION TRIM(rrs-dir(rr-i))
           "/CABINET-REGISTRY.DAT"
           DELIMITED BY SIZE INTO rr-path.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "REGION-ROLLUP" TO rptarc-program
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
         MOVE "REGION-ROLLUP" TO runlog-program
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
       END PROGRAM REGION-ROLLUP.

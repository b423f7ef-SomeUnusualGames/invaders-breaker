      * Compile and run on Windows:
      * cobc -c price-rules.cbl
      * Price and promo rules in force: CALLed by the reports that
      * judge a ledger line by the price or promo it was played
      * under (PROMO-REPORT, COLLECTIONS, DEMAND-HEATMAP,
      * POSTING-EXPORT) and by PRICE-MAINT. PRICE-HISTORY.DAT and
      * the price lines of CONFIG-AUDIT.DAT are read once, on the
      * first call; each call after that walks the history forward
      * to the moment asked for. Link it in beside the program.
      * Price lines are taken from the sealed CONFIG-AUDIT archives
      * listed on SEAL-MANIFEST.DAT, oldest first, then from the
      * live file, so sealing a month does not lose its changes.
      * The base price before the first price change on record is
      * that change's old value (a boot's
      * starting-state line, old=99, gives its new value); with no
      * price lines at all it is the price= line of CONFIG.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-RULES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PRICE-HISTORY-FILE ASSIGN TO "PRICE-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS price-history-status.
         SELECT PRICING-FILE ASSIGN TO "PRICING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pricing-status.
         SELECT PROMO-FILE ASSIGN TO "PROMO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS promo-status.
         SELECT CONFIG-AUDIT-FILE ASSIGN USING pru-audit-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-audit-status.
         SELECT SEAL-MANIFEST-FILE ASSIGN TO "SEAL-MANIFEST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS seal-manifest-status.
         SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-status.
       DATA DIVISION.
       FILE SECTION.
       FD PRICE-HISTORY-FILE.
         COPY price-history-record.
       FD PRICING-FILE.
         COPY pricing-record.
       FD PROMO-FILE.
         COPY promo-record.
       FD CONFIG-AUDIT-FILE.
         COPY config-audit-record.
       FD SEAL-MANIFEST-FILE.
         COPY seal-manifest-record.
       FD CONFIG-FILE.
         01 CONFIG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 price-rules-work.
         78 MAX-HISTORY-LINES VALUE 2000.
         78 MAX-BASE-CHANGES VALUE 500.
      * The cabinet reads no further than this into either file.
         78 MAX-FILE-ROWS VALUE 10.
      * As many rules as price-rules-data carries back.
         78 MAX-RULES-HELD VALUE 20.
         05 price-history-status PIC X(02) VALUE "00".
         05 pricing-status PIC X(02) VALUE "00".
         05 promo-status PIC X(02) VALUE "00".
         05 config-audit-status PIC X(02) VALUE "00".
         05 config-status PIC X(02) VALUE "00".
         05 seal-manifest-status PIC X(02) VALUE "00".
         05 pru-audit-name PIC X(24).
         05 pru-seal-eof PIC 9.
         05 pru-loaded PIC 9 VALUE 0.
         05 pru-eof PIC 9.
         05 pru-done PIC 9.
         05 pru-found PIC 9.
         05 pru-i PIC 9(04).
         05 pru-k PIC 9(02).
         05 pru-pos PIC 9(02).
         05 pru-base-pos PIC 9(03).
         05 pru-asof PIC X(14).
         05 pru-last-asof PIC X(14) VALUE SPACES.
         05 pru-date-num PIC 9(08).
         05 pru-date-int PIC 9(07).
         05 pru-dow PIC 9(01).
         05 pru-hhmm PIC 9(04).
         05 pru-config-price PIC 9(02) VALUE 1.
         05 pru-hist-count PIC 9(04) VALUE 0.
         05 pru-hist-next PIC 9(04) VALUE 1.
         05 pru-hist-table.
           10 pru-hist OCCURS MAX-HISTORY-LINES TIMES.
             15 pruh-stamp PIC X(14).
             15 pruh-file PIC X(01).
             15 pruh-action PIC X(01).
             15 pruh-old PIC X(30).
             15 pruh-new PIC X(30).
      * The rules standing at pru-last-asof, in the order the
      * history laid them down.
         05 pru-rule-count PIC 9(02) VALUE 0.
         05 pru-rule-table.
           10 pru-rule OCCURS MAX-RULES-HELD TIMES.
             15 prur-file PIC X(01).
             15 prur-line PIC X(30).
         05 pru-base-count PIC 9(03) VALUE 0.
         05 pru-base-table.
           10 pru-base OCCURS MAX-BASE-CHANGES TIMES.
             15 prub-stamp PIC X(14).
             15 prub-old PIC 9(02).
             15 prub-new PIC 9(02).
         05 PRU-RULE-WORK PIC X(30).
         05 PRU-PRICING-VIEW REDEFINES PRU-RULE-WORK.
           10 prv-type PIC X(01).
           10 prv-dow PIC 9(01).
           10 prv-start PIC 9(04).
           10 prv-end PIC 9(04).
           10 prv-price PIC 9(02).
           10 FILLER PIC X(18).
         05 PRU-PROMO-VIEW REDEFINES PRU-RULE-WORK.
           10 prm-dow PIC 9(01).
           10 prm-start PIC 9(04).
           10 prm-end PIC 9(04).
           10 prm-mult PIC 9(01).
           10 prm-name PIC X(20).
         05 CA-WORK PIC X(80).
         05 CA-PARSED REDEFINES CA-WORK.
           10 ca-date PIC X(08).
           10 FILLER PIC X(01).
           10 ca-time PIC X(06).
           10 FILLER PIC X(18).
           10 ca-field PIC X(12).
           10 FILLER PIC X(05).
           10 ca-old PIC X(06).
           10 FILLER PIC X(05).
           10 ca-new PIC X(06).
           10 FILLER PIC X(13).
       LINKAGE SECTION.
         COPY price-rules-data.
       PROCEDURE DIVISION USING price-rules-data.
       0000-MAINLINE.
         IF pru-loaded EQUAL TO 0 THEN
           PERFORM 1000-LOAD-HISTORY THRU 1000-EXIT
           PERFORM 1200-LOAD-BASE-CHANGES THRU 1200-EXIT
           PERFORM 1300-LOAD-CONFIG-PRICE THRU 1300-EXIT
           IF pru-hist-count EQUAL TO 0 THEN
             PERFORM 1100-LOAD-CURRENT-RULES
             MOVE prl-rule-count TO pru-rule-count
             MOVE prl-rule-table TO pru-rule-table
           END-IF
           MOVE 1 TO pru-loaded
         END-IF
         MOVE 0 TO prl-source
         IF pru-hist-count EQUAL TO 0 THEN
           MOVE 1 TO prl-source
         END-IF
         IF prl-action EQUAL TO "F" THEN
           PERFORM 1100-LOAD-CURRENT-RULES
           GOBACK
         END-IF
         MOVE prl-date TO pru-asof(1:8)
         MOVE prl-time TO pru-asof(9:6)
         IF pru-hist-count GREATER THAN 0 THEN
           IF pru-asof LESS THAN pru-last-asof THEN
             MOVE 0 TO pru-rule-count
             MOVE 1 TO pru-hist-next
           END-IF
           MOVE 0 TO pru-done
           PERFORM 2000-APPLY-HISTORY-LINE UNTIL pru-done EQUAL TO 1
           MOVE pru-asof TO pru-last-asof
         END-IF
         PERFORM 3000-BASE-PRICE
         PERFORM 3100-PRICE-AND-MULT
         MOVE pru-rule-count TO prl-rule-count
         MOVE pru-rule-table TO prl-rule-table
         GOBACK.

      * Lines that are not a well-formed change are passed over,
      * the way every reader of a hand-kept file here does.
       1000-LOAD-HISTORY.
         MOVE 0 TO pru-hist-count
         OPEN INPUT PRICE-HISTORY-FILE
         IF price-history-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO pru-eof
         PERFORM UNTIL pru-eof EQUAL TO 1
           READ PRICE-HISTORY-FILE
             AT END
               MOVE 1 TO pru-eof
             NOT AT END
               IF ph-date IS NUMERIC AND ph-time IS NUMERIC
                  AND (ph-file EQUAL TO "P" OR ph-file EQUAL TO "R")
                  AND (ph-action EQUAL TO "S"
                       OR ph-action EQUAL TO "A"
                       OR ph-action EQUAL TO "C"
                       OR ph-action EQUAL TO "D") THEN
                 IF pru-hist-count LESS THAN MAX-HISTORY-LINES THEN
                   ADD 1 TO pru-hist-count
                   MOVE ph-date TO pruh-stamp(pru-hist-count)(1:8)
                   MOVE ph-time TO pruh-stamp(pru-hist-count)(9:6)
                   MOVE ph-file TO pruh-file(pru-hist-count)
                   MOVE ph-action TO pruh-action(pru-hist-count)
                   MOVE ph-old TO pruh-old(pru-hist-count)
                   MOVE ph-new TO pruh-new(pru-hist-count)
                 ELSE
                   DISPLAY "PRICE-HISTORY.DAT is full - later "
                     "changes not applied" UPON SYSERR
                   MOVE 1 TO pru-eof
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE PRICE-HISTORY-FILE.
       1000-EXIT.
         EXIT.

      * Blank lines are left out; everything else is kept as it
      * stands, so a line the cabinet would skip is still a line
      * whose change is on record.
       1100-LOAD-CURRENT-RULES.
         MOVE 0 TO prl-rule-count
         OPEN INPUT PRICING-FILE
         IF pricing-status EQUAL TO "00" THEN
           PERFORM VARYING pru-k FROM 1 BY 1
           UNTIL pru-k > MAX-FILE-ROWS
             MOVE SPACES TO PRICING-RECORD
             READ PRICING-FILE
               AT END
                 MOVE MAX-FILE-ROWS TO pru-k
               NOT AT END
                 IF PRICING-RECORD NOT EQUAL TO SPACES THEN
                   ADD 1 TO prl-rule-count
                   MOVE "P" TO prl-rule-file(prl-rule-count)
                   MOVE PRICING-RECORD TO
                     prl-rule-line(prl-rule-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PRICING-FILE
         END-IF
         OPEN INPUT PROMO-FILE
         IF promo-status EQUAL TO "00" THEN
           PERFORM VARYING pru-k FROM 1 BY 1
           UNTIL pru-k > MAX-FILE-ROWS
             MOVE SPACES TO PROMO-RECORD
             READ PROMO-FILE
               AT END
                 MOVE MAX-FILE-ROWS TO pru-k
               NOT AT END
                 IF PROMO-RECORD NOT EQUAL TO SPACES THEN
                   ADD 1 TO prl-rule-count
                   MOVE "R" TO prl-rule-file(prl-rule-count)
                   MOVE PROMO-RECORD TO
                     prl-rule-line(prl-rule-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PROMO-FILE
         END-IF.

      * Only field=price lines matter here, and only those whose
      * new value the cabinet would have taken (numeric, not 0).
      * The manifest is append-only and months are sealed in turn,
      * so its archives come oldest first, ahead of the live file.
       1200-LOAD-BASE-CHANGES.
         MOVE 0 TO pru-base-count
         OPEN INPUT SEAL-MANIFEST-FILE
         IF seal-manifest-status EQUAL TO "00" THEN
           MOVE 0 TO pru-seal-eof
           PERFORM UNTIL pru-seal-eof EQUAL TO 1
             READ SEAL-MANIFEST-FILE
               AT END
                 MOVE 1 TO pru-seal-eof
               NOT AT END
                 IF sl-journal EQUAL TO "CONFIG-AUDIT.DAT" THEN
                   MOVE sl-archive TO pru-audit-name
                   PERFORM 1210-LOAD-ONE-AUDIT THRU 1210-EXIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SEAL-MANIFEST-FILE
         END-IF
         MOVE "CONFIG-AUDIT.DAT" TO pru-audit-name
         PERFORM 1210-LOAD-ONE-AUDIT THRU 1210-EXIT.
       1200-EXIT.
         EXIT.

       1210-LOAD-ONE-AUDIT.
         OPEN INPUT CONFIG-AUDIT-FILE
         IF config-audit-status NOT EQUAL TO "00" THEN
           GO TO 1210-EXIT
         END-IF
         MOVE 0 TO pru-eof
         PERFORM UNTIL pru-eof EQUAL TO 1
           MOVE SPACES TO CA-WORK
           READ CONFIG-AUDIT-FILE INTO CA-WORK
             AT END
               MOVE 1 TO pru-eof
             NOT AT END
               IF ca-field EQUAL TO "price"
                  AND ca-date IS NUMERIC AND ca-time IS NUMERIC
                  AND ca-new(1:2) IS NUMERIC
                  AND ca-new(1:2) NOT EQUAL TO "00"
                  AND pru-base-count LESS THAN MAX-BASE-CHANGES
                   THEN
                 ADD 1 TO pru-base-count
                 MOVE ca-date TO prub-stamp(pru-base-count)(1:8)
                 MOVE ca-time TO prub-stamp(pru-base-count)(9:6)
                 MOVE ca-new(1:2) TO prub-new(pru-base-count)
                 MOVE ca-new(1:2) TO prub-old(pru-base-count)
                 IF ca-old(1:2) IS NUMERIC
                    AND ca-old(1:2) NOT EQUAL TO "00"
                    AND ca-old(1:2) NOT EQUAL TO "99" THEN
                   MOVE ca-old(1:2) TO prub-old(pru-base-count)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE CONFIG-AUDIT-FILE.
       1210-EXIT.
         EXIT.

       1300-LOAD-CONFIG-PRICE.
         OPEN INPUT CONFIG-FILE
         IF config-status NOT EQUAL TO "00" THEN
           GO TO 1300-EXIT
         END-IF
         MOVE 0 TO pru-eof
         PERFORM UNTIL pru-eof EQUAL TO 1
           READ CONFIG-FILE
             AT END
               MOVE 1 TO pru-eof
             NOT AT END
               IF CONFIG-LINE(1:6) EQUAL TO "price="
                  AND CONFIG-LINE(7:2) IS NUMERIC
                  AND CONFIG-LINE(7:2) NOT EQUAL TO "00" THEN
                 MOVE CONFIG-LINE(7:2) TO pru-config-price
               END-IF
           END-READ
         END-PERFORM
         CLOSE CONFIG-FILE.
       1300-EXIT.
         EXIT.

      * S lines stand from the start of the records whatever their
      * stamp; every other line waits for its moment.
       2000-APPLY-HISTORY-LINE.
         IF pru-hist-next GREATER THAN pru-hist-count THEN
           MOVE 1 TO pru-done
           NEXT SENTENCE
         END-IF
         IF pruh-action(pru-hist-next) NOT EQUAL TO "S"
            AND pruh-stamp(pru-hist-next) GREATER THAN pru-asof
             THEN
           MOVE 1 TO pru-done
           NEXT SENTENCE
         END-IF
         EVALUATE pruh-action(pru-hist-next)
           WHEN "S"
           WHEN "A"
             PERFORM 2100-ADD-RULE
           WHEN "C"
             PERFORM 2200-FIND-RULE
             IF pru-pos EQUAL TO 0 THEN
               PERFORM 2100-ADD-RULE
             ELSE
               MOVE pruh-new(pru-hist-next) TO prur-line(pru-pos)
             END-IF
           WHEN "D"
             PERFORM 2200-FIND-RULE
             IF pru-pos GREATER THAN 0 THEN
               PERFORM 2300-DROP-RULE
             END-IF
         END-EVALUATE
         ADD 1 TO pru-hist-next.

       2100-ADD-RULE.
         IF pru-rule-count LESS THAN MAX-RULES-HELD THEN
           ADD 1 TO pru-rule-count
           MOVE pruh-file(pru-hist-next) TO prur-file(pru-rule-count)
           MOVE pruh-new(pru-hist-next) TO prur-line(pru-rule-count)
         END-IF.

       2200-FIND-RULE.
         MOVE 0 TO pru-pos
         PERFORM VARYING pru-k FROM 1 BY 1
         UNTIL pru-k > pru-rule-count
           IF prur-file(pru-k) EQUAL TO pruh-file(pru-hist-next)
              AND prur-line(pru-k) EQUAL TO
                  pruh-old(pru-hist-next) THEN
             MOVE pru-k TO pru-pos
             MOVE pru-rule-count TO pru-k
           END-IF
         END-PERFORM.

       2300-DROP-RULE.
         PERFORM VARYING pru-k FROM pru-pos BY 1
         UNTIL pru-k >= pru-rule-count
           MOVE pru-rule(pru-k + 1) TO pru-rule(pru-k)
         END-PERFORM
         SUBTRACT 1 FROM pru-rule-count.

      * The last price change made by the moment asked for; before
      * the first one, the price that change replaced.
       3000-BASE-PRICE.
         MOVE pru-config-price TO prl-base-price
         IF pru-base-count EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO pru-base-pos
         PERFORM VARYING pru-i FROM 1 BY 1
         UNTIL pru-i > pru-base-count
           IF prub-stamp(pru-i) GREATER THAN pru-asof THEN
             MOVE pru-base-count TO pru-i
           ELSE
             MOVE pru-i TO pru-base-pos
           END-IF
         END-PERFORM
         IF pru-base-pos EQUAL TO 0 THEN
           MOVE prub-old(1) TO prl-base-price
         ELSE
           MOVE prub-new(pru-base-pos) TO prl-base-price
         END-IF.

      * Same window tests as APPLY-PRICING-WINDOW and
      * APPLY-PROMO-WINDOW, day 1 = Monday.
       3100-PRICE-AND-MULT.
         MOVE prl-base-price TO prl-price
         MOVE 1 TO prl-mult
         IF prl-date IS NOT NUMERIC
            OR prl-time(1:4) IS NOT NUMERIC THEN
           NEXT SENTENCE
         END-IF
         MOVE prl-date TO pru-date-num
         COMPUTE pru-date-int =
           FUNCTION INTEGER-OF-DATE(pru-date-num)
         COMPUTE pru-dow = FUNCTION MOD(pru-date-int - 1, 7) + 1
         MOVE prl-time(1:4) TO pru-hhmm
         MOVE 0 TO pru-found
         PERFORM VARYING pru-k FROM 1 BY 1
         UNTIL pru-k > pru-rule-count
           MOVE prur-line(pru-k) TO PRU-RULE-WORK
           IF prur-file(pru-k) EQUAL TO "P" AND pru-found EQUAL TO 0
              AND prv-type EQUAL TO "P"
              AND prv-dow IS NUMERIC AND prv-start IS NUMERIC
              AND prv-end IS NUMERIC AND prv-price IS NUMERIC
              AND prv-price GREATER THAN 0 THEN
             IF (prv-dow EQUAL TO 0 OR prv-dow EQUAL TO pru-dow)
                AND pru-hhmm GREATER OR EQUAL TO prv-start
                AND pru-hhmm LESS THAN prv-end THEN
               MOVE prv-price TO prl-price
               MOVE 1 TO pru-found
             END-IF
           END-IF
         END-PERFORM
         MOVE 0 TO pru-found
         PERFORM VARYING pru-k FROM 1 BY 1
         UNTIL pru-k > pru-rule-count
           MOVE prur-line(pru-k) TO PRU-RULE-WORK
           IF prur-file(pru-k) EQUAL TO "R" AND pru-found EQUAL TO 0
              AND prm-dow IS NUMERIC AND prm-start IS NUMERIC
              AND prm-end IS NUMERIC AND prm-mult IS NUMERIC
              AND prm-mult GREATER THAN 0 THEN
             IF (prm-dow EQUAL TO 0 OR prm-dow EQUAL TO pru-dow)
                AND pru-hhmm GREATER OR EQUAL TO prm-start
                AND pru-hhmm LESS THAN prm-end THEN
               MOVE prm-mult TO prl-mult
               MOVE 1 TO pru-found
             END-IF
           END-IF
         END-PERFORM.
       END PROGRAM PRICE-RULES.

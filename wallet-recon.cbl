      * Compile and run on Windows:
      * cobc -xj wallet-recon.cbl batch-runlog.cbl
      *   report-archive.cbl
      * Stored-value wallet reconciliation for one month, for the
      * whole shop. The balances in the shop-wide profile store
      * SHARED-PROFILES.IDX are credits the shop owes its players,
      * whichever cabinet or counter took the money; this proves
      * that liability against the money side:
      *   opening liability (WALLET-SNAPSHOT.DAT, last month run)
      *   + cabinet top-ups merged into the store (WALLET)
      *   + tournament prizes paid in (TPRIZE)
      *   + cabinet balances brought in on joining (SEED)
      *   + top-ups taken at the prize counter (COUNTER-LEDGER.DAT
      *     TOPUP lines)
      *   - wallet draws by every cabinet (DRAW)
      *   - balances written off by ident-maint PURGE
      *   = closing liability
      * The cabinet movements are the SHARED-WALLET.DAT lines each
      * cabinet journals under the ledger lock as it moves the
      * store, so every cabinet's wallet lines are here, and the
      * month's are shown cabinet by cabinet. The closing figure
      * is checked against the store, wound back by the movements
      * dated after the month. Profile by profile, opening balance
      * plus the profile's own movements plus ident-maint MERGE/
      * PURGE moves (the " w=" tail on MOD-JOURNAL.DAT, and on the
      * sealed MOD-JOURNAL archives SEAL-MANIFEST.DAT lists for the
      * month and after) must give today's balance; any profile
      * that does not is listed as unexplained. With no earlier
      * reconciled month on file the opening is taken from the
      * store, wound back over every movement on file, and says so.
      * Run from the shared mount with the month (YYYYMM); with no
      * argument the month before the current one is reconciled. A
      * finished month's closing balances are saved as the next
      * month's opening. Where SHOP-LEDGER has booked the month its
      * *SHOP* liability is set against the store's.
      * Output: WALLET-RECON.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WALLET-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT SHARED-WALLET-FILE ASSIGN TO "SHARED-WALLET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-wallet-status.
         SELECT COUNTER-LEDGER-FILE ASSIGN TO "COUNTER-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS counter-ledger-status.
         SELECT SHARED-PROFILES-FILE ASSIGN TO "SHARED-PROFILES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS spx-initials
           FILE STATUS IS shared-profile-status.
         SELECT MOD-JOURNAL-FILE ASSIGN USING wr-journal-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mod-journal-status.
         SELECT SEAL-MANIFEST-FILE ASSIGN TO "SEAL-MANIFEST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS seal-manifest-status.
         SELECT WALLET-SNAPSHOT-FILE ASSIGN TO "WALLET-SNAPSHOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wallet-snapshot-status.
         SELECT SHOP-LEDGER-FILE ASSIGN TO "SHOP-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shop-ledger-status.
         SELECT RECON-REPORT-FILE ASSIGN TO "WALLET-RECON.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS recon-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD SHARED-WALLET-FILE.
         COPY shared-wallet-record.
       FD COUNTER-LEDGER-FILE.
         COPY counter-ledger-record.
       FD SHARED-PROFILES-FILE.
         COPY shared-profile-record.
       FD MOD-JOURNAL-FILE.
         01 MOD-JOURNAL-RECORD PIC X(70).
       FD SEAL-MANIFEST-FILE.
         01 SEAL-MANIFEST-LINE PIC X(95).
       FD WALLET-SNAPSHOT-FILE.
         COPY wallet-snapshot-record.
       FD SHOP-LEDGER-FILE.
         COPY shop-ledger-record.
       FD RECON-REPORT-FILE.
         01 RECON-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 wallet-recon-data.
         05 shared-wallet-status PIC X(02) VALUE "00".
         05 counter-ledger-status PIC X(02) VALUE "00".
         05 shared-profile-status PIC X(02) VALUE "00".
         05 mod-journal-status PIC X(02) VALUE "00".
         05 seal-manifest-status PIC X(02) VALUE "00".
         05 wr-journal-name PIC X(24).
         05 wr-seal-eof PIC 9.
         05 wallet-snapshot-status PIC X(02) VALUE "00".
         05 shop-ledger-status PIC X(02) VALUE "00".
         05 recon-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 wr-month PIC X(06).
         05 wr-open-month PIC X(06) VALUE SPACES.
         05 wr-eof PIC 9 VALUE 0.
         05 wr-store-ok PIC 9 VALUE 0.
         05 wr-month-done PIC 9 VALUE 0.
         05 wr-now-yyyymm PIC 9(06).
         05 wr-now-split REDEFINES wr-now-yyyymm.
           10 wr-now-yyyy PIC 9(04).
           10 wr-now-mm PIC 9(02).
         05 wr-i PIC 9(04).
         05 wr-pos PIC 9(04).
         05 wr-key PIC X(03).
         05 wr-amount PIC S9(05).
         05 wr-line-month PIC X(06).
         05 wr-in-month PIC 9.
      * Month totals, liability side.
         05 wr-opening PIC 9(07) VALUE 0.
         05 wr-topups PIC 9(07) VALUE 0.
         05 wr-prizes PIC 9(07) VALUE 0.
         05 wr-seeded PIC 9(07) VALUE 0.
         05 wr-counter PIC 9(07) VALUE 0.
         05 wr-draws PIC 9(07) VALUE 0.
         05 wr-purged PIC 9(07) VALUE 0.
         05 wr-closing PIC S9(07) VALUE 0.
         05 wr-after-net PIC S9(07) VALUE 0.
         05 wr-store-total PIC 9(07) VALUE 0.
         05 wr-store-at-end PIC S9(07) VALUE 0.
         05 wr-difference PIC S9(07) VALUE 0.
         05 wr-unreadable PIC 9(05) VALUE 0.
         05 wr-unexplained PIC 9(05) VALUE 0.
         05 wr-dropped PIC 9(05) VALUE 0.
         05 wr-closed-found PIC 9 VALUE 0.
         05 wr-closed-liability PIC 9(07) VALUE 0.
         05 wr-expected PIC S9(07).
         05 wr-label PIC X(44).
         05 wr-value PIC S9(07).
         05 wr-edit-1 PIC -------9.
         05 wr-edit-2 PIC ZZZZZZ9.
         05 wr-edit-3 PIC ZZZZ9.
         05 wr-line PIC X(70).
      * One row per profile seen anywhere: the opening snapshot,
      * a wallet or counter line, a journal move or the store.
         78 MAX-RECON-PROFILES VALUE 2000.
         05 wr-count PIC 9(04) VALUE 0.
         05 wr-table.
           10 wr-profile OCCURS MAX-RECON-PROFILES TIMES.
             15 wrp-initials PIC X(03).
             15 wrp-opening PIC 9(05).
             15 wrp-month-net PIC S9(06).
             15 wrp-after-net PIC S9(06).
             15 wrp-store PIC 9(04).
             15 wrp-on-store PIC 9.
      * The month's cabinet movements, one row per cabinet.
         78 MAX-RECON-CABINETS VALUE 50.
         05 wr-cab-count PIC 9(02) VALUE 0.
         05 wr-cab-pos PIC 9(02).
         05 wr-cab-dropped PIC 9(05) VALUE 0.
         05 wr-cab-table.
           10 wr-cab OCCURS MAX-RECON-CABINETS TIMES.
             15 wrc-cabinet PIC X(06).
             15 wrc-in PIC 9(07).
             15 wrc-out PIC 9(07).
      * Snapshot rows carried over when the file is rewritten.
         78 MAX-SNAPSHOT-ROWS VALUE 5000.
         05 wr-keep-count PIC 9(04) VALUE 0.
         05 wr-keep-table.
           10 wr-keep-row PIC X(14) OCCURS MAX-SNAPSHOT-ROWS TIMES.
         05 MJ-WORK PIC X(70).
         05 MJ-PARSED REDEFINES MJ-WORK.
           10 mj-date PIC X(08).
           10 mj-month REDEFINES mj-date PIC X(06).
           10 FILLER PIC X(26).
           10 mj-action PIC X(08).
           10 FILLER PIC X(01).
           10 mj-old PIC X(03).
           10 FILLER PIC X(04).
           10 mj-new PIC X(03).
           10 FILLER PIC X(03).
           10 mj-wallet-tag PIC X(03).
           10 mj-wallet PIC X(04).
           10 FILLER PIC X(07).
      * The leading fields of a SEAL-MANIFEST.DAT line; that layout
      * shares its sl- names with the SHOP-LEDGER record read here.
         05 SEAL-WORK PIC X(95).
         05 SEAL-PARSED REDEFINES SEAL-WORK.
           10 wr-seal-journal PIC X(20).
           10 wr-seal-month PIC X(06).
           10 wr-seal-archive PIC X(24).
           10 FILLER PIC X(45).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-PICK-MONTH
         PERFORM 2000-LOAD-OPENING THRU 2000-EXIT
         PERFORM 3000-READ-LEDGER THRU 3000-EXIT
         PERFORM 3300-READ-COUNTER THRU 3300-EXIT
         PERFORM 3500-READ-JOURNAL THRU 3500-EXIT
         PERFORM 4000-READ-STORE THRU 4000-EXIT
         IF wr-store-ok EQUAL TO 0 THEN
           DISPLAY "No SHARED-PROFILES.IDX - run from the shared "
             "mount" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF wr-open-month EQUAL TO SPACES THEN
           PERFORM 4200-DERIVE-OPENING
         END-IF
         PERFORM 4500-READ-CLOSED-PERIOD THRU 4500-EXIT
         PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
         IF wr-month-done EQUAL TO 1 THEN
           PERFORM 6000-SAVE-SNAPSHOT THRU 6000-EXIT
         END-IF
         DISPLAY "Wallet reconciliation for " wr-month
           " written to WALLET-RECON.RPT"
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * Same month rule as PERIOD-CLOSE. Only a month that has
      * ended can hand its balances on as the next opening.
       1000-PICK-MONTH.
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE FUNCTION CURRENT-DATE(1:6) TO wr-now-yyyymm
         IF command-line-args(1:6) IS NUMERIC THEN
           MOVE command-line-args(1:6) TO wr-month
         ELSE
           IF wr-now-mm EQUAL TO 1 THEN
             SUBTRACT 1 FROM wr-now-yyyy
             MOVE 12 TO wr-now-mm
           ELSE
             SUBTRACT 1 FROM wr-now-mm
           END-IF
           MOVE wr-now-yyyymm TO wr-month
         END-IF
         IF wr-month LESS THAN FUNCTION CURRENT-DATE(1:6) THEN
           MOVE 1 TO wr-month-done
         END-IF.

      * The opening balances are the rows of the latest reconciled
      * month before this one; with none on file they are derived
      * from the store once every movement has been read.
       2000-LOAD-OPENING.
         OPEN INPUT WALLET-SNAPSHOT-FILE
         IF wallet-snapshot-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO wr-eof
         PERFORM UNTIL wr-eof EQUAL TO 1
           READ WALLET-SNAPSHOT-FILE NEXT RECORD
             AT END
               MOVE 1 TO wr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF wsp-month LESS THAN wr-month
                  AND (wr-open-month EQUAL TO SPACES
                       OR wsp-month GREATER THAN wr-open-month)
                   THEN
                 MOVE wsp-month TO wr-open-month
               END-IF
           END-READ
         END-PERFORM
         CLOSE WALLET-SNAPSHOT-FILE
         IF wr-open-month EQUAL TO SPACES THEN
           GO TO 2000-EXIT
         END-IF
         OPEN INPUT WALLET-SNAPSHOT-FILE
         MOVE 0 TO wr-eof
         PERFORM UNTIL wr-eof EQUAL TO 1
           READ WALLET-SNAPSHOT-FILE NEXT RECORD
             AT END
               MOVE 1 TO wr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF wsp-month EQUAL TO wr-open-month
                  AND wsp-balance IS NUMERIC THEN
                 MOVE wsp-initials TO wr-key
                 PERFORM 7000-FIND-PROFILE THRU 7000-EXIT
                 IF wr-pos GREATER THAN 0 THEN
                   MOVE wsp-balance TO wrp-opening(wr-pos)
                 END-IF
                 ADD wsp-balance TO wr-opening
               END-IF
           END-READ
         END-PERFORM
         CLOSE WALLET-SNAPSHOT-FILE.
       2000-EXIT.
         EXIT.

      * Store movements dated after the opening month: those up
      * to and including the month are the period, later ones are
      * wound back off today's store balances.
       3000-READ-LEDGER.
         OPEN INPUT SHARED-WALLET-FILE
         IF shared-wallet-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO wr-eof
         PERFORM UNTIL wr-eof EQUAL TO 1
           READ SHARED-WALLET-FILE
             AT END
               MOVE 1 TO wr-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE swl-date(1:6) TO wr-line-month
               IF wr-line-month GREATER THAN wr-open-month THEN
                 PERFORM 3100-TALLY-WALLET-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE SHARED-WALLET-FILE.
       3000-EXIT.
         EXIT.

      * A DRAW takes its credits off, every other kind puts them
      * on. In the month each line also counts against the
      * cabinet that wrote it.
       3100-TALLY-WALLET-LINE.
         IF swl-credits IS NOT NUMERIC THEN
           ADD 1 TO wr-unreadable
           NEXT SENTENCE
         END-IF
         IF swl-sign EQUAL TO "-" THEN
           COMPUTE wr-amount = 0 - swl-credits
         ELSE
           MOVE swl-credits TO wr-amount
         END-IF
         IF wr-line-month GREATER THAN wr-month THEN
           MOVE 0 TO wr-in-month
           ADD wr-amount TO wr-after-net
         ELSE
           MOVE 1 TO wr-in-month
           EVALUATE TRUE
             WHEN swl-sign EQUAL TO "-"
               ADD swl-credits TO wr-draws
             WHEN swl-kind EQUAL TO "TPRIZE"
               ADD swl-credits TO wr-prizes
             WHEN swl-kind EQUAL TO "SEED  "
               ADD swl-credits TO wr-seeded
             WHEN OTHER
               ADD swl-credits TO wr-topups
           END-EVALUATE
           PERFORM 3200-NOTE-CABINET THRU 3200-EXIT
         END-IF
         MOVE swl-initials TO wr-key
         PERFORM 7100-APPLY-MOVE THRU 7100-EXIT.

       3200-NOTE-CABINET.
         MOVE 0 TO wr-cab-pos
         PERFORM VARYING wr-i FROM 1 BY 1
         UNTIL wr-i > wr-cab-count OR wr-cab-pos > 0
           IF wrc-cabinet(wr-i) EQUAL TO swl-cabinet THEN
             MOVE wr-i TO wr-cab-pos
           END-IF
         END-PERFORM
         IF wr-cab-pos EQUAL TO 0 THEN
           IF wr-cab-count NOT LESS THAN MAX-RECON-CABINETS THEN
             ADD 1 TO wr-cab-dropped
             GO TO 3200-EXIT
           END-IF
           ADD 1 TO wr-cab-count
           MOVE wr-cab-count TO wr-cab-pos
           MOVE swl-cabinet TO wrc-cabinet(wr-cab-pos)
           MOVE 0 TO wrc-in(wr-cab-pos)
           MOVE 0 TO wrc-out(wr-cab-pos)
         END-IF
         IF swl-sign EQUAL TO "-" THEN
           ADD swl-credits TO wrc-out(wr-cab-pos)
         ELSE
           ADD swl-credits TO wrc-in(wr-cab-pos)
         END-IF.
       3200-EXIT.
         EXIT.

      * Credits sold at the prize counter go straight onto the
      * store; the TOPUP line is their only record.
       3300-READ-COUNTER.
         OPEN INPUT COUNTER-LEDGER-FILE
         IF counter-ledger-status NOT EQUAL TO "00" THEN
           GO TO 3300-EXIT
         END-IF
         MOVE 0 TO wr-eof
         PERFORM UNTIL wr-eof EQUAL TO 1
           READ COUNTER-LEDGER-FILE
             AT END
               MOVE 1 TO wr-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE cx-date(1:6) TO wr-line-month
               IF cx-type EQUAL TO "TOPUP "
                  AND wr-line-month GREATER THAN wr-open-month THEN
                 PERFORM 3400-TALLY-COUNTER-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE COUNTER-LEDGER-FILE.
       3300-EXIT.
         EXIT.

       3400-TALLY-COUNTER-LINE.
         IF cx-credits IS NOT NUMERIC THEN
           ADD 1 TO wr-unreadable
           NEXT SENTENCE
         END-IF
         MOVE cx-credits TO wr-amount
         IF wr-line-month GREATER THAN wr-month THEN
           MOVE 0 TO wr-in-month
           ADD wr-amount TO wr-after-net
         ELSE
           MOVE 1 TO wr-in-month
           ADD wr-amount TO wr-counter
         END-IF
         MOVE cx-initials TO wr-key
         PERFORM 7100-APPLY-MOVE THRU 7100-EXIT.

      * ident-maint MERGE moves the old profile's balance onto the
      * new initials; PURGE takes it off the books. A month sealed
      * by JOURNAL-SEAL has left MOD-JOURNAL.DAT for its archive, so
      * the archives of every month after the opening are read
      * first, oldest first as the manifest lists them, then the
      * live file.
       3500-READ-JOURNAL.
         OPEN INPUT SEAL-MANIFEST-FILE
         IF seal-manifest-status EQUAL TO "00" THEN
           MOVE 0 TO wr-seal-eof
           PERFORM UNTIL wr-seal-eof EQUAL TO 1
             READ SEAL-MANIFEST-FILE INTO SEAL-WORK
               AT END
                 MOVE 1 TO wr-seal-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF wr-seal-journal EQUAL TO "MOD-JOURNAL.DAT"
                    AND wr-seal-month GREATER THAN wr-open-month THEN
                   MOVE wr-seal-archive TO wr-journal-name
                   PERFORM 3510-READ-ONE-JOURNAL THRU 3510-EXIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SEAL-MANIFEST-FILE
         END-IF
         MOVE "MOD-JOURNAL.DAT" TO wr-journal-name
         PERFORM 3510-READ-ONE-JOURNAL THRU 3510-EXIT.
       3500-EXIT.
         EXIT.

       3510-READ-ONE-JOURNAL.
         OPEN INPUT MOD-JOURNAL-FILE
         IF mod-journal-status NOT EQUAL TO "00" THEN
           GO TO 3510-EXIT
         END-IF
         MOVE 0 TO wr-eof
         PERFORM UNTIL wr-eof EQUAL TO 1
           READ MOD-JOURNAL-FILE NEXT RECORD INTO MJ-WORK
             AT END
               MOVE 1 TO wr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF mj-month GREATER THAN wr-open-month
                  AND mj-wallet-tag EQUAL TO " w="
                  AND mj-wallet IS NUMERIC
                  AND (mj-action EQUAL TO "MERGE"
                       OR mj-action EQUAL TO "PURGE") THEN
                 PERFORM 3600-TALLY-JOURNAL-MOVE
               END-IF
           END-READ
         END-PERFORM
         CLOSE MOD-JOURNAL-FILE.
       3510-EXIT.
         EXIT.

       3600-TALLY-JOURNAL-MOVE.
         IF mj-month GREATER THAN wr-month THEN
           MOVE 0 TO wr-in-month
         ELSE
           MOVE 1 TO wr-in-month
         END-IF
         COMPUTE wr-amount = 0 - FUNCTION NUMVAL(mj-wallet)
         MOVE mj-old TO wr-key
         PERFORM 7100-APPLY-MOVE THRU 7100-EXIT
         IF mj-action EQUAL TO "MERGE" THEN
           COMPUTE wr-amount = FUNCTION NUMVAL(mj-wallet)
           MOVE mj-new TO wr-key
           PERFORM 7100-APPLY-MOVE THRU 7100-EXIT
         ELSE
           IF wr-in-month EQUAL TO 1 THEN
             ADD FUNCTION NUMVAL(mj-wallet) TO wr-purged
           ELSE
             SUBTRACT FUNCTION NUMVAL(mj-wallet) FROM wr-after-net
           END-IF
         END-IF.

       4000-READ-STORE.
         OPEN INPUT SHARED-PROFILES-FILE
         IF shared-profile-status NOT EQUAL TO "00" THEN
           GO TO 4000-EXIT
         END-IF
         MOVE 1 TO wr-store-ok
         MOVE 0 TO wr-eof
         PERFORM UNTIL wr-eof EQUAL TO 1
           READ SHARED-PROFILES-FILE NEXT RECORD
             AT END
               MOVE 1 TO wr-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD spx-wallet TO wr-store-total
               MOVE spx-initials TO wr-key
               PERFORM 7000-FIND-PROFILE THRU 7000-EXIT
               IF wr-pos GREATER THAN 0 THEN
                 MOVE spx-wallet TO wrp-store(wr-pos)
                 MOVE 1 TO wrp-on-store(wr-pos)
               END-IF
           END-READ
         END-PERFORM
         CLOSE SHARED-PROFILES-FILE.
       4000-EXIT.
         EXIT.

      * No earlier reconciled month: each profile opens at what
      * the store holds less everything that moved since, so the
      * first month proves the movements, not the opening.
       4200-DERIVE-OPENING.
         PERFORM VARYING wr-i FROM 1 BY 1 UNTIL wr-i > wr-count
           COMPUTE wr-expected = wrp-store(wr-i)
             - wrp-month-net(wr-i) - wrp-after-net(wr-i)
           IF wr-expected GREATER THAN 0 THEN
             MOVE wr-expected TO wrp-opening(wr-i)
             ADD wr-expected TO wr-opening
           END-IF
         END-PERFORM.

      * The shop book's *SHOP* row for a month SHOP-LEDGER has
      * consolidated carries the liability the cabinets closed;
      * the two must agree.
       4500-READ-CLOSED-PERIOD.
         OPEN INPUT SHOP-LEDGER-FILE
         IF shop-ledger-status NOT EQUAL TO "00" THEN
           GO TO 4500-EXIT
         END-IF
         MOVE 0 TO wr-eof
         PERFORM UNTIL wr-eof EQUAL TO 1
           READ SHOP-LEDGER-FILE
             AT END
               MOVE 1 TO wr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF sl-month EQUAL TO wr-month
                  AND sl-cabinet EQUAL TO "*SHOP*"
                  AND sl-wallet-liability IS NUMERIC THEN
                 MOVE 1 TO wr-closed-found
                 MOVE sl-wallet-liability TO wr-closed-liability
               END-IF
           END-READ
         END-PERFORM
         CLOSE SHOP-LEDGER-FILE.
       4500-EXIT.
         EXIT.

       5000-WRITE-REPORT.
         OPEN OUTPUT RECON-REPORT-FILE
         IF recon-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write WALLET-RECON.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE SPACES TO wr-line
         STRING "WALLET LIABILITY RECONCILIATION - " wr-month
           DELIMITED BY SIZE INTO wr-line
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE SPACES TO wr-line
         IF wr-open-month EQUAL TO SPACES THEN
           MOVE "Opening: no earlier reconciled month on file -"
             TO wr-line
           WRITE RECON-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
           MOVE "  taken from the store, wound back over all lines"
             TO wr-line
         ELSE
           STRING "Opening: balances at end of " wr-open-month
             DELIMITED BY SIZE INTO wr-line
         END-IF
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO wr-line
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         COMPUTE wr-closing = wr-opening + wr-topups + wr-prizes
           + wr-seeded + wr-counter - wr-draws - wr-purged
         COMPUTE wr-store-at-end = wr-store-total - wr-after-net
         COMPUTE wr-difference = wr-store-at-end - wr-closing
         MOVE "Opening liability" TO wr-label
         MOVE wr-opening TO wr-value
         PERFORM 5100-WRITE-FIGURE
         MOVE "+ cabinet top-ups (WALLET)" TO wr-label
         MOVE wr-topups TO wr-value
         PERFORM 5100-WRITE-FIGURE
         MOVE "+ tournament prizes (TPRIZE)" TO wr-label
         MOVE wr-prizes TO wr-value
         PERFORM 5100-WRITE-FIGURE
         MOVE "+ cabinet balances brought in (SEED)" TO wr-label
         MOVE wr-seeded TO wr-value
         PERFORM 5100-WRITE-FIGURE
         MOVE "+ counter top-ups (COUNTER-LEDGER)" TO wr-label
         MOVE wr-counter TO wr-value
         PERFORM 5100-WRITE-FIGURE
         MOVE "- wallet draws (DRAW)" TO wr-label
         MOVE wr-draws TO wr-value
         PERFORM 5100-WRITE-FIGURE
         MOVE "- balances written off by PURGE" TO wr-label
         MOVE wr-purged TO wr-value
         PERFORM 5100-WRITE-FIGURE
         MOVE "= closing liability per ledger" TO wr-label
         MOVE wr-closing TO wr-value
         PERFORM 5100-WRITE-FIGURE
         MOVE ALL "-" TO wr-line
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE "Shop profile store total today" TO wr-label
         MOVE wr-store-total TO wr-value
         PERFORM 5100-WRITE-FIGURE
         MOVE "- net wallet movement after the month" TO wr-label
         MOVE wr-after-net TO wr-value
         PERFORM 5100-WRITE-FIGURE
         MOVE "= liability in the store at month end" TO wr-label
         MOVE wr-store-at-end TO wr-value
         PERFORM 5100-WRITE-FIGURE
         IF wr-difference EQUAL TO 0 THEN
           MOVE "Proof: store agrees with the ledger" TO wr-line
         ELSE
           MOVE wr-difference TO wr-edit-1
           MOVE SPACES TO wr-line
           STRING "Proof FAILS: store differs from ledger by "
             FUNCTION TRIM(wr-edit-1) " credits"
             DELIMITED BY SIZE INTO wr-line
         END-IF
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         IF wr-closed-found EQUAL TO 1 THEN
           MOVE wr-closed-liability TO wr-edit-1
           MOVE SPACES TO wr-label
           IF wr-closed-liability NOT EQUAL TO wr-store-at-end
               THEN
             MOVE " - DOES NOT AGREE" TO wr-label
           END-IF
           MOVE SPACES TO wr-line
           STRING "Booked by SHOP-LEDGER at "
             FUNCTION TRIM(wr-edit-1) " credits"
             FUNCTION TRIM(wr-label TRAILING)
             DELIMITED BY SIZE INTO wr-line
           WRITE RECON-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
         END-IF
         IF wr-unreadable GREATER THAN 0 THEN
           MOVE wr-unreadable TO wr-edit-3
           MOVE SPACES TO wr-line
           STRING "Lines with no readable credits, left out: "
             FUNCTION TRIM(wr-edit-3)
             DELIMITED BY SIZE INTO wr-line
           WRITE RECON-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
         END-IF
         PERFORM 5300-WRITE-CABINETS
         MOVE ALL "-" TO wr-line
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE "Unexplained profile balances:" TO wr-line
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE "  INI  OPEN  +/-MONTH  +/-LATER  EXPECTED  STORE"
           TO wr-line
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         PERFORM VARYING wr-i FROM 1 BY 1 UNTIL wr-i > wr-count
           PERFORM 5200-CHECK-PROFILE
         END-PERFORM
         IF wr-unexplained EQUAL TO 0 THEN
           MOVE "  none - every balance follows from its lines"
             TO wr-line
           WRITE RECON-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
         END-IF
         IF wr-dropped GREATER THAN 0 THEN
           MOVE wr-dropped TO wr-edit-3
           MOVE SPACES TO wr-line
           STRING "Profiles beyond the table, not checked: "
             FUNCTION TRIM(wr-edit-3)
             DELIMITED BY SIZE INTO wr-line
           WRITE RECON-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
         END-IF
         IF wr-month-done EQUAL TO 0 THEN
           MOVE "Month still open - balances not saved as opening"
             TO wr-line
           WRITE RECON-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
         END-IF
         CLOSE RECON-REPORT-FILE
         MOVE "WALLET-RECON.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT.
       5000-EXIT.
         EXIT.

      * The month's store movements by the cabinet that made
      * them, with the prize counter's top-ups as one more row.
       5300-WRITE-CABINETS.
         MOVE ALL "-" TO wr-line
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE "Wallet lines in the month by cabinet:" TO wr-line
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         MOVE "  CABINET      IN      OUT" TO wr-line
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         PERFORM VARYING wr-i FROM 1 BY 1 UNTIL wr-i > wr-cab-count
           MOVE SPACES TO wr-line
           MOVE wrc-cabinet(wr-i) TO wr-line(3:6)
           MOVE wrc-in(wr-i) TO wr-edit-2
           MOVE wr-edit-2 TO wr-line(11:7)
           MOVE wrc-out(wr-i) TO wr-edit-2
           MOVE wr-edit-2 TO wr-line(20:7)
           WRITE RECON-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
         END-PERFORM
         MOVE SPACES TO wr-line
         MOVE "COUNTER" TO wr-line(3:7)
         MOVE wr-counter TO wr-edit-2
         MOVE wr-edit-2 TO wr-line(11:7)
         MOVE 0 TO wr-edit-2
         MOVE wr-edit-2 TO wr-line(20:7)
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written
         IF wr-cab-dropped GREATER THAN 0 THEN
           MOVE wr-cab-dropped TO wr-edit-3
           MOVE SPACES TO wr-line
           STRING "Lines from cabinets beyond the table: "
             FUNCTION TRIM(wr-edit-3) " (in the totals)"
             DELIMITED BY SIZE INTO wr-line
           WRITE RECON-REPORT-RECORD FROM wr-line
           ADD 1 TO runlog-written
         END-IF.

       5100-WRITE-FIGURE.
         MOVE wr-value TO wr-edit-1
         MOVE SPACES TO wr-line
         MOVE wr-label TO wr-line(1:44)
         MOVE wr-edit-1 TO wr-line(45:8)
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written.

      * Opening + the profile's own moves must land on its store
      * balance; a profile gone from the store must net to zero.
       5200-CHECK-PROFILE.
         COMPUTE wr-expected = wrp-opening(wr-i)
           + wrp-month-net(wr-i) + wrp-after-net(wr-i)
         IF wr-expected EQUAL TO wrp-store(wr-i) THEN
           NEXT SENTENCE
         END-IF
         ADD 1 TO wr-unexplained
         MOVE SPACES TO wr-line
         MOVE wrp-initials(wr-i) TO wr-line(3:3)
         MOVE wrp-opening(wr-i) TO wr-edit-3
         MOVE wr-edit-3 TO wr-line(7:5)
         MOVE wrp-month-net(wr-i) TO wr-edit-1
         MOVE wr-edit-1 TO wr-line(13:8)
         MOVE wrp-after-net(wr-i) TO wr-edit-1
         MOVE wr-edit-1 TO wr-line(23:8)
         MOVE wr-expected TO wr-edit-1
         MOVE wr-edit-1 TO wr-line(33:8)
         IF wrp-on-store(wr-i) EQUAL TO 1 THEN
           MOVE wrp-store(wr-i) TO wr-edit-3
           MOVE wr-edit-3 TO wr-line(44:5)
         ELSE
           MOVE "gone" TO wr-line(45:4)
         END-IF
         WRITE RECON-REPORT-RECORD FROM wr-line
         ADD 1 TO runlog-written.

      * Rewrites the snapshot: rows of the opening month and any
      * later month are kept (a re-run needs them), this month's
      * rows are replaced by the store balances wound back to
      * month end, and anything older is dropped.
       6000-SAVE-SNAPSHOT.
         OPEN INPUT WALLET-SNAPSHOT-FILE
         IF wallet-snapshot-status EQUAL TO "00" THEN
           MOVE 0 TO wr-eof
           PERFORM UNTIL wr-eof EQUAL TO 1
             READ WALLET-SNAPSHOT-FILE NEXT RECORD
               AT END
                 MOVE 1 TO wr-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF wsp-month NOT LESS THAN wr-open-month
                    AND wsp-month NOT EQUAL TO wr-month
                    AND wr-keep-count < MAX-SNAPSHOT-ROWS THEN
                   ADD 1 TO wr-keep-count
                   MOVE WALLET-SNAPSHOT-RECORD
                     TO wr-keep-row(wr-keep-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WALLET-SNAPSHOT-FILE
         END-IF
         OPEN OUTPUT WALLET-SNAPSHOT-FILE
         IF wallet-snapshot-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write WALLET-SNAPSHOT.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         PERFORM VARYING wr-i FROM 1 BY 1
         UNTIL wr-i > wr-keep-count
           MOVE wr-keep-row(wr-i) TO WALLET-SNAPSHOT-RECORD
           WRITE WALLET-SNAPSHOT-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         PERFORM VARYING wr-i FROM 1 BY 1 UNTIL wr-i > wr-count
           IF wrp-on-store(wr-i) EQUAL TO 1 THEN
             COMPUTE wr-expected = wrp-store(wr-i)
               - wrp-after-net(wr-i)
             IF wr-expected GREATER THAN 0 THEN
               MOVE wr-month TO wsp-month
               MOVE wrp-initials(wr-i) TO wsp-initials
               MOVE wr-expected TO wsp-balance
               WRITE WALLET-SNAPSHOT-RECORD
               ADD 1 TO runlog-written
             END-IF
           END-IF
         END-PERFORM
         CLOSE WALLET-SNAPSHOT-FILE.
       6000-EXIT.
         EXIT.

      * Finds wr-key in the profile table, adding it when new;
      * wr-pos is 0 when the table is full.
       7000-FIND-PROFILE.
         MOVE 0 TO wr-pos
         PERFORM VARYING wr-i FROM 1 BY 1
         UNTIL wr-i > wr-count OR wr-pos > 0
           IF wrp-initials(wr-i) EQUAL TO wr-key THEN
             MOVE wr-i TO wr-pos
           END-IF
         END-PERFORM
         IF wr-pos GREATER THAN 0 THEN
           GO TO 7000-EXIT
         END-IF
         IF wr-count NOT LESS THAN MAX-RECON-PROFILES THEN
           ADD 1 TO wr-dropped
           GO TO 7000-EXIT
         END-IF
         ADD 1 TO wr-count
         MOVE wr-count TO wr-pos
         MOVE wr-key TO wrp-initials(wr-pos)
         MOVE 0 TO wrp-opening(wr-pos)
         MOVE 0 TO wrp-month-net(wr-pos)
         MOVE 0 TO wrp-after-net(wr-pos)
         MOVE 0 TO wrp-store(wr-pos)
         MOVE 0 TO wrp-on-store(wr-pos).
       7000-EXIT.
         EXIT.

      * Puts wr-amount against wr-key, in the month or after it
      * as wr-in-month says.
       7100-APPLY-MOVE.
         PERFORM 7000-FIND-PROFILE THRU 7000-EXIT
         IF wr-pos EQUAL TO 0 THEN
           GO TO 7100-EXIT
         END-IF
         IF wr-in-month EQUAL TO 1 THEN
           ADD wr-amount TO wrp-month-net(wr-pos)
         ELSE
           ADD wr-amount TO wrp-after-net(wr-pos)
         END-IF.
       7100-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "WALLET-RECON" TO rptarc-program
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
         MOVE "WALLET-RECON" TO runlog-program
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
       END PROGRAM WALLET-RECON.

      * Compile and run on Windows:
      * cobc -xj jackpot-report.cbl batch-runlog.cbl report-archive.cbl
      * Progressive jackpot report. The fleet pool in JACKPOT.DAT
      * as it stands, every round the journal holds (its opening
      * seed, what the cabinets fed it and what it paid out), the
      * month's feeds and awards by cabinet, and this cabinet's
      * tie-back to its own COIN-AUDIT.DAT: every FEED names the
      * PLAY or PLAY2 line it came from and every AWARD the JACKPOT
      * line the winning cabinet wrote, so a feed or award with no
      * ledger line behind it, or a JACKPOT line the journal never
      * got, is called out. A round's opening plus its feeds must
      * come to its award, and for the open round to the pool now.
      *   jackpot-report [YYYYMM] [cabinet]
      * With no month the month before the current one is reported;
      * with no cabinet the cabinet= line of CONFIG.DAT is used.
      *   jackpot-report TERMS <share %> <seed> <target> <game seed>
      * sets the pool's terms under the shared-ledger lock, opening
      * round 1 at the seed amount when there is no pool yet, then
      * reports as above. A new seed amount applies from the next
      * reset; the pool in hand is never changed here.
      * Output: JACKPOT.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JACKPOT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT JACKPOT-FILE ASSIGN TO "JACKPOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS jackpot-status.
         SELECT JACKPOT-JOURNAL-FILE ASSIGN TO "JACKPOT-JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS jackpot-journal-status.
         SELECT COIN-AUDIT-FILE ASSIGN TO "COIN-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS coin-audit-status.
         SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-status.
         SELECT SHARED-LOCK-FILE ASSIGN TO "SHARED-SCORES.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-lock-status.
         SELECT JACKPOT-REPORT-FILE ASSIGN TO "JACKPOT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS jackpot-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD JACKPOT-FILE.
         COPY jackpot-record.
       FD JACKPOT-JOURNAL-FILE.
         COPY jackpot-journal-record.
       FD COIN-AUDIT-FILE.
         COPY coin-audit-record.
       FD CONFIG-FILE.
         01 CONFIG-LINE PIC X(80).
       FD SHARED-LOCK-FILE.
         COPY shared-lock-record.
       FD JACKPOT-REPORT-FILE.
         01 JACKPOT-REPORT-RECORD PIC X(78).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY shared-score-data.
       01 jackpot-report-data.
         78 JR-MAX-CABINETS VALUE 50.
         78 JR-MAX-FEEDS VALUE 9999.
         78 JR-MAX-AWARDS VALUE 50.
         78 JR-MAX-LISTED VALUE 20.
         05 jackpot-status PIC X(02) VALUE "00".
         05 jackpot-journal-status PIC X(02) VALUE "00".
         05 coin-audit-status PIC X(02) VALUE "00".
         05 config-status PIC X(02) VALUE "00".
         05 jackpot-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(60).
         05 jr-arg-1 PIC X(10) VALUE SPACES.
         05 jr-arg-2 PIC X(10) VALUE SPACES.
         05 jr-arg-3 PIC X(10) VALUE SPACES.
         05 jr-arg-4 PIC X(10) VALUE SPACES.
         05 jr-arg-5 PIC X(10) VALUE SPACES.
         05 jr-swap-arg PIC X(10).
         05 jr-month PIC X(06).
         05 jr-now-yyyymm PIC 9(06).
         05 jr-now-split REDEFINES jr-now-yyyymm.
           10 jr-now-yyyy PIC 9(04).
           10 jr-now-mm PIC 9(02).
         05 jr-cabinet PIC X(06) VALUE SPACES.
         05 jr-eof PIC 9 VALUE 0.
         05 jr-bad PIC 9 VALUE 0.
         05 jr-i PIC 9(04).
      * The terms as given on a TERMS run.
         05 jr-new-share PIC 9(03) VALUE 0.
         05 jr-new-seed PIC 9(05) VALUE 0.
         05 jr-new-target PIC 9(06) VALUE 0.
         05 jr-new-game-seed PIC 9(09) VALUE 0.
         05 jr-pool-found PIC 9 VALUE 0.
         05 jr-opened-round PIC 9 VALUE 0.
         05 jr-seconds PIC 9(05).
         05 jr-hhmmss PIC X(06).
         05 jr-hms REDEFINES jr-hhmmss.
           10 jr-hh PIC 9(02).
           10 jr-mm PIC 9(02).
           10 jr-ss PIC 9(02).
      * The pool as read for the report.
         05 jr-have-pool PIC 9 VALUE 0.
         05 jr-pool-round PIC 9(04) VALUE 0.
         05 jr-pool-now PIC 9(07)V9(02) VALUE 0.
      * The round being added up as the journal streams past; the
      * journal is posted in lock order, so a round's lines all
      * come before the RESET that opens the next.
         05 jr-rd-round PIC 9(04) VALUE 0.
         05 jr-rd-live PIC 9 VALUE 0.
         05 jr-rd-opened PIC X(08).
         05 jr-rd-opening PIC 9(07)V9(02).
         05 jr-rd-no-open PIC 9.
         05 jr-rd-feeds PIC 9(06).
         05 jr-rd-fed PIC 9(07)V9(02).
         05 jr-rd-won PIC 9.
         05 jr-rd-award PIC 9(07)V9(02).
         05 jr-rd-winner PIC X(03).
         05 jr-rd-win-cab PIC X(06).
         05 jr-rd-should PIC 9(08)V9(02).
         05 jr-rounds PIC 9(04) VALUE 0.
         05 jr-round-faults PIC 9(04) VALUE 0.
         05 jr-journal-lines PIC 9(07) VALUE 0.
         05 jr-total-fed PIC 9(08)V9(02) VALUE 0.
         05 jr-total-paid PIC 9(08)V9(02) VALUE 0.
      * The month by cabinet.
         05 jr-cab-count PIC 9(02) VALUE 0.
         05 jr-cab-pos PIC 9(02).
         05 jr-cab-table.
           10 jr-cab OCCURS JR-MAX-CABINETS TIMES.
             15 jrc-id PIC X(06).
             15 jrc-feeds PIC 9(06).
             15 jrc-credits PIC 9(07).
             15 jrc-fed PIC 9(07)V9(02).
             15 jrc-awards PIC 9(03).
             15 jrc-paid PIC 9(07)V9(02).
      * This cabinet's month: the ledger sequence numbers its FEED
      * and AWARD lines name, each marked off as the ledger line
      * is found.
         05 jr-feed-count PIC 9(04) VALUE 0.
         05 jr-feed-over PIC 9(06) VALUE 0.
         05 jr-feed-table.
           10 jr-feed OCCURS JR-MAX-FEEDS TIMES.
             15 jrf-seq PIC 9(06).
             15 jrf-matched PIC 9(01).
         05 jr-award-count PIC 9(02) VALUE 0.
         05 jr-award-table.
           10 jr-award OCCURS JR-MAX-AWARDS TIMES.
             15 jra-seq PIC 9(06).
             15 jra-round PIC 9(04).
             15 jra-initials PIC X(03).
             15 jra-amount PIC 9(07)V9(02).
             15 jra-matched PIC 9(01).
         05 jr-plays PIC 9(06) VALUE 0.
         05 jr-plays-fed PIC 9(06) VALUE 0.
         05 jr-plays-unfed PIC 9(06) VALUE 0.
         05 jr-feeds-orphan PIC 9(06) VALUE 0.
         05 jr-jackpot-lines PIC 9(04) VALUE 0.
         05 jr-jackpot-orphan PIC 9(04) VALUE 0.
         05 jr-awards-orphan PIC 9(04) VALUE 0.
         05 jr-listed PIC 9(02) VALUE 0.
         05 jr-found PIC 9.
         05 jr-coin-seq PIC 9(06).
         05 JR-COIN-WORK PIC X(90).
         05 JR-COIN-PARSED REDEFINES JR-COIN-WORK.
           10 FILLER PIC X(04).
           10 jw-seq PIC X(06).
           10 FILLER PIC X(03).
           10 jw-time PIC X(06).
           10 FILLER PIC X(04).
           10 jw-event PIC X(08).
           10 FILLER PIC X(04).
           10 jw-credits PIC X(03).
           10 FILLER PIC X(04).
           10 jw-check PIC X(04).
           10 FILLER PIC X(03).
           10 jw-date PIC X(08).
           10 FILLER PIC X(19).
           10 jw-pf-tag PIC X(04).
           10 jw-profile PIC X(03).
           10 FILLER PIC X(07).
         05 jr-money-edit PIC Z(06)9.99.
         05 jr-money-edit-2 PIC Z(06)9.99.
         05 jr-money-edit-3 PIC Z(06)9.99.
         05 jr-count-edit PIC Z(05)9.
         05 jr-count-edit-2 PIC Z(05)9.
         05 jr-count-edit-3 PIC Z(05)9.
         05 jr-round-edit PIC ZZZ9.
         05 jr-line PIC X(78).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE "JKPT  " TO cabinet-id
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO jr-arg-1 jr-arg-2 jr-arg-3 jr-arg-4 jr-arg-5
         END-UNSTRING
         IF jr-arg-1 EQUAL TO "TERMS" THEN
           PERFORM 5000-SET-TERMS THRU 5000-EXIT
           IF RETURN-CODE GREATER OR EQUAL TO 8 THEN
             PERFORM 9910-RUNLOG-END
             GOBACK
           END-IF
           MOVE SPACES TO jr-arg-1
           MOVE SPACES TO jr-arg-2
         END-IF
         PERFORM 1000-PICK-MONTH
         PERFORM 1100-PICK-CABINET
         OPEN OUTPUT JACKPOT-REPORT-FILE
         IF jackpot-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write JACKPOT.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 2000-POOL-STATUS THRU 2000-EXIT
         PERFORM 3000-ROUNDS THRU 3000-EXIT
         PERFORM 4000-CABINET-MONTH
         PERFORM 4500-TIE-BACK THRU 4500-EXIT
         CLOSE JACKPOT-REPORT-FILE
         MOVE jr-month TO rptarc-from
         MOVE jr-month TO rptarc-to
         MOVE "JACKPOT.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Jackpot report for " jr-month
           " written to JACKPOT.RPT"
      * No pool, a round that does not add up or a ledger that
      * does not tie back is a warning.
         IF (jr-have-pool EQUAL TO 0 OR jr-round-faults GREATER
             THAN 0 OR jr-feeds-orphan GREATER THAN 0
             OR jr-awards-orphan GREATER THAN 0
             OR jr-jackpot-orphan GREATER THAN 0)
            AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * Either argument may come first: six digits are the month,
      * anything else is a cabinet ID. Month rule as AVAILABILITY.
       1000-PICK-MONTH.
         IF jr-arg-1(1:6) IS NOT NUMERIC
            OR jr-arg-1(7:1) NOT EQUAL TO SPACE THEN
           MOVE jr-arg-2 TO jr-swap-arg
           MOVE jr-arg-1 TO jr-arg-2
           MOVE jr-swap-arg TO jr-arg-1
         END-IF
         IF jr-arg-1(1:6) IS NUMERIC THEN
           MOVE jr-arg-1(1:6) TO jr-month
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:6) TO jr-now-yyyymm
           IF jr-now-mm EQUAL TO 1 THEN
             SUBTRACT 1 FROM jr-now-yyyy
             MOVE 12 TO jr-now-mm
           ELSE
             SUBTRACT 1 FROM jr-now-mm
           END-IF
           MOVE jr-now-yyyymm TO jr-month
         END-IF.

       1100-PICK-CABINET.
         IF jr-arg-2 NOT EQUAL TO SPACES THEN
           MOVE jr-arg-2 TO jr-cabinet
         ELSE
           OPEN INPUT CONFIG-FILE
           IF config-status EQUAL TO "00" THEN
             MOVE 0 TO jr-eof
             PERFORM UNTIL jr-eof EQUAL TO 1
               READ CONFIG-FILE
                 AT END
                   MOVE 1 TO jr-eof
                 NOT AT END
                   ADD 1 TO runlog-read
                   IF CONFIG-LINE(1:8) EQUAL TO "cabinet=" THEN
                     MOVE CONFIG-LINE(9:6) TO jr-cabinet
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CONFIG-FILE
           END-IF
         END-IF.

       2000-POOL-STATUS.
         MOVE SPACES TO jr-line
         STRING "PROGRESSIVE JACKPOT - " jr-month
           DELIMITED BY SIZE INTO jr-line
         PERFORM 4900-PUT-LINE
         MOVE SPACES TO jr-line
         STRING "Generated " FUNCTION CURRENT-DATE(1:8)
           "-" FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO jr-line
         PERFORM 4900-PUT-LINE
         MOVE ALL "-" TO jr-line
         PERFORM 4900-PUT-LINE
         MOVE 0 TO jr-have-pool
         OPEN INPUT JACKPOT-FILE
         IF jackpot-status EQUAL TO "00" THEN
           READ JACKPOT-FILE
             AT END
               CONTINUE
             NOT AT END
               ADD 1 TO runlog-read
               IF jk-pool IS NUMERIC AND jk-round IS NUMERIC THEN
                 MOVE 1 TO jr-have-pool
                 MOVE jk-round TO jr-pool-round
                 MOVE jk-pool TO jr-pool-now
               END-IF
           END-READ
           CLOSE JACKPOT-FILE
         END-IF
         IF jr-have-pool EQUAL TO 0 THEN
           MOVE "No JACKPOT.DAT on the mount - jackpot not running"
             TO jr-line
           PERFORM 4900-PUT-LINE
           GO TO 2000-EXIT
         END-IF
         MOVE jk-round TO jr-round-edit
         MOVE jk-pool TO jr-money-edit
         MOVE SPACES TO jr-line
         STRING "Round " FUNCTION TRIM(jr-round-edit)
           " pool now " FUNCTION TRIM(jr-money-edit)
           " credits, opened " jk-opened(1:8)
           DELIMITED BY SIZE INTO jr-line
         PERFORM 4900-PUT-LINE
         MOVE jk-seed-amount TO jr-count-edit
         MOVE jk-target TO jr-count-edit-2
         MOVE SPACES TO jr-line
         STRING "Share " jk-share-pct "% of each paid play, seed "
           FUNCTION TRIM(jr-count-edit) ", target "
           FUNCTION TRIM(jr-count-edit-2) ", game seed "
           jk-game-seed
           DELIMITED BY SIZE INTO jr-line
         PERFORM 4900-PUT-LINE
         IF jk-share-pct EQUAL TO 0 THEN
           MOVE "Share is 0 - the pool is closed to feeds and runs"
             TO jr-line
           PERFORM 4900-PUT-LINE
         END-IF
         MOVE SPACES TO jr-line
         STRING "Last posted " jk-updated(1:8) "-" jk-updated(9:6)
           " by " jk-cabinet
           DELIMITED BY SIZE INTO jr-line
         PERFORM 4900-PUT-LINE.
       2000-EXIT.
         EXIT.

      * One line per round: opening seed + feeds = award. A round
      * whose award does not equal what went in, or an open round
      * that does not equal the pool on file, is flagged.
       3000-ROUNDS.
         MOVE SPACES TO jr-line
         PERFORM 4900-PUT-LINE
         MOVE " RND OPENED      OPENING  FEEDS        FED      AWARD"
           TO jr-line
         MOVE "WON BY" TO jr-line(58:6)
         PERFORM 4900-PUT-LINE
         OPEN INPUT JACKPOT-JOURNAL-FILE
         IF jackpot-journal-status NOT EQUAL TO "00" THEN
           MOVE "No JACKPOT-JOURNAL.DAT - no rounds posted" TO jr-line
           PERFORM 4900-PUT-LINE
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO jr-rd-live
         MOVE 0 TO jr-eof
         PERFORM UNTIL jr-eof EQUAL TO 1
           READ JACKPOT-JOURNAL-FILE
             AT END
               MOVE 1 TO jr-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO jr-journal-lines
               PERFORM 3100-TAKE-LINE
           END-READ
         END-PERFORM
         CLOSE JACKPOT-JOURNAL-FILE
         IF jr-rd-live EQUAL TO 1 THEN
           PERFORM 3300-ROUND-LINE
         END-IF
         MOVE jr-total-fed TO jr-money-edit
         MOVE jr-total-paid TO jr-money-edit-2
         MOVE jr-rounds TO jr-round-edit
         MOVE SPACES TO jr-line
         STRING FUNCTION TRIM(jr-round-edit) " rounds, "
           FUNCTION TRIM(jr-money-edit) " credits fed, "
           FUNCTION TRIM(jr-money-edit-2) " paid out"
           DELIMITED BY SIZE INTO jr-line
         PERFORM 4900-PUT-LINE.
       3000-EXIT.
         EXIT.

       3100-TAKE-LINE.
         IF jj-round NOT EQUAL TO jr-rd-round
            OR jr-rd-live EQUAL TO 0 THEN
           IF jr-rd-live EQUAL TO 1 THEN
             PERFORM 3300-ROUND-LINE
           END-IF
           PERFORM 3200-START-ROUND
         END-IF
         EVALUATE jj-type
           WHEN "RESET "
             MOVE jj-amount TO jr-rd-opening
             MOVE jj-date TO jr-rd-opened
             MOVE 0 TO jr-rd-no-open
           WHEN "FEED  "
             ADD 1 TO jr-rd-feeds
             ADD jj-amount TO jr-rd-fed
             ADD jj-amount TO jr-total-fed
             IF jj-date(1:6) EQUAL TO jr-month THEN
               PERFORM 3400-CABINET-SLOT
               IF jr-cab-pos GREATER THAN 0 THEN
                 ADD 1 TO jrc-feeds(jr-cab-pos)
                 ADD jj-credits TO jrc-credits(jr-cab-pos)
                 ADD jj-amount TO jrc-fed(jr-cab-pos)
               END-IF
               IF jj-cabinet EQUAL TO jr-cabinet THEN
                 PERFORM 3500-KEEP-FEED
               END-IF
             END-IF
           WHEN "AWARD "
             MOVE 1 TO jr-rd-won
             MOVE jj-amount TO jr-rd-award
             MOVE jj-initials TO jr-rd-winner
             MOVE jj-cabinet TO jr-rd-win-cab
             ADD jj-amount TO jr-total-paid
             IF jj-date(1:6) EQUAL TO jr-month THEN
               PERFORM 3400-CABINET-SLOT
               IF jr-cab-pos GREATER THAN 0 THEN
                 ADD 1 TO jrc-awards(jr-cab-pos)
                 ADD jj-amount TO jrc-paid(jr-cab-pos)
               END-IF
               IF jj-cabinet EQUAL TO jr-cabinet
                  AND jr-award-count LESS THAN JR-MAX-AWARDS THEN
                 ADD 1 TO jr-award-count
                 MOVE jj-coin-seq TO jra-seq(jr-award-count)
                 MOVE jj-round TO jra-round(jr-award-count)
                 MOVE jj-initials TO jra-initials(jr-award-count)
                 MOVE jj-amount TO jra-amount(jr-award-count)
                 MOVE 0 TO jra-matched(jr-award-count)
               END-IF
             END-IF
           WHEN OTHER
             CONTINUE
         END-EVALUATE.

       3200-START-ROUND.
         MOVE 1 TO jr-rd-live
         MOVE jj-round TO jr-rd-round
         MOVE SPACES TO jr-rd-opened
         MOVE 0 TO jr-rd-opening
         MOVE 1 TO jr-rd-no-open
         MOVE 0 TO jr-rd-feeds
         MOVE 0 TO jr-rd-fed
         MOVE 0 TO jr-rd-won
         MOVE 0 TO jr-rd-award
         MOVE SPACES TO jr-rd-winner
         MOVE SPACES TO jr-rd-win-cab.

       3300-ROUND-LINE.
         ADD 1 TO jr-rounds
         COMPUTE jr-rd-should = jr-rd-opening + jr-rd-fed
         MOVE jr-rd-round TO jr-round-edit
         MOVE jr-rd-opening TO jr-money-edit
         MOVE jr-rd-feeds TO jr-count-edit
         MOVE jr-rd-fed TO jr-money-edit-2
         IF jr-rd-won EQUAL TO 1 THEN
           MOVE jr-rd-award TO jr-money-edit-3
         ELSE
           MOVE jr-pool-now TO jr-money-edit-3
         END-IF
         MOVE SPACES TO jr-line
         STRING jr-round-edit " " jr-rd-opened " " jr-money-edit
           " " jr-count-edit " " jr-money-edit-2 " "
           jr-money-edit-3
           DELIMITED BY SIZE INTO jr-line
         IF jr-rd-won EQUAL TO 1 THEN
           MOVE jr-rd-winner TO jr-line(58:3)
           MOVE jr-rd-win-cab TO jr-line(62:6)
           IF jr-rd-award NOT EQUAL TO jr-rd-should THEN
             MOVE "MISMATCH" TO jr-line(69:8)
             ADD 1 TO jr-round-faults
           END-IF
         ELSE
           MOVE "OPEN" TO jr-line(58:4)
           IF jr-have-pool EQUAL TO 1
              AND (jr-rd-round NOT EQUAL TO jr-pool-round
                   OR jr-pool-now NOT EQUAL TO jr-rd-should) THEN
             MOVE "MISMATCH" TO jr-line(69:8)
             ADD 1 TO jr-round-faults
           END-IF
         END-IF
         IF jr-rd-no-open EQUAL TO 1 THEN
           MOVE "NO RESET" TO jr-line(69:8)
           ADD 1 TO jr-round-faults
         END-IF
         PERFORM 4900-PUT-LINE.

       3400-CABINET-SLOT.
         MOVE 0 TO jr-cab-pos
         PERFORM VARYING jr-i FROM 1 BY 1 UNTIL jr-i > jr-cab-count
           IF jrc-id(jr-i) EQUAL TO jj-cabinet THEN
             MOVE jr-i TO jr-cab-pos
           END-IF
         END-PERFORM
         IF jr-cab-pos EQUAL TO 0
            AND jr-cab-count LESS THAN JR-MAX-CABINETS THEN
           ADD 1 TO jr-cab-count
           MOVE jr-cab-count TO jr-cab-pos
           MOVE jj-cabinet TO jrc-id(jr-cab-pos)
           MOVE 0 TO jrc-feeds(jr-cab-pos)
           MOVE 0 TO jrc-credits(jr-cab-pos)
           MOVE 0 TO jrc-fed(jr-cab-pos)
           MOVE 0 TO jrc-awards(jr-cab-pos)
           MOVE 0 TO jrc-paid(jr-cab-pos)
         END-IF.

       3500-KEEP-FEED.
         IF jr-feed-count LESS THAN JR-MAX-FEEDS THEN
           ADD 1 TO jr-feed-count
           MOVE jj-coin-seq TO jrf-seq(jr-feed-count)
           MOVE 0 TO jrf-matched(jr-feed-count)
         ELSE
           ADD 1 TO jr-feed-over
         END-IF.

       4000-CABINET-MONTH.
         MOVE SPACES TO jr-line
         PERFORM 4900-PUT-LINE
         MOVE SPACES TO jr-line
         STRING "FEEDS AND AWARDS BY CABINET - " jr-month
           DELIMITED BY SIZE INTO jr-line
         PERFORM 4900-PUT-LINE
         MOVE "CABINET  FEEDS  CREDITS PLAYED        FED  AWARDS"
           TO jr-line
         MOVE "PAID" TO jr-line(57:4)
         PERFORM 4900-PUT-LINE
         IF jr-cab-count EQUAL TO 0 THEN
           MOVE "No feeds or awards posted in the month" TO jr-line
           PERFORM 4900-PUT-LINE
         END-IF
         PERFORM VARYING jr-i FROM 1 BY 1 UNTIL jr-i > jr-cab-count
           MOVE jrc-feeds(jr-i) TO jr-count-edit
           MOVE jrc-credits(jr-i) TO jr-count-edit-2
           MOVE jrc-fed(jr-i) TO jr-money-edit
           MOVE jrc-awards(jr-i) TO jr-round-edit
           MOVE jrc-paid(jr-i) TO jr-money-edit-2
           MOVE SPACES TO jr-line
           STRING jrc-id(jr-i) "  " jr-count-edit "          "
             jr-count-edit-2 " " jr-money-edit "    "
             jr-round-edit " " jr-money-edit-2
             DELIMITED BY SIZE INTO jr-line
           PERFORM 4900-PUT-LINE
         END-PERFORM.

      * This cabinet's ledger for the month against its journal
      * lines. A PLAY with no feed is normal - an unpaid start, a
      * play while the pool was closed or before it opened - and is
      * only counted; a feed or award with no ledger line behind
      * it, or a JACKPOT line with no award, is listed.
       4500-TIE-BACK.
         MOVE SPACES TO jr-line
         PERFORM 4900-PUT-LINE
         IF jr-cabinet EQUAL TO SPACES THEN
           MOVE "No cabinet given and no cabinet= in CONFIG.DAT - no"
             TO jr-line
           MOVE " tie-back" TO jr-line(52:9)
           PERFORM 4900-PUT-LINE
           MOVE 4 TO RETURN-CODE
           GO TO 4500-EXIT
         END-IF
         MOVE SPACES TO jr-line
         STRING "COIN LEDGER TIE-BACK - " jr-cabinet " " jr-month
           DELIMITED BY SIZE INTO jr-line
         PERFORM 4900-PUT-LINE
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status NOT EQUAL TO "00" THEN
           MOVE "No COIN-AUDIT.DAT here - nothing to tie back"
             TO jr-line
           PERFORM 4900-PUT-LINE
           IF jr-feed-count GREATER THAN 0
              OR jr-award-count GREATER THAN 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
           GO TO 4500-EXIT
         END-IF
         MOVE 0 TO jr-listed
         MOVE 0 TO jr-eof
         PERFORM UNTIL jr-eof EQUAL TO 1
           MOVE SPACES TO JR-COIN-WORK
           READ COIN-AUDIT-FILE NEXT RECORD INTO JR-COIN-WORK
             AT END
               MOVE 1 TO jr-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF jw-seq IS NUMERIC
                  AND jw-date(1:6) EQUAL TO jr-month THEN
                 MOVE jw-seq TO jr-coin-seq
                 PERFORM 4600-MATCH-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE
         PERFORM 4700-LIST-ORPHANS
         MOVE jr-plays TO jr-count-edit
         MOVE jr-plays-fed TO jr-count-edit-2
         MOVE jr-plays-unfed TO jr-count-edit-3
         MOVE SPACES TO jr-line
         STRING "PLAY lines " FUNCTION TRIM(jr-count-edit)
           ", fed " FUNCTION TRIM(jr-count-edit-2)
           ", not fed " FUNCTION TRIM(jr-count-edit-3)
           " (unpaid or pool closed)"
           DELIMITED BY SIZE INTO jr-line
         PERFORM 4900-PUT-LINE
         MOVE jr-feed-count TO jr-count-edit
         MOVE jr-feeds-orphan TO jr-count-edit-2
         MOVE SPACES TO jr-line
         STRING "FEED lines " FUNCTION TRIM(jr-count-edit)
           ", with no PLAY line " FUNCTION TRIM(jr-count-edit-2)
           DELIMITED BY SIZE INTO jr-line
         PERFORM 4900-PUT-LINE
         MOVE jr-jackpot-lines TO jr-count-edit
         MOVE jr-award-count TO jr-count-edit-2
         MOVE SPACES TO jr-line
         STRING "JACKPOT lines " FUNCTION TRIM(jr-count-edit)
           ", AWARD lines " FUNCTION TRIM(jr-count-edit-2)
           DELIMITED BY SIZE INTO jr-line
         PERFORM 4900-PUT-LINE
         IF jr-feed-over GREATER THAN 0 THEN
           MOVE JR-MAX-FEEDS TO jr-count-edit
           MOVE jr-feed-over TO jr-count-edit-2
           MOVE SPACES TO jr-line
           STRING "Feeds past the first " FUNCTION TRIM(jr-count-edit)
             " not tied back: " FUNCTION TRIM(jr-count-edit-2)
             DELIMITED BY SIZE INTO jr-line
           PERFORM 4900-PUT-LINE
         END-IF
         IF jr-feeds-orphan EQUAL TO 0 AND jr-awards-orphan EQUAL
             TO 0 AND jr-jackpot-orphan EQUAL TO 0 THEN
           MOVE "Journal and ledger agree" TO jr-line
           PERFORM 4900-PUT-LINE
         END-IF.
       4500-EXIT.
         EXIT.

       4600-MATCH-LINE.
         EVALUATE jw-event
           WHEN "PLAY    "
           WHEN "PLAY2   "
             ADD 1 TO jr-plays
             MOVE 0 TO jr-found
             PERFORM VARYING jr-i FROM 1 BY 1
             UNTIL jr-i > jr-feed-count OR jr-found EQUAL TO 1
               IF jrf-seq(jr-i) EQUAL TO jr-coin-seq
                  AND jrf-matched(jr-i) EQUAL TO 0 THEN
                 MOVE 1 TO jrf-matched(jr-i)
                 MOVE 1 TO jr-found
               END-IF
             END-PERFORM
             IF jr-found EQUAL TO 1 THEN
               ADD 1 TO jr-plays-fed
             ELSE
               ADD 1 TO jr-plays-unfed
             END-IF
           WHEN "JACKPOT "
             ADD 1 TO jr-jackpot-lines
             MOVE 0 TO jr-found
             PERFORM VARYING jr-i FROM 1 BY 1
             UNTIL jr-i > jr-award-count OR jr-found EQUAL TO 1
               IF jra-seq(jr-i) EQUAL TO jr-coin-seq THEN
                 MOVE 1 TO jra-matched(jr-i)
                 MOVE 1 TO jr-found
               END-IF
             END-PERFORM
             IF jr-found EQUAL TO 0 THEN
               ADD 1 TO jr-jackpot-orphan
               IF jr-listed LESS THAN JR-MAX-LISTED THEN
                 ADD 1 TO jr-listed
                 MOVE SPACES TO jr-line
                 STRING "  JACKPOT line seq " jw-seq " " jw-date
                   " pf=" jw-profile " has no AWARD on the journal"
                   DELIMITED BY SIZE INTO jr-line
                 PERFORM 4900-PUT-LINE
               END-IF
             END-IF
           WHEN OTHER
             CONTINUE
         END-EVALUATE.

       4700-LIST-ORPHANS.
         PERFORM VARYING jr-i FROM 1 BY 1 UNTIL jr-i > jr-feed-count
           IF jrf-matched(jr-i) EQUAL TO 0 THEN
             ADD 1 TO jr-feeds-orphan
             IF jr-listed LESS THAN JR-MAX-LISTED THEN
               ADD 1 TO jr-listed
               MOVE SPACES TO jr-line
               STRING "  FEED names ledger seq " jrf-seq(jr-i)
                 " - no PLAY line with that number"
                 DELIMITED BY SIZE INTO jr-line
               PERFORM 4900-PUT-LINE
             END-IF
           END-IF
         END-PERFORM
         PERFORM VARYING jr-i FROM 1 BY 1 UNTIL jr-i > jr-award-count
           IF jra-matched(jr-i) EQUAL TO 0 THEN
             ADD 1 TO jr-awards-orphan
             MOVE jra-round(jr-i) TO jr-round-edit
             MOVE jra-amount(jr-i) TO jr-money-edit
             MOVE SPACES TO jr-line
             STRING "  AWARD round " FUNCTION TRIM(jr-round-edit)
               " " jra-initials(jr-i) " "
               FUNCTION TRIM(jr-money-edit) " names ledger seq "
               jra-seq(jr-i) " - no JACKPOT line"
               DELIMITED BY SIZE INTO jr-line
             PERFORM 4900-PUT-LINE
           END-IF
         END-PERFORM.

       4900-PUT-LINE.
         WRITE JACKPOT-REPORT-RECORD FROM jr-line
         ADD 1 TO runlog-written.

      * TERMS: checked first, then posted under the lock so no
      * cabinet is mid-feed while the record is rewritten.
       5000-SET-TERMS.
         MOVE 0 TO jr-bad
         IF FUNCTION TRIM(jr-arg-2) IS NOT NUMERIC
            OR FUNCTION TRIM(jr-arg-3) IS NOT NUMERIC
            OR FUNCTION TRIM(jr-arg-4) IS NOT NUMERIC
            OR FUNCTION TRIM(jr-arg-5) IS NOT NUMERIC THEN
           MOVE 1 TO jr-bad
         ELSE
           IF FUNCTION NUMVAL(jr-arg-2) GREATER THAN 100
              OR FUNCTION NUMVAL(jr-arg-3) GREATER THAN 99999
              OR FUNCTION NUMVAL(jr-arg-4) GREATER THAN 999999
              OR FUNCTION NUMVAL(jr-arg-5) GREATER THAN 999999999
               THEN
             MOVE 1 TO jr-bad
           END-IF
         END-IF
         IF jr-bad EQUAL TO 1 THEN
           DISPLAY "Usage: jackpot-report TERMS <share % 0-100> "
             "<seed credits> <target score> <game seed>"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         COMPUTE jr-new-share = FUNCTION NUMVAL(jr-arg-2)
         COMPUTE jr-new-seed = FUNCTION NUMVAL(jr-arg-3)
         COMPUTE jr-new-target = FUNCTION NUMVAL(jr-arg-4)
         COMPUTE jr-new-game-seed = FUNCTION NUMVAL(jr-arg-5)
         PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
         IF ledger-claimed NOT EQUAL TO 1 THEN
           PERFORM 7500-CLAIM-LEDGER THRU 7500-EXIT
         END-IF
         IF ledger-claimed NOT EQUAL TO 1 THEN
           DISPLAY "Shared ledger busy - terms not set, try again"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE 0 TO jr-pool-found
         OPEN INPUT JACKPOT-FILE
         IF jackpot-status EQUAL TO "00" THEN
           READ JACKPOT-FILE
             AT END
               CONTINUE
             NOT AT END
               ADD 1 TO runlog-read
               IF jk-round IS NUMERIC AND jk-pool IS NUMERIC THEN
                 MOVE 1 TO jr-pool-found
               END-IF
           END-READ
           CLOSE JACKPOT-FILE
         END-IF
         MOVE 0 TO jr-opened-round
         IF jr-pool-found EQUAL TO 0 THEN
           PERFORM 5100-OPEN-ROUND-ONE THRU 5100-EXIT
           IF RETURN-CODE GREATER OR EQUAL TO 8 THEN
             PERFORM 7900-RELEASE-LEDGER
             GO TO 5000-EXIT
           END-IF
         END-IF
         MOVE jr-new-share TO jk-share-pct
         MOVE jr-new-seed TO jk-seed-amount
         MOVE jr-new-target TO jk-target
         MOVE jr-new-game-seed TO jk-game-seed
         MOVE FUNCTION CURRENT-DATE(1:14) TO jk-updated
         MOVE cabinet-id TO jk-cabinet
         OPEN OUTPUT JACKPOT-FILE
         IF jackpot-status NOT EQUAL TO "00" THEN
           PERFORM 7900-RELEASE-LEDGER
           DISPLAY "Cannot write JACKPOT.DAT - terms not set"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         WRITE JACKPOT-RECORD
         ADD 1 TO runlog-written
         CLOSE JACKPOT-FILE
         PERFORM 7900-RELEASE-LEDGER
         IF jr-opened-round EQUAL TO 1 THEN
           DISPLAY "Jackpot opened at round 1"
         END-IF
         MOVE jk-pool TO jr-money-edit
         DISPLAY "Jackpot terms set: share " jk-share-pct
           "%, seed " jk-seed-amount ", target " jk-target
           ", game seed " jk-game-seed
         DISPLAY "Pool stands at " FUNCTION TRIM(jr-money-edit)
           " credits".
       5000-EXIT.
         EXIT.

      * A first pool opens on the journal with the RESET of round
      * 1, so every round's sums start from a journalled seed.
       5100-OPEN-ROUND-ONE.
         MOVE 1 TO jr-opened-round
         MOVE SPACES TO JACKPOT-RECORD
         INITIALIZE JACKPOT-RECORD
         MOVE 1 TO jk-round
         MOVE jr-new-seed TO jk-pool
         MOVE FUNCTION CURRENT-DATE(1:14) TO jk-opened
         OPEN EXTEND JACKPOT-JOURNAL-FILE
         IF jackpot-journal-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT JACKPOT-JOURNAL-FILE
         END-IF
         IF jackpot-journal-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write JACKPOT-JOURNAL.DAT - jackpot not "
             "opened" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5100-EXIT
         END-IF
         MOVE SPACES TO JACKPOT-JOURNAL-RECORD
         INITIALIZE JACKPOT-JOURNAL-RECORD
         MOVE FUNCTION CURRENT-DATE(1:8) TO jj-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO jj-time
         MOVE "RESET " TO jj-type
         MOVE cabinet-id TO jj-cabinet
         MOVE 1 TO jj-round
         MOVE jr-new-seed TO jj-amount
         MOVE jr-new-seed TO jj-pool
         WRITE JACKPOT-JOURNAL-RECORD
         ADD 1 TO runlog-written
         CLOSE JACKPOT-JOURNAL-FILE.
       5100-EXIT.
         EXIT.

       7500-CLAIM-LEDGER.
         MOVE 0 TO ledger-claimed
         MOVE 0 TO lock-present
         MOVE 0 TO lock-stale
         MOVE FUNCTION CURRENT-DATE(9:6) TO jr-hhmmss
         COMPUTE jr-seconds = (jr-hh * 3600) + (jr-mm * 60) + jr-ss
         OPEN INPUT SHARED-LOCK-FILE
         IF shared-lock-status EQUAL TO "00" THEN
           MOVE 1 TO lock-present
           READ SHARED-LOCK-FILE NEXT RECORD
             AT END
               MOVE 1 TO lock-stale
             NOT AT END
               ADD 1 TO runlog-read
               IF slk-stamp IS NUMERIC THEN
                 COMPUTE lock-age = jr-seconds - slk-stamp
                 IF lock-age LESS THAN 0 THEN
                   ADD 86400 TO lock-age
                 END-IF
                 IF lock-age GREATER THAN LEDGER-LOCK-STALE-SECS
                     THEN
                   MOVE 1 TO lock-stale
                 END-IF
               ELSE
                 MOVE 1 TO lock-stale
               END-IF
           END-READ
           CLOSE SHARED-LOCK-FILE
           IF lock-stale EQUAL TO 1 THEN
             CALL "CBL_DELETE_FILE" USING shared-lock-name
               RETURNING lock-delete-status
             END-CALL
           END-IF
         END-IF
         IF lock-present EQUAL TO 0 THEN
           OPEN OUTPUT SHARED-LOCK-FILE
           MOVE cabinet-id TO slk-cabinet-id
           MOVE jr-seconds TO slk-stamp
           WRITE SHARED-LOCK-RECORD
           ADD 1 TO runlog-written
           CLOSE SHARED-LOCK-FILE
           OPEN INPUT SHARED-LOCK-FILE
           IF shared-lock-status EQUAL TO "00" THEN
             READ SHARED-LOCK-FILE NEXT RECORD
               NOT AT END
                 ADD 1 TO runlog-read
                 IF slk-cabinet-id EQUAL TO cabinet-id THEN
                   MOVE 1 TO ledger-claimed
                 END-IF
             END-READ
             CLOSE SHARED-LOCK-FILE
           END-IF
         END-IF.
       7500-EXIT.
         EXIT.

       7900-RELEASE-LEDGER.
         CALL "CBL_DELETE_FILE" USING shared-lock-name
           RETURNING lock-delete-status
         END-CALL
         MOVE 0 TO ledger-claimed.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "JACKPOT-REPORT" TO rptarc-program
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
         MOVE "JACKPOT-REPORT" TO runlog-program
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
       END PROGRAM JACKPOT-REPORT.

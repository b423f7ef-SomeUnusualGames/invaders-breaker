      * Compile and run on Windows:
      * cobc -xj ratings.cbl batch-runlog.cbl report-archive.cbl
      * Player skill ratings: an Elo rating per set of initials,
      * moved by every head-to-head result the system records -
      *   versus  the two seat lines a versus match files in
      *           SESSION-LOG.DAT (same start= and date=), the
      *           higher score winning and a tie going to seat 2
      *           as the game calls it
      *   race    the pair of RACE-RESULTS.DAT lines two linked
      *           cabinets append for one race; equal scores draw
      *   gauntlet a CHALLENGES.DAT challenge once the rival's
      *           attempt has settled it (W the rival won, L the
      *           challenger held)
      * Everyone starts at RATING-START. A player's first
      * RATING-PROVISIONAL-GAMES results move the rating at the
      * provisional K of 40 so it finds its level quickly; after
      * that K is 20. CPU, GST and untagged sides are not rated.
      *   ratings [UPDATE]         rate everything new (EOD step)
      *   ratings REPORT [yyyymm]  monthly ratings report
      * RATINGS-CONTROL.DAT remembers how far each source has been
      * rated - the last versus start stamp, the race lines read and
      * the gauntlets already applied - so a result is rated once
      * however often the step runs. Versus lines for months since
      * the last run are read from their SESSION-YYYYMM.ARC files.
      * Every rated result is journalled to RATING-HISTORY.DAT,
      * which the report is built from.
      * Output: PLAYER-RATINGS.DAT, RATINGS.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATINGS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PLAYER-RATINGS-FILE ASSIGN TO "PLAYER-RATINGS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rating-status.
         SELECT RATINGS-CONTROL-FILE
           ASSIGN TO "RATINGS-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ratings-control-status.
         SELECT RATING-HISTORY-FILE ASSIGN TO "RATING-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rating-history-status.
         SELECT SESSION-LOG-FILE ASSIGN USING rg-log-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS session-log-status.
         SELECT RACE-RESULTS-FILE ASSIGN TO "RACE-RESULTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS race-results-status.
         SELECT CHALLENGES-FILE ASSIGN TO "CHALLENGES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS challenge-file-status.
         SELECT RATINGS-REPORT-FILE ASSIGN TO "RATINGS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ratings-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD PLAYER-RATINGS-FILE.
         COPY rating-record.
      * V the last versus key rated (date and start stamp), R the
      * RACE-RESULTS.DAT lines read, C one applied gauntlet (from,
      * to and seed) per line.
       FD RATINGS-CONTROL-FILE.
         01 RATINGS-CONTROL-RECORD.
           05 rgc-kind PIC X(01).
           05 FILLER PIC X(01).
           05 rgc-value PIC X(15).
       FD RATING-HISTORY-FILE.
         01 RATING-HISTORY-RECORD.
           05 rh-date PIC X(08).
           05 FILLER PIC X(01).
           05 rh-source PIC X(01).
           05 FILLER PIC X(01).
           05 rh-initials-a PIC X(03).
           05 FILLER PIC X(01).
           05 rh-result-a PIC X(01).
           05 FILLER PIC X(01).
           05 rh-old-a PIC 9(04).
           05 rh-arrow-a PIC X(01).
           05 rh-new-a PIC 9(04).
           05 FILLER PIC X(01).
           05 rh-initials-b PIC X(03).
           05 FILLER PIC X(01).
           05 rh-result-b PIC X(01).
           05 FILLER PIC X(01).
           05 rh-old-b PIC 9(04).
           05 rh-arrow-b PIC X(01).
           05 rh-new-b PIC 9(04).
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD RACE-RESULTS-FILE.
         01 RACE-RESULTS-RECORD PIC X(60).
       FD CHALLENGES-FILE.
         COPY challenge-record.
       FD RATINGS-REPORT-FILE.
         01 RATINGS-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY rating-data.
       01 ratings-tool-data.
         78 RG-MAX-WAITING VALUE 100.
         78 RG-MAX-GAUNTLETS VALUE 100.
         78 RG-K-PROVISIONAL VALUE 40.
         78 RG-K-ESTABLISHED VALUE 20.
         78 RG-FLOOR VALUE 100.
         05 ratings-control-status PIC X(02) VALUE "00".
         05 rating-history-status PIC X(02) VALUE "00".
         05 session-log-status PIC X(02) VALUE "00".
         05 race-results-status PIC X(02) VALUE "00".
         05 challenge-file-status PIC X(02) VALUE "00".
         05 ratings-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 rg-action PIC X(08).
         05 rg-month-arg PIC X(08).
         05 rg-log-name PIC X(20).
         05 rg-eof PIC 9 VALUE 0.
         05 rg-overflow PIC 9 VALUE 0.
         05 rg-today PIC X(08).
         05 rg-rated PIC 9(07) VALUE 0.
         05 rg-month.
           10 rg-month-yyyy PIC 9(04).
           10 rg-month-mm PIC 9(02).
         05 rg-month-num REDEFINES rg-month PIC 9(06).
         05 rg-this-month PIC 9(06).
         05 rg-j PIC 9(03).
         05 rg-k PIC 9(03).
         05 rg-pos PIC 9(03).
         05 rg-pos-a PIC 9(03).
         05 rg-pos-b PIC 9(03).
         05 rg-swapped PIC 9.
         05 rg-hold PIC X(35).
      * One result to rate: side A against side B, A's score 1 for
      * a win, .5 a draw, 0 a loss.
         05 rg-source PIC X(01).
         05 rg-date PIC X(08).
         05 rg-ini-a PIC X(03).
         05 rg-ini-b PIC X(03).
         05 rg-find-ini PIC X(03).
         05 rg-score-a PIC 9V9.
         05 rg-score-b PIC 9V9.
         05 rg-old-a PIC 9(04).
         05 rg-old-b PIC 9(04).
         05 rg-new PIC S9(05).
         05 rg-k-a PIC 9(02).
         05 rg-k-b PIC 9(02).
         05 rg-power COMP-2.
         05 rg-expect PIC 9V9(06).
      * Versus: the high-water key and the seat line waiting for
      * its partner.
         05 rg-vs-mark PIC X(14) VALUE SPACES.
         05 rg-vs-new-mark PIC X(14).
         05 rg-key PIC X(14).
         05 rg-prev-key PIC X(14).
         05 rg-prev-who PIC X(03).
         05 rg-prev-flag PIC X(01).
         05 rg-prev-score PIC 9(06).
         05 rg-this-score PIC 9(06).
      * Races: lines read so far, and lines still waiting for the
      * other cabinet's line of the same race.
         05 rg-race-mark PIC 9(07) VALUE 0.
         05 rg-line-no PIC 9(07).
         05 rg-rr-date PIC X(08).
         05 rg-rr-cab PIC X(12).
         05 rg-rr-ini PIC X(08).
         05 rg-rr-score PIC X(14).
         05 rg-rr-vs PIC X(12).
         05 rg-rr-score-num PIC 9(06).
         05 rg-wait-count PIC 9(03) VALUE 0.
         05 rg-wait-table.
           10 rg-wait OCCURS RG-MAX-WAITING TIMES.
             15 rw-date PIC X(08).
             15 rw-cab PIC X(06).
             15 rw-vs PIC X(06).
             15 rw-ini PIC X(03).
             15 rw-score PIC 9(06).
      * Gauntlets: those applied on earlier runs, and those still
      * in CHALLENGES.DAT this run (the next control file).
         05 rg-chl-key.
           10 rg-chl-from PIC X(03).
           10 rg-chl-to PIC X(03).
           10 rg-chl-seed PIC 9(09).
         05 rg-done-count PIC 9(03) VALUE 0.
         05 rg-done-key PIC X(15) OCCURS RG-MAX-GAUNTLETS TIMES.
         05 rg-kept-count PIC 9(03) VALUE 0.
         05 rg-kept-key PIC X(15) OCCURS RG-MAX-GAUNTLETS TIMES.
      * Report: each player's standing as of the month's end.
         05 rg-month-first PIC X(08).
         05 rg-month-last PIC X(08).
         05 rg-side-old PIC 9(04).
         05 rg-side-new PIC 9(04).
         05 rg-side-result PIC X(01).
         05 rg-rank PIC 9(03).
         05 rg-report-count PIC 9(03) VALUE 0.
         05 rg-report-table.
           10 rg-report-row OCCURS MAX-RATED-PLAYERS TIMES.
             15 rp-initials PIC X(03).
             15 rp-rating PIC 9(04).
             15 rp-games PIC 9(05).
             15 rp-month-games PIC 9(05).
             15 rp-month-wins PIC 9(05).
             15 rp-month-losses PIC 9(05).
             15 rp-month-draws PIC 9(05).
             15 rp-month-start PIC 9(04).
         05 rg-report-hold PIC X(36).
         05 rg-rank-edit PIC ZZ9.
         05 rg-rank-text PIC X(03).
         05 rg-rating-edit PIC ZZZ9.
         05 rg-games-edit PIC ZZZZ9.
         05 rg-month-edit PIC ZZZZ9.
         05 rg-wld-edit-1 PIC ZZZZ9.
         05 rg-wld-edit-2 PIC ZZZZ9.
         05 rg-wld-edit-3 PIC ZZZZ9.
         05 rg-change PIC S9(04).
         05 rg-change-edit PIC +(4)9.
         05 rg-wld PIC X(17).
         05 rg-line PIC X(70).
         05 SL-WORK PIC X(113).
         05 SL-PARSED REDEFINES SL-WORK.
           10 FILLER PIC X(06).
           10 sl-start PIC X(06).
           10 FILLER PIC X(30).
           10 sl-score PIC X(06).
           10 FILLER PIC X(22).
           10 sl-date PIC X(08).
           10 FILLER PIC X(01).
           10 sl-flag PIC X(01).
           10 FILLER PIC X(05).
           10 sl-who PIC X(03).
           10 FILLER PIC X(25).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO rg-action
         MOVE SPACES TO rg-month-arg
         UNSTRING FUNCTION UPPER-CASE(command-line-args)
           DELIMITED BY ALL " "
           INTO rg-action rg-month-arg
         END-UNSTRING
         MOVE FUNCTION CURRENT-DATE(1:8) TO rg-today
         EVALUATE rg-action
           WHEN SPACES
           WHEN "UPDATE"
             PERFORM 1000-LOAD-RATINGS THRU 1000-EXIT
             PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
             OPEN EXTEND RATING-HISTORY-FILE
             IF rating-history-status NOT EQUAL TO "00" THEN
               OPEN OUTPUT RATING-HISTORY-FILE
             END-IF
             IF rating-history-status NOT EQUAL TO "00" THEN
               DISPLAY "Cannot append RATING-HISTORY.DAT"
                 UPON SYSERR
               MOVE 8 TO RETURN-CODE
               PERFORM 9910-RUNLOG-END
               GOBACK
             END-IF
             PERFORM 2000-RATE-VERSUS
             PERFORM 3000-RATE-RACES THRU 3000-EXIT
             PERFORM 4000-RATE-GAUNTLETS THRU 4000-EXIT
             CLOSE RATING-HISTORY-FILE
             PERFORM 5000-SORT-RATINGS
             PERFORM 5100-SAVE-RATINGS
             PERFORM 5200-SAVE-CONTROL
             DISPLAY "Ratings updated: " rg-rated
               " results rated, " rt-count " players"
             IF rg-overflow EQUAL TO 1 THEN
               DISPLAY "Rating table full at " MAX-RATED-PLAYERS
                 " players - new players not rated" UPON SYSERR
               IF RETURN-CODE LESS THAN 4 THEN
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           WHEN "REPORT"
             IF rg-month-arg EQUAL TO SPACES THEN
               MOVE rg-today(1:6) TO rg-month-arg
             END-IF
             IF rg-month-arg(1:6) IS NOT NUMERIC
                OR rg-month-arg(7:2) NOT EQUAL TO SPACES THEN
               DISPLAY "REPORT month must be YYYYMM" UPON SYSERR
               MOVE 8 TO RETURN-CODE
             ELSE
               PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
             END-IF
           WHEN OTHER
             DISPLAY "Usage: ratings [UPDATE] | REPORT [yyyymm]"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-RATINGS.
         MOVE 0 TO rt-count
         OPEN INPUT PLAYER-RATINGS-FILE
         IF rating-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         PERFORM VARYING rt-i FROM 1 BY 1
         UNTIL rt-i > MAX-RATED-PLAYERS
           READ PLAYER-RATINGS-FILE
             AT END
               MOVE MAX-RATED-PLAYERS TO rt-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO rt-count
               MOVE rt-initials TO rtt-initials(rt-count)
               MOVE rt-rating TO rtt-rating(rt-count)
               MOVE rt-games TO rtt-games(rt-count)
               MOVE rt-wins TO rtt-wins(rt-count)
               MOVE rt-losses TO rtt-losses(rt-count)
               MOVE rt-draws TO rtt-draws(rt-count)
               MOVE rt-last-date TO rtt-last-date(rt-count)
           END-READ
         END-PERFORM
         CLOSE PLAYER-RATINGS-FILE.
       1000-EXIT.
         EXIT.

      * No control file is a first run: versus is rated from the
      * live log on, races from the top of the file.
       1100-LOAD-CONTROL.
         OPEN INPUT RATINGS-CONTROL-FILE
         IF ratings-control-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         MOVE 0 TO rg-eof
         PERFORM UNTIL rg-eof EQUAL TO 1
           READ RATINGS-CONTROL-FILE
             AT END
               MOVE 1 TO rg-eof
             NOT AT END
               ADD 1 TO runlog-read
               EVALUATE rgc-kind
                 WHEN "V"
                   MOVE rgc-value(1:14) TO rg-vs-mark
                 WHEN "R"
                   IF rgc-value(1:7) IS NUMERIC THEN
                     MOVE rgc-value(1:7) TO rg-race-mark
                   END-IF
                 WHEN "C"
                   IF rg-done-count LESS THAN RG-MAX-GAUNTLETS
                       THEN
                     ADD 1 TO rg-done-count
                     MOVE rgc-value TO rg-done-key(rg-done-count)
                   END-IF
               END-EVALUATE
           END-READ
         END-PERFORM
         CLOSE RATINGS-CONTROL-FILE.
       1100-EXIT.
         EXIT.

      * Closed months since the last versus rated come from their
      * archives first; then the live log.
       2000-RATE-VERSUS.
         MOVE rg-vs-mark TO rg-vs-new-mark
         MOVE rg-today(1:6) TO rg-this-month
         IF rg-vs-mark NOT EQUAL TO SPACES
            AND rg-vs-mark(1:6) IS NUMERIC THEN
           MOVE rg-vs-mark(1:6) TO rg-month
           PERFORM UNTIL rg-month-num NOT LESS THAN rg-this-month
             MOVE SPACES TO rg-log-name
             STRING "SESSION-" rg-month ".ARC"
               DELIMITED BY SIZE INTO rg-log-name
             PERFORM 2100-SCAN-SESSION-LOG THRU 2100-EXIT
             IF rg-month-mm EQUAL TO 12 THEN
               ADD 1 TO rg-month-yyyy
               MOVE 1 TO rg-month-mm
             ELSE
               ADD 1 TO rg-month-mm
             END-IF
           END-PERFORM
         END-IF
         MOVE "SESSION-LOG.DAT" TO rg-log-name
         PERFORM 2100-SCAN-SESSION-LOG THRU 2100-EXIT
         MOVE rg-vs-new-mark TO rg-vs-mark.

      * A missing archive is a month the cabinet never rolled (or
      * never ran); it is skipped, not an error.
       2100-SCAN-SESSION-LOG.
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           GO TO 2100-EXIT
         END-IF
         MOVE SPACES TO rg-prev-key
         MOVE 0 TO rg-eof
         PERFORM UNTIL rg-eof EQUAL TO 1
           MOVE SPACES TO SL-WORK
           READ SESSION-LOG-FILE NEXT RECORD INTO SL-WORK
             AT END
               MOVE 1 TO rg-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF SL-WORK(1:6) EQUAL TO "start="
                  AND sl-date IS NUMERIC THEN
                 PERFORM 2200-PAIR-SEATS
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE.
       2100-EXIT.
         EXIT.

      * The two seats of one match share the run's start stamp and
      * are filed back to back, seat 1 first. Only a straight match
      * is rated: a CPU seat (flag C), a handicapped match (H) or
      * an assisted run is not a fair test of the two players.
       2200-PAIR-SEATS.
         MOVE sl-date TO rg-key(1:8)
         MOVE sl-start TO rg-key(9:6)
         MOVE 0 TO rg-this-score
         IF sl-score(6:1) IS NUMERIC THEN
           COMPUTE rg-this-score = FUNCTION NUMVAL(sl-score)
         END-IF
         IF rg-key NOT EQUAL TO rg-prev-key THEN
           MOVE rg-key TO rg-prev-key
           MOVE sl-who TO rg-prev-who
           MOVE sl-flag TO rg-prev-flag
           MOVE rg-this-score TO rg-prev-score
         ELSE
           MOVE SPACES TO rg-prev-key
           IF rg-key GREATER THAN rg-vs-mark
              AND rg-prev-flag EQUAL TO SPACE
              AND sl-flag EQUAL TO SPACE THEN
             MOVE "V" TO rg-source
             MOVE sl-date TO rg-date
             MOVE rg-prev-who TO rg-ini-a
             MOVE sl-who TO rg-ini-b
             IF rg-prev-score GREATER THAN rg-this-score THEN
               MOVE 1 TO rg-score-a
             ELSE
               MOVE 0 TO rg-score-a
             END-IF
             PERFORM 7000-RATE-RESULT THRU 7000-EXIT
             IF rg-key GREATER THAN rg-vs-new-mark THEN
               MOVE rg-key TO rg-vs-new-mark
             END-IF
           END-IF
         END-IF.

      * Each cabinet in a race appends its own line; the race is
      * rated when the second of the pair turns up. Pairing is
      * redone from the top of the file every run, so a race is
      * rated on the run that first reads its second line and
      * never again.
       3000-RATE-RACES.
         MOVE 0 TO rg-line-no
         MOVE 0 TO rg-wait-count
         OPEN INPUT RACE-RESULTS-FILE
         IF race-results-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO rg-eof
         PERFORM UNTIL rg-eof EQUAL TO 1
           READ RACE-RESULTS-FILE
             AT END
               MOVE 1 TO rg-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO rg-line-no
               PERFORM 3100-PAIR-RACE-LINE THRU 3100-EXIT
           END-READ
         END-PERFORM
         CLOSE RACE-RESULTS-FILE
         MOVE rg-line-no TO rg-race-mark.
       3000-EXIT.
         EXIT.

      * "YYYYMMDD cab=<id> ini=AAA score=N vs=<rival id>"
       3100-PAIR-RACE-LINE.
         MOVE SPACES TO rg-rr-date rg-rr-cab rg-rr-ini
           rg-rr-score rg-rr-vs
         UNSTRING RACE-RESULTS-RECORD DELIMITED BY ALL " "
           INTO rg-rr-date rg-rr-cab rg-rr-ini rg-rr-score
             rg-rr-vs
         END-UNSTRING
         IF rg-rr-date IS NOT NUMERIC
            OR rg-rr-cab(1:4) NOT EQUAL TO "cab="
            OR rg-rr-ini(1:4) NOT EQUAL TO "ini="
            OR rg-rr-score(1:6) NOT EQUAL TO "score="
            OR rg-rr-vs(1:3) NOT EQUAL TO "vs=" THEN
           GO TO 3100-EXIT
         END-IF
         MOVE 0 TO rg-rr-score-num
         IF rg-rr-score(7:1) IS NUMERIC THEN
           COMPUTE rg-rr-score-num =
             FUNCTION NUMVAL(rg-rr-score(7:8))
         END-IF
         MOVE 0 TO rg-pos
         PERFORM VARYING rg-j FROM 1 BY 1
         UNTIL rg-j > rg-wait-count
           IF rw-date(rg-j) EQUAL TO rg-rr-date
              AND rw-cab(rg-j) EQUAL TO rg-rr-vs(4:6)
              AND rw-vs(rg-j) EQUAL TO rg-rr-cab(5:6) THEN
             MOVE rg-j TO rg-pos
             MOVE rg-wait-count TO rg-j
           END-IF
         END-PERFORM
         IF rg-pos EQUAL TO 0 THEN
      * A line whose partner never came is eventually pushed out
      * by newer ones.
           IF rg-wait-count EQUAL TO RG-MAX-WAITING THEN
             MOVE 1 TO rg-pos
             PERFORM 3200-DROP-WAITING
           END-IF
           ADD 1 TO rg-wait-count
           MOVE rg-rr-date TO rw-date(rg-wait-count)
           MOVE rg-rr-cab(5:6) TO rw-cab(rg-wait-count)
           MOVE rg-rr-vs(4:6) TO rw-vs(rg-wait-count)
           MOVE rg-rr-ini(5:3) TO rw-ini(rg-wait-count)
           MOVE rg-rr-score-num TO rw-score(rg-wait-count)
           GO TO 3100-EXIT
         END-IF
         IF rg-line-no GREATER THAN rg-race-mark THEN
           MOVE "R" TO rg-source
           MOVE rg-rr-date TO rg-date
           MOVE rw-ini(rg-pos) TO rg-ini-a
           MOVE rg-rr-ini(5:3) TO rg-ini-b
           EVALUATE TRUE
             WHEN rw-score(rg-pos) GREATER THAN rg-rr-score-num
               MOVE 1 TO rg-score-a
             WHEN rw-score(rg-pos) LESS THAN rg-rr-score-num
               MOVE 0 TO rg-score-a
             WHEN OTHER
               MOVE .5 TO rg-score-a
           END-EVALUATE
           PERFORM 7000-RATE-RESULT THRU 7000-EXIT
         END-IF
         PERFORM 3200-DROP-WAITING.
       3100-EXIT.
         EXIT.

       3200-DROP-WAITING.
         PERFORM VARYING rg-j FROM rg-pos BY 1
         UNTIL rg-j NOT LESS THAN rg-wait-count
           MOVE rg-wait(rg-j + 1) TO rg-wait(rg-j)
         END-PERFORM
         SUBTRACT 1 FROM rg-wait-count.

      * A settled gauntlet is rated once: its key goes into the
      * control file and stays there for as long as the row is
      * still in CHALLENGES.DAT.
       4000-RATE-GAUNTLETS.
         MOVE 0 TO rg-kept-count
         OPEN INPUT CHALLENGES-FILE
         IF challenge-file-status NOT EQUAL TO "00" THEN
           PERFORM VARYING rg-j FROM 1 BY 1
           UNTIL rg-j > rg-done-count
             MOVE rg-done-key(rg-j) TO rg-kept-key(rg-j)
           END-PERFORM
           MOVE rg-done-count TO rg-kept-count
           GO TO 4000-EXIT
         END-IF
         MOVE 0 TO rg-eof
         PERFORM UNTIL rg-eof EQUAL TO 1
           READ CHALLENGES-FILE
             AT END
               MOVE 1 TO rg-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF chl-state EQUAL TO "W" OR chl-state EQUAL TO "L"
                   THEN
                 PERFORM 4100-RATE-GAUNTLET THRU 4100-EXIT
               END-IF
           END-READ
         END-PERFORM
         CLOSE CHALLENGES-FILE.
       4000-EXIT.
         EXIT.

       4100-RATE-GAUNTLET.
         MOVE chl-from TO rg-chl-from
         MOVE chl-to TO rg-chl-to
         MOVE chl-seed TO rg-chl-seed
         PERFORM VARYING rg-j FROM 1 BY 1
         UNTIL rg-j > rg-kept-count
           IF rg-kept-key(rg-j) EQUAL TO rg-chl-key THEN
             GO TO 4100-EXIT
           END-IF
         END-PERFORM
      * Not remembered means not rated, or it would be rated again
      * on every run.
         IF rg-kept-count NOT LESS THAN RG-MAX-GAUNTLETS THEN
           GO TO 4100-EXIT
         END-IF
         ADD 1 TO rg-kept-count
         MOVE rg-chl-key TO rg-kept-key(rg-kept-count)
         PERFORM VARYING rg-j FROM 1 BY 1
         UNTIL rg-j > rg-done-count
           IF rg-done-key(rg-j) EQUAL TO rg-chl-key THEN
             GO TO 4100-EXIT
           END-IF
         END-PERFORM
         MOVE "C" TO rg-source
         MOVE rg-today TO rg-date
         MOVE chl-from TO rg-ini-a
         MOVE chl-to TO rg-ini-b
         IF chl-state EQUAL TO "L" THEN
           MOVE 1 TO rg-score-a
         ELSE
           MOVE 0 TO rg-score-a
         END-IF
         PERFORM 7000-RATE-RESULT THRU 7000-EXIT.
       4100-EXIT.
         EXIT.

       5000-SORT-RATINGS.
         MOVE 1 TO rg-swapped
         PERFORM UNTIL rg-swapped EQUAL TO 0
           MOVE 0 TO rg-swapped
           PERFORM VARYING rt-i FROM 1 BY 1
           UNTIL rt-i NOT LESS THAN rt-count
             COMPUTE rg-j = rt-i + 1
             IF rtt-rating(rg-j) GREATER THAN rtt-rating(rt-i)
                 THEN
               MOVE rt-entry(rt-i) TO rg-hold
               MOVE rt-entry(rg-j) TO rt-entry(rt-i)
               MOVE rg-hold TO rt-entry(rg-j)
               MOVE 1 TO rg-swapped
             END-IF
           END-PERFORM
         END-PERFORM.

       5100-SAVE-RATINGS.
         OPEN OUTPUT PLAYER-RATINGS-FILE
         IF rating-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write PLAYER-RATINGS.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         PERFORM VARYING rt-i FROM 1 BY 1 UNTIL rt-i > rt-count
           MOVE rtt-initials(rt-i) TO rt-initials
           MOVE rtt-rating(rt-i) TO rt-rating
           MOVE rtt-games(rt-i) TO rt-games
           MOVE rtt-wins(rt-i) TO rt-wins
           MOVE rtt-losses(rt-i) TO rt-losses
           MOVE rtt-draws(rt-i) TO rt-draws
           MOVE rtt-last-date(rt-i) TO rt-last-date
           WRITE PLAYER-RATING-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE PLAYER-RATINGS-FILE.

       5200-SAVE-CONTROL.
         OPEN OUTPUT RATINGS-CONTROL-FILE
         IF ratings-control-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write RATINGS-CONTROL.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         MOVE SPACES TO RATINGS-CONTROL-RECORD
         MOVE "V" TO rgc-kind
         MOVE rg-vs-mark TO rgc-value
         WRITE RATINGS-CONTROL-RECORD
         MOVE SPACES TO RATINGS-CONTROL-RECORD
         MOVE "R" TO rgc-kind
         MOVE rg-race-mark TO rgc-value
         WRITE RATINGS-CONTROL-RECORD
         PERFORM VARYING rg-j FROM 1 BY 1 UNTIL rg-j > rg-kept-count
           MOVE SPACES TO RATINGS-CONTROL-RECORD
           MOVE "C" TO rgc-kind
           MOVE rg-kept-key(rg-j) TO rgc-value
           WRITE RATINGS-CONTROL-RECORD
         END-PERFORM
         CLOSE RATINGS-CONTROL-FILE.

      * The report replays RATING-HISTORY.DAT up to the month's
      * last day: the rating each player stood at then, games to
      * date, and the month's own results and movement.
       6000-WRITE-REPORT.
         MOVE SPACES TO rg-month-first
         MOVE SPACES TO rg-month-last
         STRING rg-month-arg(1:6) "01" DELIMITED BY SIZE
           INTO rg-month-first
         STRING rg-month-arg(1:6) "31" DELIMITED BY SIZE
           INTO rg-month-last
         MOVE 0 TO rg-report-count
         OPEN INPUT RATING-HISTORY-FILE
         IF rating-history-status EQUAL TO "00" THEN
           MOVE 0 TO rg-eof
           PERFORM UNTIL rg-eof EQUAL TO 1
             READ RATING-HISTORY-FILE
               AT END
                 MOVE 1 TO rg-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF rh-date NOT GREATER THAN rg-month-last
                    AND rh-old-a IS NUMERIC
                    AND rh-new-a IS NUMERIC
                    AND rh-old-b IS NUMERIC
                    AND rh-new-b IS NUMERIC THEN
                   MOVE rh-initials-a TO rg-find-ini
                   MOVE rh-old-a TO rg-side-old
                   MOVE rh-new-a TO rg-side-new
                   MOVE rh-result-a TO rg-side-result
                   PERFORM 6100-TALLY-SIDE
                   MOVE rh-initials-b TO rg-find-ini
                   MOVE rh-old-b TO rg-side-old
                   MOVE rh-new-b TO rg-side-new
                   MOVE rh-result-b TO rg-side-result
                   PERFORM 6100-TALLY-SIDE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RATING-HISTORY-FILE
         END-IF
         PERFORM 6200-SORT-REPORT
         OPEN OUTPUT RATINGS-REPORT-FILE
         IF ratings-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write RATINGS.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         MOVE SPACES TO rg-line
         STRING "PLAYER RATINGS - MONTH " rg-month-arg(1:6)
           DELIMITED BY SIZE INTO rg-line
         PERFORM 6900-PUT-LINE
         MOVE ALL "-" TO rg-line
         PERFORM 6900-PUT-LINE
         IF rg-report-count EQUAL TO 0 THEN
           MOVE "No rated results on file" TO rg-line
           PERFORM 6900-PUT-LINE
         ELSE
           MOVE "RANK INI RATING GAMES  MONTH:PLAYED  W-L-D  CHANGE"
             TO rg-line
           PERFORM 6900-PUT-LINE
           MOVE 0 TO rg-rank
           PERFORM VARYING rg-j FROM 1 BY 1
           UNTIL rg-j > rg-report-count
             IF rp-games(rg-j) NOT LESS THAN RATING-PROVISIONAL-GAMES
                 THEN
               ADD 1 TO rg-rank
               MOVE rg-rank TO rg-rank-edit
               MOVE rg-rank-edit TO rg-rank-text
               PERFORM 6300-FORMAT-ROW
             END-IF
           END-PERFORM
           IF rg-rank EQUAL TO 0 THEN
             MOVE "  No established players yet" TO rg-line
             PERFORM 6900-PUT-LINE
           END-IF
           MOVE SPACES TO rg-line
           PERFORM 6900-PUT-LINE
           MOVE SPACES TO rg-line
           MOVE RATING-PROVISIONAL-GAMES TO rg-games-edit
           STRING "Provisional (under "
             FUNCTION TRIM(rg-games-edit) " games, not ranked):"
             DELIMITED BY SIZE INTO rg-line
           PERFORM 6900-PUT-LINE
           MOVE SPACES TO rg-rank-text
           PERFORM VARYING rg-j FROM 1 BY 1
           UNTIL rg-j > rg-report-count
             IF rp-games(rg-j) LESS THAN RATING-PROVISIONAL-GAMES
                 THEN
               PERFORM 6300-FORMAT-ROW
             END-IF
           END-PERFORM
         END-IF
         CLOSE RATINGS-REPORT-FILE
         MOVE rg-month-arg(1:6) TO rptarc-from
         MOVE rg-month-arg(1:6) TO rptarc-to
         MOVE "RATINGS.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Ratings for " rg-month-arg(1:6)
           " written to RATINGS.RPT"
         IF rg-report-count EQUAL TO 0
            AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF.
       6000-EXIT.
         EXIT.

       6100-TALLY-SIDE.
         MOVE 0 TO rg-pos
         PERFORM VARYING rg-k FROM 1 BY 1
         UNTIL rg-k > rg-report-count
           IF rp-initials(rg-k) EQUAL TO rg-find-ini THEN
             MOVE rg-k TO rg-pos
             MOVE rg-report-count TO rg-k
           END-IF
         END-PERFORM
         IF rg-pos EQUAL TO 0 THEN
           IF rg-report-count NOT LESS THAN MAX-RATED-PLAYERS THEN
             NEXT SENTENCE
           END-IF
           ADD 1 TO rg-report-count
           MOVE rg-report-count TO rg-pos
           INITIALIZE rg-report-row(rg-pos)
           MOVE rg-find-ini TO rp-initials(rg-pos)
         END-IF
         MOVE rg-side-new TO rp-rating(rg-pos)
         ADD 1 TO rp-games(rg-pos)
         IF rh-date NOT LESS THAN rg-month-first THEN
           IF rp-month-games(rg-pos) EQUAL TO 0 THEN
             MOVE rg-side-old TO rp-month-start(rg-pos)
           END-IF
           ADD 1 TO rp-month-games(rg-pos)
           EVALUATE rg-side-result
             WHEN "W"
               ADD 1 TO rp-month-wins(rg-pos)
             WHEN "L"
               ADD 1 TO rp-month-losses(rg-pos)
             WHEN OTHER
               ADD 1 TO rp-month-draws(rg-pos)
           END-EVALUATE
         END-IF.

       6200-SORT-REPORT.
         MOVE 1 TO rg-swapped
         PERFORM UNTIL rg-swapped EQUAL TO 0
           MOVE 0 TO rg-swapped
           PERFORM VARYING rg-j FROM 1 BY 1
           UNTIL rg-j NOT LESS THAN rg-report-count
             COMPUTE rg-k = rg-j + 1
             IF rp-rating(rg-k) GREATER THAN rp-rating(rg-j) THEN
               MOVE rg-report-row(rg-j) TO rg-report-hold
               MOVE rg-report-row(rg-k) TO rg-report-row(rg-j)
               MOVE rg-report-hold TO rg-report-row(rg-k)
               MOVE 1 TO rg-swapped
             END-IF
           END-PERFORM
         END-PERFORM.

      * A player with no result this month shows no month figures.
       6300-FORMAT-ROW.
         MOVE rp-rating(rg-j) TO rg-rating-edit
         MOVE rp-games(rg-j) TO rg-games-edit
         MOVE SPACES TO rg-line
         STRING " " rg-rank-text " " rp-initials(rg-j) "   "
           rg-rating-edit " " rg-games-edit
           DELIMITED BY SIZE INTO rg-line
         IF rp-month-games(rg-j) GREATER THAN 0 THEN
           MOVE rp-month-games(rg-j) TO rg-month-edit
           MOVE rp-month-wins(rg-j) TO rg-wld-edit-1
           MOVE rp-month-losses(rg-j) TO rg-wld-edit-2
           MOVE rp-month-draws(rg-j) TO rg-wld-edit-3
           MOVE SPACES TO rg-wld
           STRING FUNCTION TRIM(rg-wld-edit-1) "-"
             FUNCTION TRIM(rg-wld-edit-2) "-"
             FUNCTION TRIM(rg-wld-edit-3)
             DELIMITED BY SIZE INTO rg-wld
           COMPUTE rg-change =
             rp-rating(rg-j) - rp-month-start(rg-j)
           MOVE rg-change TO rg-change-edit
           MOVE rg-month-edit TO rg-line(31:5)
           MOVE rg-wld TO rg-line(38:7)
           MOVE rg-change-edit TO rg-line(46:5)
         END-IF
         PERFORM 6900-PUT-LINE.

       6900-PUT-LINE.
         WRITE RATINGS-REPORT-RECORD FROM rg-line
         ADD 1 TO runlog-written.

      * Rates one result between side A and side B. A side that is
      * not a player's own tag, or both sides the same tag, is no
      * contest and rates nothing.
       7000-RATE-RESULT.
         IF rg-ini-a EQUAL TO SPACES OR rg-ini-b EQUAL TO SPACES
            OR rg-ini-a EQUAL TO "CPU" OR rg-ini-b EQUAL TO "CPU"
            OR rg-ini-a EQUAL TO "GST" OR rg-ini-b EQUAL TO "GST"
            OR rg-ini-a EQUAL TO rg-ini-b THEN
           GO TO 7000-EXIT
         END-IF
         MOVE rg-ini-a TO rg-find-ini
         PERFORM 7100-FIND-PLAYER
         MOVE rg-pos TO rg-pos-a
         MOVE rg-ini-b TO rg-find-ini
         PERFORM 7100-FIND-PLAYER
         MOVE rg-pos TO rg-pos-b
         IF rg-pos-a EQUAL TO 0 OR rg-pos-b EQUAL TO 0 THEN
           MOVE 1 TO rg-overflow
           GO TO 7000-EXIT
         END-IF
         MOVE rtt-rating(rg-pos-a) TO rg-old-a
         MOVE rtt-rating(rg-pos-b) TO rg-old-b
         MOVE RG-K-ESTABLISHED TO rg-k-a
         IF rtt-games(rg-pos-a) LESS THAN RATING-PROVISIONAL-GAMES
             THEN
           MOVE RG-K-PROVISIONAL TO rg-k-a
         END-IF
         MOVE RG-K-ESTABLISHED TO rg-k-b
         IF rtt-games(rg-pos-b) LESS THAN RATING-PROVISIONAL-GAMES
             THEN
           MOVE RG-K-PROVISIONAL TO rg-k-b
         END-IF
      * Expected score of A: 1 / (1 + 10 ** ((Rb - Ra) / 400)).
         COMPUTE rg-power = 10 ** ((rg-old-b - rg-old-a) / 400)
         ADD 1 TO rg-power
         DIVIDE rg-power INTO 1 GIVING rg-expect ROUNDED
         COMPUTE rg-score-b = 1 - rg-score-a
         COMPUTE rg-new ROUNDED =
           rg-old-a + rg-k-a * (rg-score-a - rg-expect)
         IF rg-new LESS THAN RG-FLOOR THEN
           MOVE RG-FLOOR TO rg-new
         END-IF
         MOVE rg-new TO rtt-rating(rg-pos-a)
         COMPUTE rg-new ROUNDED =
           rg-old-b + rg-k-b * (rg-score-b - (1 - rg-expect))
         IF rg-new LESS THAN RG-FLOOR THEN
           MOVE RG-FLOOR TO rg-new
         END-IF
         MOVE rg-new TO rtt-rating(rg-pos-b)
         ADD 1 TO rtt-games(rg-pos-a)
         ADD 1 TO rtt-games(rg-pos-b)
         MOVE rg-date TO rtt-last-date(rg-pos-a)
         MOVE rg-date TO rtt-last-date(rg-pos-b)
         MOVE SPACES TO RATING-HISTORY-RECORD
         MOVE rg-date TO rh-date
         MOVE rg-source TO rh-source
         MOVE rg-ini-a TO rh-initials-a
         MOVE rg-ini-b TO rh-initials-b
         EVALUATE rg-score-a
           WHEN 1
             MOVE "W" TO rh-result-a
             MOVE "L" TO rh-result-b
             ADD 1 TO rtt-wins(rg-pos-a)
             ADD 1 TO rtt-losses(rg-pos-b)
           WHEN 0
             MOVE "L" TO rh-result-a
             MOVE "W" TO rh-result-b
             ADD 1 TO rtt-losses(rg-pos-a)
             ADD 1 TO rtt-wins(rg-pos-b)
           WHEN OTHER
             MOVE "D" TO rh-result-a
             MOVE "D" TO rh-result-b
             ADD 1 TO rtt-draws(rg-pos-a)
             ADD 1 TO rtt-draws(rg-pos-b)
         END-EVALUATE
         MOVE rg-old-a TO rh-old-a
         MOVE ">" TO rh-arrow-a
         MOVE rtt-rating(rg-pos-a) TO rh-new-a
         MOVE rg-old-b TO rh-old-b
         MOVE ">" TO rh-arrow-b
         MOVE rtt-rating(rg-pos-b) TO rh-new-b
         WRITE RATING-HISTORY-RECORD
         ADD 1 TO runlog-written
         ADD 1 TO rg-rated.
       7000-EXIT.
         EXIT.

      * A tag seen for the first time joins at RATING-START; a full
      * table leaves rg-pos at zero.
       7100-FIND-PLAYER.
         MOVE 0 TO rg-pos
         PERFORM VARYING rt-i FROM 1 BY 1 UNTIL rt-i > rt-count
           IF rtt-initials(rt-i) EQUAL TO rg-find-ini THEN
             MOVE rt-i TO rg-pos
             MOVE rt-count TO rt-i
           END-IF
         END-PERFORM
         IF rg-pos EQUAL TO 0
            AND rt-count LESS THAN MAX-RATED-PLAYERS THEN
           ADD 1 TO rt-count
           MOVE rt-count TO rg-pos
           MOVE rg-find-ini TO rtt-initials(rg-pos)
           MOVE RATING-START TO rtt-rating(rg-pos)
           MOVE 0 TO rtt-games(rg-pos)
           MOVE 0 TO rtt-wins(rg-pos)
           MOVE 0 TO rtt-losses(rg-pos)
           MOVE 0 TO rtt-draws(rg-pos)
           MOVE SPACES TO rtt-last-date(rg-pos)
         END-IF.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "RATINGS" TO rptarc-program
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
         MOVE "RATINGS" TO runlog-program
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
       END PROGRAM RATINGS.

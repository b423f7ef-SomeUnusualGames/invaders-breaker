      * Compile and run on Windows:
      * cobc -xj replay-verify.cbl batch-runlog.cbl report-archive.cbl
      * Headless replay verifier. Rebuilds an attested run with no
      * window open - the same way the ball test harness drives
      * ball.cpy - by feeding the recorded paddle and cannon-trigger
      * tracks through the game's own paragraphs (the player, ball,
      * enemy, missile, shield, power-up, saucer and cannon
      * copybooks main.cbl plays with) from the recorded seed, then
      * sets the replayed score and level against what was claimed.
      * Two sets of runs are replayed:
      *   - each cabinet's worldwide champion for the month, the
      *     WCHAMP-<cab>-<yyyymm>.SED/.TRK pair on the shared mount,
      *     claimed by the seed file's score and by the cabinet's
      *     SHARED-SCORES.DAT row carrying that seed (initials,
      *     level, difficulty);
      *   - this cabinet's HISCORE.DAT entries that carry evidence
      *     on HISCORE-EVIDENCE.DAT (seed and track checksum), when
      *     the track that checksum names is still on the cabinet -
      *     the board-topping CHAMPION-REPLAY.DAT or the last run's
      *     REPLAY.DAT, matched on seed and checksum both;
      *   - this cabinet's ENDLESS-BOARD.DAT entries, each replayed
      *     as the wave it ended on - dealt from the run's seed and
      *     that wave's depth, starting from the score carried into
      *     it - when the last run's REPLAY.DAT is that wave's track.
      * The replay plays the run the way the cabinet's own replay
      * screen does: a fresh run from the first wave, at the
      * claimed difficulty, the experiment arm the seed was dealt on
      * the day it was played, and the extra lives the live run
      * earned. It ends where the run ended - lives gone, the wave
      * cleared, or the track spent.
      * Each run is written to the report as VERIFIED or MISMATCH
      * and journalled on MOD-JOURNAL.DAT in score-mod's format
      * (who=REPLAY); an evidence row whose track has gone is listed
      * as having no track and is not journalled.
      *   replay-verify [YYYYMM]
      * With no month the current month's champions are replayed.
      * Output: REPLAY-VERIFY.RPT. RC 4 on any mismatch, or when
      * there was nothing to replay.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLAY-VERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CABINET-REGISTRY-FILE
           ASSIGN TO "CABINET-REGISTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS registry-status.
         SELECT SHARED-SCORES-FILE ASSIGN TO "SHARED-SCORES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-score-status.
         SELECT WCHAMP-TRK-FILE ASSIGN USING wchamp-trk-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wchamp-trk-status.
         SELECT WCHAMP-SED-FILE ASSIGN USING wchamp-sed-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wchamp-sed-status.
         SELECT HISCORE-FILE ASSIGN TO "HISCORE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hs-rank
           FILE STATUS IS hiscore-status.
         SELECT HISCORE-FLAGS-FILE ASSIGN TO "HISCORE-FLAGS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS hiscore-flags-status.
         SELECT HISCORE-EVIDENCE-FILE
           ASSIGN TO "HISCORE-EVIDENCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS hiscore-evidence-status.
         SELECT REPLAY-FILE ASSIGN TO "REPLAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS replay-status.
         SELECT REPLAY-SEED-FILE ASSIGN TO "REPLAY-SEED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS replay-seed-status.
         SELECT CHAMPION-REPLAY-FILE
           ASSIGN TO "CHAMPION-REPLAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS champion-replay-status.
         SELECT CHAMPION-SEED-FILE ASSIGN TO "CHAMPION-SEED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS champion-seed-status.
         SELECT LEVELS-FILE ASSIGN TO "LEVELS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS levels-status.
         SELECT EXPERIMENT-FILE ASSIGN TO "EXPERIMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS experiment-status.
         SELECT ENDLESS-BOARD-FILE ASSIGN TO "ENDLESS-BOARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS endless-status.
         SELECT MOD-JOURNAL-FILE ASSIGN TO "MOD-JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mod-journal-status.
         SELECT VERIFY-REPORT-FILE ASSIGN TO "REPLAY-VERIFY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS verify-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD CABINET-REGISTRY-FILE.
         01 CABINET-REGISTRY-RECORD.
           05 reg-cabinet-id PIC X(06).
           05 reg-name PIC X(12).
       FD SHARED-SCORES-FILE.
         COPY shared-score-record.
       FD WCHAMP-TRK-FILE.
         01 WCHAMP-TRK-RECORD.
           05 wct-player-x PIC S9(03).
           05 wct-fire PIC 9(01).
       FD WCHAMP-SED-FILE.
         01 WCHAMP-SED-RECORD.
           05 wcs-seed PIC 9(09).
           05 wcs-score PIC 9(06).
           05 wcs-run-id PIC X(20).
       FD HISCORE-FILE.
         COPY hiscore-record.
       FD HISCORE-FLAGS-FILE.
         01 HISCORE-FLAGS-RECORD.
           05 hf-rank PIC 9(02).
           05 hf-promo PIC 9(01).
       FD HISCORE-EVIDENCE-FILE.
         01 HISCORE-EVIDENCE-RECORD.
           05 hev-rank PIC 9(02).
           05 hev-seed PIC 9(09).
           05 hev-track PIC 9(04).
           05 hev-attest PIC 9(04).
           05 hev-run-id PIC X(20).
       FD REPLAY-FILE.
         COPY replay-record.
       FD REPLAY-SEED-FILE.
         COPY replay-seed-record.
       FD CHAMPION-REPLAY-FILE.
         01 CHAMPION-REPLAY-RECORD.
           05 crp-player-x PIC S9(03).
           05 crp-fire PIC 9(01).
       FD CHAMPION-SEED-FILE.
         01 CHAMPION-SEED-RECORD.
           05 crs-seed PIC 9(09).
           05 crs-score PIC 9(06).
           05 crs-run-date PIC X(08).
           05 crs-run-start PIC X(06).
           05 crs-run-id PIC X(20).
       FD LEVELS-FILE.
         COPY levels-record.
       FD EXPERIMENT-FILE.
         COPY experiment-record.
       FD ENDLESS-BOARD-FILE.
         COPY endless-record.
       FD MOD-JOURNAL-FILE.
         01 MOD-JOURNAL-RECORD PIC X(70).
       FD VERIFY-REPORT-FILE.
         01 VERIFY-REPORT-RECORD PIC X(78).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY registry-data.
         COPY hiscore-data.
         COPY shared-score-data.
      * The engine's own working storage, as main.cbl lays it out.
         COPY player-data.
         COPY rl-keys.
         COPY rl-gamepad.
         COPY pad-data.
         COPY enemy-data.
         COPY ball-data.
         COPY missile-data.
         COPY shield-data.
         COPY powerup-data.
         COPY replay-data.
         COPY seed-data.
         COPY saucer-data.
         COPY cannon-data.
         COPY credit-data.
         COPY telemetry-data.
         COPY experiment-data.
         COPY extra-life-data.
         COPY promo-data.
         COPY versus-data.
         COPY coop-data.
         COPY tutorial-data.
         COPY assist-data.
         COPY playlist-data.
         COPY progression-data.
         COPY ach-gallery-data.
         COPY event-data.
         COPY queue-data.
         COPY watchdog-data.
         COPY speedrun-data.
         COPY endless-data.
         COPY puzzle-data.
         COPY daily-challenge-data.
         COPY challenge-data.
         COPY bonus-data.
         COPY tally-data.
         COPY background-data.
      * The game-data cells the engine copybooks share with the
      * main loop. Sounds stay at -1 (not loaded), so no paragraph
      * here reaches for an audio device.
       01 game-data.
         05 restart-game PIC 9.
         05 run-recorded PIC 9 VALUE 0.
         05 practice-mode PIC 9 VALUE 0.
         05 practice-key PIC 9.
         05 score PIC 9(06) VALUE 0.
         05 pending-outcome PIC 9 VALUE 0.
         05 difficulty-level PIC 9 VALUE 2.
           88 difficulty-easy VALUE 1.
           88 difficulty-normal VALUE 2.
           88 difficulty-hard VALUE 3.
         05 two-player PIC 9 VALUE 0.
         05 levels-status PIC X(02) VALUE "00".
         05 attract-mode PIC 9 VALUE 0.
         05 idle-frame-count PIC 9(7) VALUE 0.
         05 sfx-bounce PIC S9(3) VALUE -1.
         05 sfx-kill PIC S9(3) VALUE -1.
         05 sfx-hit PIC S9(3) VALUE -1.
         05 shake-dx PIC S9(02) VALUE 0.
         05 shake-dy PIC S9(02) VALUE 0.
         78 HIT-STOP-FRAMES VALUE 20.
         05 hit-stop-timer PIC 9(03) VALUE 0.
         05 adaptive-fill-count PIC 9(02) VALUE 0.
         05 adaptive-winpct PIC 9(03).
         05 flash-r PIC 9(03).
         05 flash-g PIC 9(03).
         05 flash-b PIC 9(03).
         05 colorblind-mode PIC 9 VALUE 0.
         05 cur-hhmmss-text PIC X(06).
         05 cur-hms REDEFINES cur-hhmmss-text.
           10 cur-hh PIC 9(02).
           10 cur-mm PIC 9(02).
           10 cur-ss PIC 9(02).
         05 seconds-now PIC 9(05).
         05 game-state PIC 9(02) VALUE 1.
           88 game-idle VALUE 1.
           88 game-playing VALUE 2.
           88 game-restart VALUE 3.
           88 game-complete VALUE 4.
           88 game-initials VALUE 5.
           88 game-paused VALUE 6.
           88 game-editor VALUE 7.
           88 game-hitstop VALUE 8.
           88 game-pin-entry VALUE 9.
           88 game-service VALUE 10.
           88 game-bonus VALUE 11.
           88 game-tally VALUE 12.
           88 game-voucher VALUE 13.
       01 replay-verify-data.
      * One replay may run past its track by this many frames at
      * most: the frame the run ended on is the track's last.
         78 RV-MAX-FRAMES VALUE 18001.
         05 mod-journal-status PIC X(02) VALUE "00".
         05 verify-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 rv-arg-month PIC X(10) VALUE SPACES.
         05 rv-month PIC X(06).
         05 rv-eof PIC 9 VALUE 0.
         05 rv-i PIC 9(03).
         05 rv-line PIC X(78).
         05 rv-journal-line PIC X(70).
      * The run under replay: where it came from and what it
      * claimed.
         05 rv-source PIC X(06).
         05 rv-who PIC X(06).
         05 rv-initials PIC X(03).
         05 rv-seed PIC 9(09).
         05 rv-claim-score PIC 9(06).
         05 rv-claim-level PIC 9(03).
         05 rv-difficulty PIC 9(01).
         05 rv-promo PIC 9(01).
         05 rv-run-date PIC X(08).
         05 rv-rank PIC 9(02).
      * An endless run's wave and the score it carried into it;
      * zero depth for every other run.
         05 rv-endless-depth PIC 9(03).
         05 rv-endless-base PIC 9(06).
      * What the replay came to.
         05 rv-frames PIC 9(05).
         05 rv-ended PIC X(09).
         05 rv-verdict PIC X(08).
      * The two local tracks evidence can be matched against.
         05 rv-champ-seed PIC 9(09) VALUE 0.
         05 rv-champ-date PIC X(08) VALUE SPACES.
         05 rv-last-seed PIC 9(09) VALUE 0.
         05 rv-last-date PIC X(08) VALUE SPACES.
         05 rv-track-found PIC 9.
      * Checksum over the loaded track, as COMPUTE-TRACK-ATTEST
      * takes it when the entry is inserted.
         05 rv-track-sum PIC 9(04).
         05 rv-replayed PIC 9(03) VALUE 0.
         05 rv-verified PIC 9(03) VALUE 0.
         05 rv-mismatched PIC 9(03) VALUE 0.
         05 rv-untracked PIC 9(03) VALUE 0.
         05 rv-rank-edit PIC Z9.
         05 rv-claim-edit PIC ZZZZZ9.
         05 rv-score-edit PIC ZZZZZ9.
         05 rv-claim-lv-edit PIC ZZ9.
         05 rv-claim-lv-text REDEFINES rv-claim-lv-edit PIC X(03).
         05 rv-level-edit PIC ZZ9.
         05 rv-frames-edit PIC ZZZZ9.
         05 rv-count-edit PIC ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO rv-arg-month
         END-UNSTRING
         IF rv-arg-month(1:6) IS NUMERIC
            AND rv-arg-month(7:1) EQUAL TO SPACE THEN
           MOVE rv-arg-month(1:6) TO rv-month
         ELSE
           MOVE FUNCTION CURRENT-DATE(1:6) TO rv-month
         END-IF
         PERFORM 1000-SET-UP-ENGINE
         PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT
         PERFORM 1200-LOAD-LEDGER THRU 1200-EXIT
         PERFORM 1300-LOAD-EXPERIMENTS THRU 1300-EXIT
         PERFORM 1400-LOAD-LOCAL-BOARD THRU 1400-EXIT
         PERFORM 1500-LOAD-LOCAL-SEEDS
         PERFORM 1600-LOAD-ENDLESS-BOARD THRU 1600-EXIT
         OPEN OUTPUT VERIFY-REPORT-FILE
         IF verify-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write REPLAY-VERIFY.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 4000-REPORT-HEADING
         PERFORM VARYING reg-i FROM 1 BY 1 UNTIL reg-i > reg-count
           PERFORM 2000-WORLDWIDE-CHAMPION THRU 2000-EXIT
         END-PERFORM
         PERFORM VARYING hs-i FROM 1 BY 1 UNTIL hs-i > HISCORE-SLOTS
           IF hst-seed(hs-i) GREATER THAN 0
              AND hst-score(hs-i) GREATER THAN 0 THEN
             PERFORM 2500-LOCAL-ENTRY THRU 2500-EXIT
           END-IF
         END-PERFORM
         PERFORM VARYING endless-i FROM 1 BY 1
         UNTIL endless-i > endless-count
           IF ebt-seed(endless-i) GREATER THAN 0 THEN
             PERFORM 2550-ENDLESS-ENTRY THRU 2550-EXIT
           END-IF
         END-PERFORM
         PERFORM 4800-REPORT-TOTALS
         CLOSE VERIFY-REPORT-FILE
         MOVE rv-month TO rptarc-from
         MOVE rv-month TO rptarc-to
         MOVE "REPLAY-VERIFY.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         MOVE rv-replayed TO rv-count-edit
         MOVE rv-verified TO rv-level-edit
         DISPLAY "Replayed " FUNCTION TRIM(rv-count-edit) " run(s), "
           FUNCTION TRIM(rv-level-edit) " verified - "
           "REPLAY-VERIFY.RPT"
         IF (rv-mismatched GREATER THAN 0 OR rv-replayed EQUAL TO 0)
            AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * The collision rectangles the engine keeps live for the
      * whole session, made once as main.cbl makes them at boot.
       1000-SET-UP-ENGINE.
         PERFORM INIT-PLAYER
         PERFORM INIT-BALL
         PERFORM RESET-ENEMY-VALUES
         PERFORM INIT-SHIELDS.

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

       1200-LOAD-LEDGER.
         MOVE 0 TO ss-count
         OPEN INPUT SHARED-SCORES-FILE
         IF shared-score-status NOT EQUAL TO "00" THEN
           GO TO 1200-EXIT
         END-IF
         PERFORM VARYING ss-i FROM 1 BY 1
         UNTIL ss-i > MAX-SHARED-ENTRIES
           MOVE SPACES TO SHARED-SCORE-RECORD
           READ SHARED-SCORES-FILE NEXT RECORD
             AT END
               MOVE MAX-SHARED-ENTRIES TO ss-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO ss-count
               MOVE ss-cabinet-id TO sst-cabinet-id(ss-count)
               MOVE ss-initials TO sst-initials(ss-count)
               MOVE ss-score TO sst-score(ss-count)
               MOVE ss-level TO sst-level(ss-count)
               MOVE ss-difficulty TO sst-difficulty(ss-count)
               IF ss-seed IS NUMERIC THEN
                 MOVE ss-seed TO sst-seed(ss-count)
               ELSE
                 MOVE 0 TO sst-seed(ss-count)
               END-IF
               MOVE ss-posted TO sst-posted(ss-count)
               MOVE ss-run-id TO sst-run-id(ss-count)
           END-READ
         END-PERFORM
         CLOSE SHARED-SCORES-FILE.
       1200-EXIT.
         EXIT.

      * Same validation the game applies when it loads the file, so
      * the replay deals the arm the live run was dealt.
       1300-LOAD-EXPERIMENTS.
         MOVE 0 TO exp-count
         OPEN INPUT EXPERIMENT-FILE
         IF experiment-status NOT EQUAL TO "00" THEN
           GO TO 1300-EXIT
         END-IF
         PERFORM VARYING exp-i FROM 1 BY 1
         UNTIL exp-i > MAX-EXPERIMENT-ROWS
           READ EXPERIMENT-FILE NEXT RECORD
             AT END
               MOVE MAX-EXPERIMENT-ROWS TO exp-i
             NOT AT END
               ADD 1 TO runlog-read
               MOVE 0 TO exp-live
               IF ex-name NOT EQUAL TO SPACES
                  AND ex-value-a IS NUMERIC
                  AND ex-value-b IS NUMERIC
                  AND ex-start IS NUMERIC AND ex-end IS NUMERIC
                  AND ex-start NOT GREATER THAN ex-end THEN
                 EVALUATE ex-knob
                   WHEN "FIREBNS "
                     IF ex-value-a >= -9 AND ex-value-a <= 9
                        AND ex-value-b >= -9
                        AND ex-value-b <= 9 THEN
                       MOVE 1 TO exp-live
                     END-IF
                   WHEN "DROPPCT "
                     IF ex-value-a >= 0 AND ex-value-a <= 100
                        AND ex-value-b >= 0
                        AND ex-value-b <= 100 THEN
                       MOVE 1 TO exp-live
                     END-IF
                   WHEN "SAUCER  "
                     IF ex-value-a >= 60 AND ex-value-a <= 9000
                        AND ex-value-b >= 60
                        AND ex-value-b <= 9000 THEN
                       MOVE 1 TO exp-live
                     END-IF
                 END-EVALUATE
               END-IF
               IF exp-live EQUAL TO 1 THEN
                 ADD 1 TO exp-count
                 MOVE ex-name TO ext-name(exp-count)
                 MOVE ex-knob TO ext-knob(exp-count)
                 MOVE ex-value-a TO ext-value-a(exp-count)
                 MOVE ex-value-b TO ext-value-b(exp-count)
                 MOVE ex-start TO ext-start(exp-count)
                 MOVE ex-end TO ext-end(exp-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE EXPERIMENT-FILE
         MOVE 0 TO exp-live.
       1300-EXIT.
         EXIT.

      * This cabinet's three boards, their promo multipliers and
      * the evidence captured when each entry went in.
       1400-LOAD-LOCAL-BOARD.
         OPEN INPUT HISCORE-FILE
         IF hiscore-status EQUAL TO "00" THEN
           MOVE 0 TO rv-eof
           PERFORM UNTIL rv-eof EQUAL TO 1
             READ HISCORE-FILE NEXT RECORD
               AT END
                 MOVE 1 TO rv-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF hs-rank GREATER OR EQUAL TO 1
                    AND hs-rank LESS OR EQUAL TO HISCORE-SLOTS THEN
                   MOVE hs-initials TO hst-initials(hs-rank)
                   MOVE hs-score TO hst-score(hs-rank)
                   MOVE hs-level TO hst-level(hs-rank)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HISCORE-FILE
         END-IF
         OPEN INPUT HISCORE-FLAGS-FILE
         IF hiscore-flags-status EQUAL TO "00" THEN
           MOVE 0 TO rv-eof
           PERFORM UNTIL rv-eof EQUAL TO 1
             READ HISCORE-FLAGS-FILE
               AT END
                 MOVE 1 TO rv-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF hf-rank GREATER OR EQUAL TO 1
                    AND hf-rank LESS OR EQUAL TO HISCORE-SLOTS
                    AND hf-promo IS NUMERIC
                    AND hf-promo GREATER THAN 0 THEN
                   MOVE hf-promo TO hst-promo(hf-rank)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HISCORE-FLAGS-FILE
         END-IF
         OPEN INPUT HISCORE-EVIDENCE-FILE
         IF hiscore-evidence-status NOT EQUAL TO "00" THEN
           GO TO 1400-EXIT
         END-IF
         MOVE 0 TO rv-eof
         PERFORM UNTIL rv-eof EQUAL TO 1
           READ HISCORE-EVIDENCE-FILE
             AT END
               MOVE 1 TO rv-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF hev-rank GREATER OR EQUAL TO 1
                  AND hev-rank LESS OR EQUAL TO HISCORE-SLOTS
                  AND hev-seed IS NUMERIC THEN
                 MOVE hev-seed TO hst-seed(hev-rank)
                 MOVE hev-track TO hst-track(hev-rank)
                 MOVE hev-attest TO hst-attest(hev-rank)
                 MOVE hev-run-id TO hst-run-id(hev-rank)
               END-IF
           END-READ
         END-PERFORM
         CLOSE HISCORE-EVIDENCE-FILE.
       1400-EXIT.
         EXIT.

       1500-LOAD-LOCAL-SEEDS.
         OPEN INPUT CHAMPION-SEED-FILE
         IF champion-seed-status EQUAL TO "00" THEN
           READ CHAMPION-SEED-FILE NEXT RECORD
             NOT AT END
               ADD 1 TO runlog-read
               IF crs-seed IS NUMERIC THEN
                 MOVE crs-seed TO rv-champ-seed
                 MOVE crs-run-date TO rv-champ-date
               END-IF
           END-READ
           CLOSE CHAMPION-SEED-FILE
         END-IF
         OPEN INPUT REPLAY-SEED-FILE
         IF replay-seed-status EQUAL TO "00" THEN
           READ REPLAY-SEED-FILE NEXT RECORD
             NOT AT END
               ADD 1 TO runlog-read
               IF rs-seed IS NUMERIC THEN
                 MOVE rs-seed TO rv-last-seed
                 MOVE rs-run-date TO rv-last-date
               END-IF
           END-READ
           CLOSE REPLAY-SEED-FILE
         END-IF.

      * Same validation the game applies when it loads the board.
       1600-LOAD-ENDLESS-BOARD.
         MOVE 0 TO endless-count
         OPEN INPUT ENDLESS-BOARD-FILE
         IF endless-status NOT EQUAL TO "00" THEN
           GO TO 1600-EXIT
         END-IF
         PERFORM VARYING endless-i FROM 1 BY 1
         UNTIL endless-i > MAX-ENDLESS-BOARD
           READ ENDLESS-BOARD-FILE
             AT END
               MOVE MAX-ENDLESS-BOARD TO endless-i
             NOT AT END
               ADD 1 TO runlog-read
               IF eb-depth IS NUMERIC AND eb-score IS NUMERIC
                  AND eb-seed IS NUMERIC AND eb-base IS NUMERIC
                  AND eb-track IS NUMERIC
                  AND eb-difficulty IS NUMERIC
                  AND eb-promo IS NUMERIC THEN
                 ADD 1 TO endless-count
                 MOVE eb-initials TO ebt-initials(endless-count)
                 MOVE eb-depth TO ebt-depth(endless-count)
                 MOVE eb-score TO ebt-score(endless-count)
                 MOVE eb-date TO ebt-date(endless-count)
                 MOVE eb-seed TO ebt-seed(endless-count)
                 MOVE eb-base TO ebt-base(endless-count)
                 MOVE eb-track TO ebt-track(endless-count)
                 MOVE eb-difficulty TO ebt-difficulty(endless-count)
                 MOVE eb-promo TO ebt-promo(endless-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE ENDLESS-BOARD-FILE.
       1600-EXIT.
         EXIT.

      * A cabinet that published no champion this month has no
      * seed file and is passed over. The ledger row carrying the
      * seed supplies the rest of the claim; without one only the
      * score can be held to account.
       2000-WORLDWIDE-CHAMPION.
         MOVE SPACES TO wchamp-sed-name
         STRING "WCHAMP-" regt-id(reg-i) "-" rv-month ".SED"
           DELIMITED BY SIZE INTO wchamp-sed-name
         MOVE SPACES TO wchamp-trk-name
         STRING "WCHAMP-" regt-id(reg-i) "-" rv-month ".TRK"
           DELIMITED BY SIZE INTO wchamp-trk-name
         OPEN INPUT WCHAMP-SED-FILE
         IF wchamp-sed-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO rv-seed
         READ WCHAMP-SED-FILE NEXT RECORD
           NOT AT END
             ADD 1 TO runlog-read
             IF wcs-seed IS NUMERIC AND wcs-score IS NUMERIC THEN
               MOVE wcs-seed TO rv-seed
               MOVE wcs-score TO rv-claim-score
             END-IF
         END-READ
         CLOSE WCHAMP-SED-FILE
         IF rv-seed EQUAL TO 0 THEN
           GO TO 2000-EXIT
         END-IF
         MOVE "WCHAMP" TO rv-source
         MOVE 0 TO rv-rank
         MOVE 0 TO rv-endless-depth
         MOVE 0 TO rv-endless-base
         MOVE regt-id(reg-i) TO rv-who
         MOVE "???" TO rv-initials
         MOVE 0 TO rv-claim-level
         MOVE 2 TO rv-difficulty
         MOVE 1 TO rv-promo
         MOVE SPACES TO rv-run-date
         PERFORM VARYING ss-i FROM 1 BY 1 UNTIL ss-i > ss-count
           IF sst-cabinet-id(ss-i) EQUAL TO regt-id(reg-i)
              AND sst-seed(ss-i) EQUAL TO rv-seed THEN
             MOVE sst-initials(ss-i) TO rv-initials
             MOVE sst-level(ss-i) TO rv-claim-level
             IF sst-difficulty(ss-i) GREATER OR EQUAL TO 1
                AND sst-difficulty(ss-i) LESS OR EQUAL TO 3 THEN
               MOVE sst-difficulty(ss-i) TO rv-difficulty
             END-IF
             MOVE sst-posted(ss-i)(1:8) TO rv-run-date
             MOVE ss-count TO ss-i
           END-IF
         END-PERFORM
         MOVE 0 TO replay-frame-count
         OPEN INPUT WCHAMP-TRK-FILE
         IF wchamp-trk-status EQUAL TO "00" THEN
           PERFORM VARYING replay-i FROM 1 BY 1
           UNTIL replay-i > MAX-REPLAY-FRAMES
             READ WCHAMP-TRK-FILE NEXT RECORD
               AT END
                 MOVE MAX-REPLAY-FRAMES TO replay-i
               NOT AT END
                 ADD 1 TO runlog-read
                 ADD 1 TO replay-frame-count
                 MOVE wct-player-x TO
                   rpt-player-x(replay-frame-count)
                 IF wct-fire IS NUMERIC THEN
                   MOVE wct-fire TO rpt-fire(replay-frame-count)
                 ELSE
                   MOVE 0 TO rpt-fire(replay-frame-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WCHAMP-TRK-FILE
         END-IF
         PERFORM 3000-REPLAY-RUN
         PERFORM 3900-JUDGE-RUN
         PERFORM 4100-RUN-LINE
         PERFORM 8000-JOURNAL.
       2000-EXIT.
         EXIT.

      * The rank's band is its difficulty. Only a track whose seed
      * and checksum both match the evidence belongs to the entry.
       2500-LOCAL-ENTRY.
         MOVE "LOCAL " TO rv-source
         MOVE hs-i TO rv-rank
         MOVE 0 TO rv-endless-depth
         MOVE 0 TO rv-endless-base
         MOVE hst-initials(hs-i) TO rv-who
         MOVE hst-initials(hs-i) TO rv-initials
         MOVE hst-seed(hs-i) TO rv-seed
         MOVE hst-score(hs-i) TO rv-claim-score
         MOVE hst-level(hs-i) TO rv-claim-level
         COMPUTE rv-difficulty = ((hs-i - 1) / MAX-HISCORES) + 1
         MOVE hst-promo(hs-i) TO rv-promo
         MOVE 0 TO rv-track-found
         IF rv-champ-seed EQUAL TO rv-seed THEN
           PERFORM 2600-LOAD-CHAMPION-TRACK
           PERFORM 2800-TRACK-CHECKSUM
           IF rv-track-sum EQUAL TO hst-track(hs-i) THEN
             MOVE 1 TO rv-track-found
             MOVE rv-champ-date TO rv-run-date
           END-IF
         END-IF
         IF rv-track-found EQUAL TO 0
            AND rv-last-seed EQUAL TO rv-seed THEN
           PERFORM 2700-LOAD-LAST-TRACK
           PERFORM 2800-TRACK-CHECKSUM
           IF rv-track-sum EQUAL TO hst-track(hs-i) THEN
             MOVE 1 TO rv-track-found
             MOVE rv-last-date TO rv-run-date
           END-IF
         END-IF
         IF rv-track-found EQUAL TO 0 THEN
           ADD 1 TO rv-untracked
           PERFORM 4200-UNTRACKED-LINE
           GO TO 2500-EXIT
         END-IF
         PERFORM 3000-REPLAY-RUN
         PERFORM 3900-JUDGE-RUN
         PERFORM 4100-RUN-LINE
         PERFORM 8000-JOURNAL.
       2500-EXIT.
         EXIT.

      * Only the last run's track can be an endless run's: the
      * champion track is never filed from an endless wave. The
      * claimed level is the wave the run ended on.
       2550-ENDLESS-ENTRY.
         MOVE "ENDLES" TO rv-source
         MOVE endless-i TO rv-rank
         MOVE ebt-initials(endless-i) TO rv-who
         MOVE ebt-initials(endless-i) TO rv-initials
         MOVE ebt-seed(endless-i) TO rv-seed
         MOVE ebt-score(endless-i) TO rv-claim-score
         MOVE ebt-depth(endless-i) TO rv-claim-level
         MOVE ebt-depth(endless-i) TO rv-endless-depth
         MOVE ebt-base(endless-i) TO rv-endless-base
         MOVE 2 TO rv-difficulty
         IF ebt-difficulty(endless-i) GREATER OR EQUAL TO 1
            AND ebt-difficulty(endless-i) LESS OR EQUAL TO 3 THEN
           MOVE ebt-difficulty(endless-i) TO rv-difficulty
         END-IF
         MOVE 1 TO rv-promo
         IF ebt-promo(endless-i) GREATER THAN 0 THEN
           MOVE ebt-promo(endless-i) TO rv-promo
         END-IF
         MOVE 0 TO rv-track-found
         IF rv-last-seed EQUAL TO rv-seed THEN
           PERFORM 2700-LOAD-LAST-TRACK
           PERFORM 2800-TRACK-CHECKSUM
           IF rv-track-sum EQUAL TO ebt-track(endless-i) THEN
             MOVE 1 TO rv-track-found
             MOVE rv-last-date TO rv-run-date
           END-IF
         END-IF
         IF rv-track-found EQUAL TO 0 THEN
           ADD 1 TO rv-untracked
           PERFORM 4200-UNTRACKED-LINE
           GO TO 2550-EXIT
         END-IF
         PERFORM 3000-REPLAY-RUN
         PERFORM 3900-JUDGE-RUN
         PERFORM 4100-RUN-LINE
         PERFORM 8000-JOURNAL.
       2550-EXIT.
         EXIT.

       2600-LOAD-CHAMPION-TRACK.
         MOVE 0 TO replay-frame-count
         OPEN INPUT CHAMPION-REPLAY-FILE
         IF champion-replay-status EQUAL TO "00" THEN
           PERFORM VARYING replay-i FROM 1 BY 1
           UNTIL replay-i > MAX-REPLAY-FRAMES
             READ CHAMPION-REPLAY-FILE NEXT RECORD
               AT END
                 MOVE MAX-REPLAY-FRAMES TO replay-i
               NOT AT END
                 ADD 1 TO runlog-read
                 ADD 1 TO replay-frame-count
                 MOVE crp-player-x TO
                   rpt-player-x(replay-frame-count)
                 IF crp-fire IS NUMERIC THEN
                   MOVE crp-fire TO rpt-fire(replay-frame-count)
                 ELSE
                   MOVE 0 TO rpt-fire(replay-frame-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CHAMPION-REPLAY-FILE
         END-IF.

       2700-LOAD-LAST-TRACK.
         MOVE 0 TO replay-frame-count
         OPEN INPUT REPLAY-FILE
         IF replay-status EQUAL TO "00" THEN
           PERFORM VARYING replay-i FROM 1 BY 1
           UNTIL replay-i > MAX-REPLAY-FRAMES
             READ REPLAY-FILE NEXT RECORD
               AT END
                 MOVE MAX-REPLAY-FRAMES TO replay-i
               NOT AT END
                 ADD 1 TO runlog-read
                 ADD 1 TO replay-frame-count
                 MOVE rp-player-x TO
                   rpt-player-x(replay-frame-count)
                 IF rp-fire IS NUMERIC THEN
                   MOVE rp-fire TO rpt-fire(replay-frame-count)
                 ELSE
                   MOVE 0 TO rpt-fire(replay-frame-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REPLAY-FILE
         END-IF.

       2800-TRACK-CHECKSUM.
         MOVE 0 TO att-sum
         PERFORM VARYING att-i FROM 1 BY 1
         UNTIL att-i > replay-frame-count
           COMPUTE att-sum = FUNCTION MOD(att-sum
             + rpt-player-x(att-i) + 500 + rpt-fire(att-i)
             + att-i, 10000)
         END-PERFORM
         MOVE att-sum TO rv-track-sum.

      * The run starts the way WATCH-REPLAY starts one, then the
      * frame loop steps the same paragraphs, in the same order,
      * as the main loop does for a frame of play. An endless wave
      * is dealt from the seed and its depth, as the cabinet deals
      * it, and starts from the score the run carried into it.
       3000-REPLAY-RUN.
         MOVE START-ENEMY-COUNT TO current-count
         MOVE 0 TO score
         MOVE 0 TO endless-mode
         IF rv-endless-depth GREATER THAN 0 THEN
           MOVE 1 TO endless-mode
           MOVE rv-endless-depth TO endless-depth
           MOVE rv-seed TO endless-seed
           MOVE rv-endless-base TO score
         END-IF
         MOVE rv-difficulty TO difficulty-level
         MOVE 0 TO pending-outcome
         PERFORM SET-INITIAL-VALUES
         MOVE 1 TO charge-exempt
         PERFORM APPLY-DIFFICULTY
         MOVE 0 TO charge-exempt
         MOVE rv-seed TO run-seed
         MOVE run-seed TO rng-state
         PERFORM SET-EXPERIMENT-ARM
         MOVE 0 TO replay-playback-i
         MOVE 0 TO replay-fire-now
         MOVE 1 TO replay-watching
         MOVE 2 TO game-state
         MOVE 0 TO rv-frames
         PERFORM 3100-STEP-FRAME
           UNTIL NOT game-playing
           OR replay-playback-i NOT LESS THAN replay-frame-count
           OR rv-frames NOT LESS THAN RV-MAX-FRAMES
         EVALUATE TRUE
           WHEN pending-outcome EQUAL TO 4
             MOVE "CLEARED" TO rv-ended
           WHEN pending-outcome EQUAL TO 3
             MOVE "GAME OVER" TO rv-ended
           WHEN OTHER
             MOVE "TRACK END" TO rv-ended
         END-EVALUATE
         MOVE 0 TO replay-watching
         MOVE 0 TO endless-mode.

       3100-STEP-FRAME.
         ADD 1 TO rv-frames
         PERFORM CHECK-EXTRA-LIFE
         PERFORM UPDATE-PADDLE-SIZE
         PERFORM UPDATE-PLAYER-MOVEMENT
         PERFORM UPDATE-PLAYER-2-MOVEMENT
         PERFORM UPDATE-ENEMY
         PERFORM UPDATE-SAUCER
         PERFORM UPDATE-CANNON
         PERFORM UPDATE-BALL
         PERFORM UPDATE-MISSILE
         PERFORM UPDATE-POWERUPS.

      * A claim with no level on it (a champion whose ledger row
      * has gone) is held to its score alone.
       3900-JUDGE-RUN.
         ADD 1 TO rv-replayed
         IF rv-endless-depth GREATER THAN 0 THEN
           MOVE rv-endless-depth TO current-count
         END-IF
         IF score EQUAL TO rv-claim-score
            AND (rv-claim-level EQUAL TO 0
                 OR current-count EQUAL TO rv-claim-level) THEN
           MOVE "VERIFIED" TO rv-verdict
           ADD 1 TO rv-verified
         ELSE
           MOVE "MISMATCH" TO rv-verdict
           ADD 1 TO rv-mismatched
         END-IF.

       4000-REPORT-HEADING.
         MOVE SPACES TO rv-line
         STRING "REPLAY VERIFICATION - champions of " rv-month
           DELIMITED BY SIZE INTO rv-line
         PERFORM 4900-PUT-LINE
         MOVE SPACES TO rv-line
         STRING "Generated " FUNCTION CURRENT-DATE(1:8)
           "-" FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO rv-line
         PERFORM 4900-PUT-LINE
         MOVE "Each run replayed headless from its seed and track;"
           TO rv-line
         PERFORM 4900-PUT-LINE
         MOVE "claimed score and level set against the replay's."
           TO rv-line
         PERFORM 4900-PUT-LINE
         MOVE ALL "-" TO rv-line
         PERFORM 4900-PUT-LINE
         MOVE "SOURCE FROM   INI D  CLAIMED  LV  REPLAYED  LV FRAMES"
           TO rv-line
         MOVE " ENDED     VERDICT" TO rv-line(54:18)
         PERFORM 4900-PUT-LINE.

       4100-RUN-LINE.
         MOVE rv-claim-score TO rv-claim-edit
         MOVE rv-claim-level TO rv-claim-lv-edit
         MOVE score TO rv-score-edit
         MOVE current-count TO rv-level-edit
         MOVE rv-frames TO rv-frames-edit
         MOVE SPACES TO rv-line
         IF rv-source EQUAL TO "WCHAMP" THEN
           STRING rv-source " " regt-id(reg-i) " "
             DELIMITED BY SIZE INTO rv-line
         ELSE
           MOVE rv-rank TO rv-rank-edit
           STRING rv-source " RANK" rv-rank-edit " "
             DELIMITED BY SIZE INTO rv-line
         END-IF
         IF rv-claim-level EQUAL TO 0 THEN
           MOVE "  -" TO rv-claim-lv-text
         END-IF
         STRING rv-initials " " rv-difficulty "   " rv-claim-edit
           " " rv-claim-lv-edit "    " rv-score-edit " "
           rv-level-edit "  " rv-frames-edit " " rv-ended " "
           rv-verdict
           DELIMITED BY SIZE INTO rv-line(15:64)
         PERFORM 4900-PUT-LINE.

       4200-UNTRACKED-LINE.
         MOVE rv-rank TO rv-rank-edit
         MOVE rv-claim-score TO rv-claim-edit
         MOVE SPACES TO rv-line
         STRING rv-source " RANK" rv-rank-edit " " rv-initials
           "     " rv-claim-edit
           "  no track on this cabinet - not replayed"
           DELIMITED BY SIZE INTO rv-line
         PERFORM 4900-PUT-LINE.

       4800-REPORT-TOTALS.
         MOVE ALL "-" TO rv-line
         PERFORM 4900-PUT-LINE
         IF rv-replayed EQUAL TO 0 AND rv-untracked EQUAL TO 0 THEN
           MOVE "No champion seed files and no evidenced entries"
             TO rv-line
           PERFORM 4900-PUT-LINE
         END-IF
         MOVE SPACES TO rv-line
         MOVE rv-replayed TO rv-count-edit
         STRING "Replayed " rv-count-edit
           DELIMITED BY SIZE INTO rv-line
         MOVE rv-verified TO rv-count-edit
         STRING "   verified " rv-count-edit
           DELIMITED BY SIZE INTO rv-line(13:15)
         MOVE rv-mismatched TO rv-count-edit
         STRING "   mismatch " rv-count-edit
           DELIMITED BY SIZE INTO rv-line(28:15)
         MOVE rv-untracked TO rv-count-edit
         STRING "   no track " rv-count-edit
           DELIMITED BY SIZE INTO rv-line(43:15)
         PERFORM 4900-PUT-LINE.

       4900-PUT-LINE.
         WRITE VERIFY-REPORT-RECORD FROM rv-line
         ADD 1 TO runlog-written.

      * Same line layout as score-mod's journal, so the replay
      * verdicts read in with the staff actions on the same runs.
       8000-JOURNAL.
         OPEN EXTEND MOD-JOURNAL-FILE
         IF mod-journal-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT MOD-JOURNAL-FILE
         END-IF
         MOVE rv-claim-score TO rv-claim-edit
         MOVE SPACES TO rv-journal-line
         STRING FUNCTION CURRENT-DATE(1:8) "-"
           FUNCTION CURRENT-DATE(9:6)
           " who=REPLAY "
           " action=" rv-verdict
           " " rv-who " " rv-claim-score
           DELIMITED BY SIZE INTO rv-journal-line
         WRITE MOD-JOURNAL-RECORD FROM rv-journal-line
         ADD 1 TO runlog-written
         CLOSE MOD-JOURNAL-FILE.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "REPLAY-VERIFY" TO rptarc-program
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
         MOVE "REPLAY-VERIFY" TO runlog-program
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

      * The main.cbl paragraphs the engine copybooks perform, cut
      * down to what decides the game. Screen shake and flash,
      * telemetry and saving the key bindings have no say in a
      * replay and do nothing here.
       SET-INITIAL-VALUES.
         PERFORM RESET-ENEMY-VALUES
         PERFORM RESTART-MISSILE
         PERFORM INIT-SHIELDS
         PERFORM RESTART-POWERUPS
         PERFORM INIT-BALL
         MOVE 0 TO combo-count
         MOVE INITIAL-PLAYER-X TO player-x
         MOVE INITIAL-PLAYER2-X TO player2-x
         MOVE ENEMY-SEPARATION-X TO current-mov
         MOVE enemy-active-count TO enemy-count
         CALL "b_RectangleSetX" USING BY VALUE player-rect player-x
         CALL "b_RectangleSetX" USING BY VALUE player2-rect player2-x
         MOVE 1 TO leftmost-enemy
         MOVE cur-line-max TO rightmost-enemy
         MOVE 1 TO game-state
         MOVE 0 TO saucer-active
         MOVE SAUCER-BASE-FRAMES TO saucer-timer
         MOVE START-LIVES TO lives-remaining.

      * The difficulty half of main.cbl's APPLY-DIFFICULTY: the
      * bookkeeping half (credits, timers, daily totals) belongs
      * to a live start, which a replay is not.
       APPLY-DIFFICULTY.
         EVALUATE TRUE
           WHEN difficulty-easy
             COMPUTE enemy-mov-base = MAX-MOV-TIMER + 30
             COMPUTE cur-max-speed = MAX-SPEED - 1
             COMPUTE cur-player-width = PLAYER-WIDTH + 15
             COMPUTE cur-shoot-base = SHOOT-TIMER-BASE + 3
             COMPUTE cur-shoot-divisor = SHOOT-COUNT-DIVISOR + 1
           WHEN difficulty-hard
             COMPUTE enemy-mov-base = MAX-MOV-TIMER - 30
             COMPUTE cur-max-speed = MAX-SPEED + 2
             COMPUTE cur-player-width = PLAYER-WIDTH - 15
             COMPUTE cur-shoot-base = SHOOT-TIMER-BASE - 3
             COMPUTE cur-shoot-divisor = SHOOT-COUNT-DIVISOR - 1
           WHEN OTHER
             MOVE MAX-MOV-TIMER TO enemy-mov-base
             MOVE MAX-SPEED TO cur-max-speed
             MOVE PLAYER-WIDTH TO cur-player-width
             MOVE SHOOT-TIMER-BASE TO cur-shoot-base
             MOVE SHOOT-COUNT-DIVISOR TO cur-shoot-divisor
         END-EVALUATE
         MOVE 0 TO assist-armed
         MOVE 4 TO ball-radius
         MOVE 0 TO paddle-size-timer
         PERFORM RESIZE-PLAYER
         MOVE enemy-mov-base TO enemy-mov-timer
         MOVE START-LIVES TO lives-remaining
         MOVE rv-promo TO run-promo-mult
         MOVE extra-life-first TO next-extra-life
         MOVE 0 TO extra-life-flash
         MOVE 0 TO cannon-ammo
         MOVE 0 TO cannon-kill-counter
         PERFORM VARYING cannon-i FROM 1 BY 1
         UNTIL cannon-i > MAX-CANNON-SHOTS
           MOVE 0 TO cannon-shot-live(cannon-i)
         END-PERFORM.

      * As main.cbl deals the arm, but on the day the run was
      * played rather than today.
       SET-EXPERIMENT-ARM.
         MOVE SPACE TO exp-arm
         MOVE SPACES TO exp-name
         MOVE 0 TO exp-fire-offset
         MOVE POWERUP-DROP-PCT TO exp-drop-pct
         MOVE SAUCER-BASE-FRAMES TO exp-saucer-base
         IF exp-count EQUAL TO 0 OR rv-run-date IS NOT NUMERIC THEN
           NEXT SENTENCE
         END-IF
         MOVE rv-run-date TO exp-today
         MOVE 0 TO exp-live
         PERFORM VARYING exp-i FROM 1 BY 1
         UNTIL exp-i > exp-count
           IF exp-today NOT LESS THAN ext-start(exp-i)
              AND exp-today NOT GREATER THAN ext-end(exp-i) THEN
             MOVE exp-i TO exp-live
             MOVE exp-count TO exp-i
           END-IF
         END-PERFORM
         IF exp-live EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE ext-name(exp-live) TO exp-name
         IF FUNCTION MOD(run-seed, 2) EQUAL TO 0 THEN
           MOVE "A" TO exp-arm
           MOVE ext-value-a(exp-live) TO exp-value
         ELSE
           MOVE "B" TO exp-arm
           MOVE ext-value-b(exp-live) TO exp-value
         END-IF
         EVALUATE ext-knob(exp-live)
           WHEN "FIREBNS "
             MOVE exp-value TO exp-fire-offset
           WHEN "DROPPCT "
             MOVE exp-value TO exp-drop-pct
           WHEN "SAUCER  "
             MOVE exp-value TO exp-saucer-base
         END-EVALUATE.

       GAME-RANDOM.
         COMPUTE rng-state =
           FUNCTION MOD(rng-state * 16807, RNG-MODULUS)
         COMPUTE rng-value = rng-state / RNG-MODULUS.

      * The live run earned its extra lives as it went, and they
      * decide where it ends, so the replay earns them too (the
      * cabinet's own replay screen leaves them out).
       CHECK-EXTRA-LIFE.
         IF score GREATER OR EQUAL TO next-extra-life THEN
           IF lives-remaining LESS THAN 9 THEN
             ADD 1 TO lives-remaining
           END-IF
           ADD extra-life-every TO next-extra-life
         END-IF.

       HANDLE-MISS.
         SUBTRACT 1 FROM lives-remaining
         IF lives-remaining EQUAL TO 0 THEN
           MOVE 3 TO pending-outcome
           MOVE 5 TO game-state
         ELSE
           PERFORM RESET-AFTER-MISS
         END-IF.

       RESET-AFTER-MISS.
         MOVE 0 TO combo-count
         PERFORM INIT-BALL
         MOVE INITIAL-PLAYER-X TO player-x
         MOVE INITIAL-PLAYER2-X TO player2-x
         CALL "b_RectangleSetX" USING BY VALUE player-rect player-x
         CALL "b_RectangleSetX" USING BY VALUE player2-rect player2-x
         MOVE 2 TO game-state.

       COMPUTE-SECONDS-NOW.
         MOVE FUNCTION CURRENT-DATE(9:6) TO cur-hhmmss-text
         COMPUTE seconds-now = (cur-hh * 3600) + (cur-mm * 60) + cur-ss.

       CHECK-CREDIT-AVAILABLE.
         MOVE 0 TO can-start-run.

       STOP-LEVEL-TIMER.
         CONTINUE.

       TRIGGER-SHAKE.
         CONTINUE.

       TRIGGER-FLASH.
         CONTINUE.

       WRITE-TELEMETRY.
         CONTINUE.

       SAVE-CONFIG.
         CONTINUE.

       COPY player.
       COPY ball.
       COPY saucer.
       COPY cannon.
       COPY layout.
       COPY missile.
       COPY shield.
       COPY powerup.
       COPY enemy.
       END PROGRAM REPLAY-VERIFY.

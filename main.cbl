           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ppx-initials
           FILE STATUS IS profile-status.
      * The shop-wide store on the mount, and this cabinet's queue
      * of changes not yet merged into it.
         SELECT SHARED-PROFILES-FILE
           ASSIGN TO "SHARED-PROFILES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS spx-initials
           FILE STATUS IS shared-profile-status.
         SELECT PROFILE-CHANGE-FILE ASSIGN TO "PROFILE-PENDING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS profile-change-status.
      * Every wallet movement a cabinet makes on the store.
         SELECT SHARED-WALLET-FILE ASSIGN TO "SHARED-WALLET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-wallet-status.
      * The .LCK and journal files live next to SHARED-SCORES.DAT,
      * so on a multi-cabinet share they coordinate every machine
      * pushing at the same mount.
           ASSIGN TO "TICKET-REGISTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-register-status.
      * The shop register sits on the shared mount; the pending
      * queue is this cabinet's own.
         SELECT SHOP-TICKETS-FILE ASSIGN TO "SHOP-TICKETS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shop-tickets-status.
         SELECT TICKET-PENDING-FILE ASSIGN TO "TICKET-PENDING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-pending-status.
         SELECT CABINET-REGISTRY-FILE
           ASSIGN TO "CABINET-REGISTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
         SELECT PARTY-BOARD-FILE ASSIGN TO "PARTY-BOARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS party-board-status.
         SELECT BRACKET-FILE ASSIGN TO "BRACKET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bracket-status.
         SELECT TEAMS-FILE ASSIGN TO "TEAMS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS teams-status.
         SELECT TEAM-BOARD-FILE ASSIGN TO "TEAM-BOARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS team-board-status.
         SELECT ANNOUNCE-FILE ASSIGN TO "ANNOUNCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS announce-status.
         SELECT HEARTBEAT-FILE ASSIGN USING heartbeat-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS heartbeat-status.
         SELECT RELEASES-FILE ASSIGN TO "RELEASES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS release-status.
         SELECT BUILD-REPORT-FILE ASSIGN USING build-report-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS build-report-status.
         SELECT HBHIST-FILE ASSIGN USING hbhist-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS hbhist-status.
         SELECT TIME-REF-FILE ASSIGN TO "TIME-REF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS time-ref-status.
         SELECT PROMO-FILE ASSIGN TO "PROMO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS promo-status.
         SELECT PRICING-FILE ASSIGN TO "PRICING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pricing-status.
         SELECT DENOMINATION-FILE ASSIGN TO "DENOMINATIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS denomination-status.
      * Promo flags for the local boards ride in a sidecar rather
      * than a wider HISCORE-RECORD: widening the INDEXED record
      * would strand every cabinet's existing board with a length
         SELECT MAINT-LOG-FILE ASSIGN TO "MAINT-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS maint-log-status.
         SELECT PARTS-FILE ASSIGN TO "PARTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS parts-status.
         SELECT PART-MOVES-FILE ASSIGN TO "PART-MOVES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS part-moves-status.
         SELECT WORKORDERS-FILE ASSIGN TO "WORKORDERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS workorders-status.
         SELECT WORKORDERS-TEMP-FILE ASSIGN TO "WORKORDERS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS workorders-temp-status.
         SELECT PM-TASKS-FILE ASSIGN TO "PM-TASKS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pm-tasks-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
         SELECT SPEEDRUN-BOARD-FILE
           ASSIGN TO "SPEEDRUN-BOARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS speedrun-status.
         SELECT ENDLESS-BOARD-FILE
           ASSIGN TO "ENDLESS-BOARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS endless-status.
         SELECT PUZZLE-STARS-FILE ASSIGN TO "PUZZLE-STARS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS puzzle-stars-status.
         SELECT RUN-SEQ-FILE ASSIGN TO "RUN-SEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS run-seq-status.
         SELECT LEAGUE-STANDINGS-FILE
           ASSIGN TO "LEAGUE-STANDINGS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
         SELECT CHALLENGES-FILE ASSIGN TO "CHALLENGES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS challenge-file-status.
         SELECT PLAYER-RATINGS-FILE
           ASSIGN TO "PLAYER-RATINGS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rating-status.
         SELECT RECORDS-BOOK-FILE ASSIGN TO "RECORDS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS record-book-status.
         SELECT SHARED-DAILY-FILE ASSIGN TO "SHARED-DAILY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-daily-status.
         SELECT TOURN-RESULTS-FILE ASSIGN TO "TOURN-RESULTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS tourn-results-status.
         SELECT TOURN-POOL-FILE ASSIGN TO "TOURN-POOL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS tourn-pool-status.
         SELECT VOUCHER-FILE ASSIGN TO "VOUCHERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS voucher-status.
         SELECT VOUCHER-TEMP-FILE ASSIGN TO "VOUCHERS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS voucher-temp-status.
         SELECT LEVEL-REVS-FILE ASSIGN TO "LEVEL-REVS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS level-revs-status.
         SELECT EXPERIMENT-FILE ASSIGN TO "EXPERIMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS experiment-status.
      * The jackpot pool and its journal sit on the shared mount
      * beside SHARED-SCORES.DAT; the pending queue is this
      * cabinet's own.
         SELECT JACKPOT-FILE ASSIGN TO "JACKPOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS jackpot-status.
         SELECT JACKPOT-JOURNAL-FILE ASSIGN TO "JACKPOT-JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS jackpot-journal-status.
         SELECT JACKPOT-PENDING-FILE ASSIGN TO "JACKPOT-PENDING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS jackpot-pending-status.
       DATA DIVISION.
       FILE SECTION.
       FD HISCORE-FILE.
         01 CHAMPION-SEED-RECORD.
           05 crs-seed PIC 9(09).
           05 crs-score PIC 9(06).
           05 crs-run-date PIC X(08).
           05 crs-run-start PIC X(06).
           05 crs-run-id PIC X(20).
       FD WCHAMP-TRK-FILE.
         01 WCHAMP-TRK-RECORD.
           05 wct-player-x PIC S9(03).
         01 WCHAMP-SED-RECORD.
           05 wcs-seed PIC 9(09).
           05 wcs-score PIC 9(06).
           05 wcs-run-id PIC X(20).
       FD GHOST-TRACK-FILE.
         01 GHOST-TRACK-RECORD.
           05 gt-x PIC S9(03).
         COPY player-profile-record.
       FD PLAYER-PROFILES-IDX-FILE.
         COPY player-profile-idx-record.
       FD SHARED-PROFILES-FILE.
         COPY shared-profile-record.
       FD PROFILE-CHANGE-FILE.
         COPY profile-change-record.
       FD SHARED-WALLET-FILE.
         COPY shared-wallet-record.
       FD SHARED-LOCK-FILE.
         COPY shared-lock-record.
       FD SYNC-JOURNAL-FILE.
         01 TICKET-SPOOL-RECORD PIC X(40).
       FD TICKET-REGISTER-FILE.
         COPY ticket-register-record.
       FD SHOP-TICKETS-FILE.
         01 SHOP-TICKETS-RECORD PIC X(63).
       FD TICKET-PENDING-FILE.
         01 TICKET-PENDING-RECORD PIC X(63).
       FD CABINET-REGISTRY-FILE.
         01 CABINET-REGISTRY-RECORD.
           05 reg-cabinet-id PIC X(06).
       FD CAMPAIGN-PROGRESS-FILE.
         COPY campaign-progress-record.
       FD TELEMETRY-FILE.
         01 TELEMETRY-RECORD PIC X(80).
       FD CENTRAL-CONFIG-FILE.
         COPY central-config-record.
       FD PARTY-BOARD-FILE.
         COPY party-board-record.
       FD BRACKET-FILE.
         COPY bracket-record.
       FD TEAMS-FILE.
         COPY team-record.
       FD TEAM-BOARD-FILE.
         COPY team-board-record.
       FD ANNOUNCE-FILE.
         COPY announce-record.
       FD COOP-BOARD-FILE.
       FD COMMAND-ACK-FILE.
         01 COMMAND-ACK-RECORD PIC X(80).
       FD HEARTBEAT-FILE.
         01 HEARTBEAT-RECORD PIC X(140).
       FD RELEASES-FILE.
         COPY release-record.
       FD BUILD-REPORT-FILE.
         COPY build-report-record.
       FD HBHIST-FILE.
         COPY hbhist-record.
       FD TIME-REF-FILE.
         COPY time-ref-record.
       FD PROMO-FILE.
         COPY promo-record.
       FD PRICING-FILE.
         COPY pricing-record.
       FD DENOMINATION-FILE.
         COPY denomination-record.
       FD HISCORE-FLAGS-FILE.
         01 HISCORE-FLAGS-RECORD.
           05 hf-rank PIC 9(02).
           05 hev-seed PIC 9(09).
           05 hev-track PIC 9(04).
           05 hev-attest PIC 9(04).
           05 hev-run-id PIC X(20).
       FD CHAMPIONS-FILE.
         COPY champions-record.
       FD DAILY-BOARD-FILE.
         COPY wear-record.
       FD MAINT-LOG-FILE.
         COPY maint-record.
       FD PARTS-FILE.
         COPY part-record.
       FD PART-MOVES-FILE.
         COPY part-move-record.
       FD WORKORDERS-FILE.
         COPY workorder-record.
       FD WORKORDERS-TEMP-FILE.
         01 WORKORDERS-TEMP-RECORD PIC X(55).
       FD PM-TASKS-FILE.
         COPY pm-task-record.
       FD STAFF-FILE.
         COPY staff-record.
       FD SPEEDRUN-BOARD-FILE.
         COPY speedrun-record.
       FD ENDLESS-BOARD-FILE.
         COPY endless-record.
       FD PUZZLE-STARS-FILE.
         COPY puzzle-stars-record.
       FD RUN-SEQ-FILE.
         01 RUN-SEQ-RECORD.
           05 rq-date PIC X(08).
           05 rq-seq PIC 9(04).
       FD LEAGUE-STANDINGS-FILE.
         COPY league-record.
       FD CHALLENGES-FILE.
         COPY challenge-record.
       FD PLAYER-RATINGS-FILE.
         COPY rating-record.
       FD RECORDS-BOOK-FILE.
         COPY record-book-record.
       FD SHARED-DAILY-FILE.
         COPY shared-daily-record.
       FD TOURNAMENT-FILE.
         COPY tournament-record.
       FD TOURN-RESULTS-FILE.
         COPY tourn-results-record.
       FD TOURN-POOL-FILE.
         COPY tourn-pool-record.
       FD VOUCHER-FILE.
         COPY voucher-record.
       FD VOUCHER-TEMP-FILE.
         01 VOUCHER-TEMP-RECORD PIC X(53).
       FD LEVEL-REVS-FILE.
         COPY level-rev-record.
       FD EXPERIMENT-FILE.
         COPY experiment-record.
       FD JACKPOT-FILE.
         COPY jackpot-record.
       FD JACKPOT-JOURNAL-FILE.
         COPY jackpot-journal-record.
       FD JACKPOT-PENDING-FILE.
       01 jackpot-pending-record PIC X(77).
       WORKING-STORAGE SECTION.
         COPY player-data.
         COPY rl-keys.
         COPY daily-challenge-data.
         COPY challenge-data.
         COPY league-data.
         COPY rating-data.
         COPY record-book-data.
         COPY speedrun-data.
         COPY endless-data.
         COPY puzzle-data.
         COPY maint-data.
         COPY parts-data.
         COPY workorder-data.
         COPY pm-data.
         COPY clock-data.
         COPY staff-data.
         COPY wear-data.
         COPY alert-data.
         COPY selftest-data.
         COPY coop-data.
         COPY announce-data.
         COPY party-data.
         COPY bracket-data.
         COPY relay-data.
         COPY champions-data.
         COPY schedule-data.
         COPY promo-data.
         COPY pricing-data.
         COPY denomination-data.
         COPY heartbeat-data.
         COPY frame-data.
         COPY central-config-data.
         COPY command-data.
         COPY telemetry-data.
         COPY experiment-data.
         COPY jackpot-data.
         COPY playlist-data.
         COPY bonus-data.
         COPY saucer-data.
         COPY tutorial-data.
         COPY burnin-data.
         COPY degraded-data.
         COPY release-data.
         COPY config-record.
         COPY blocklist-data.
         COPY registry-data.
         COPY queue-data.
         COPY ticket-data.
         COPY ticket-number-data.
         COPY voucher-data.
         COPY live-state-data.
         COPY message-data.
         COPY watchdog-data.
           05 abs-seconds-now PIC 9(12).
           05 abs-date-num PIC 9(08).
           05 run-start-text PIC X(06).
      * Fleet-wide run ID, CCCCCC-YYYYMMDD-NNNN: cabinet, date and
      * this cabinet's run count for the day. Every record a run
      * leaves behind carries it, so files join on it exactly.
           05 run-id PIC X(20) VALUE SPACES.
           05 run-id-parts REDEFINES run-id.
             10 run-id-cabinet PIC X(06).
             10 run-id-dash-1 PIC X(01).
             10 run-id-date PIC X(08).
             10 run-id-dash-2 PIC X(01).
             10 run-id-seq PIC 9(04).
           05 run-seq-status PIC X(02) VALUE "00".
           05 run-seq-next PIC 9(04).
           05 run-start-seconds PIC 9(05).
           05 run-start-abs PIC 9(12).
           05 level-start-abs PIC 9(12).
             88 game-service VALUE 10.
             88 game-bonus VALUE 11.
             88 game-tally VALUE 12.
             88 game-voucher VALUE 13.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
         *>CALL "SetConfigFlags" USING BY VALUE 64
             PERFORM LOG-STARTUP-ERROR
         END-CALL
         CALL "SetTargetFPS" USING BY VALUE 60
         MOVE ZEROS TO frame-boot-counts
         MOVE ZEROS TO frame-beat-counts
         MOVE ZEROS TO frame-run-counts
         CALL "b_LoadRenderTexture" USING BY VALUE
           960 640
           RETURNING render-target
         PERFORM LOAD-CONFIG
         PERFORM LOAD-WEAR-COUNTERS
         PERFORM LOAD-ALERT-RULES
         PERFORM LOAD-WORK-ORDERS
         PERFORM LOAD-PM-TASKS
         PERFORM LOAD-STAFF
         PERFORM LOAD-OUTBOX
         PERFORM LOAD-COIN-AUDIT-TAIL
         PERFORM CHECK-HISCORE-ROLLOVER
         PERFORM LOAD-CHAMPIONS
         PERFORM LOAD-BRACKET
         PERFORM LOAD-TEAMS
         PERFORM CHECK-CLOCK-SKEW
         PERFORM CHECK-RELEASE
         PERFORM SYNC-WORLDWIDE-LEADERBOARD
         PERFORM LOAD-DAILY-TOTALS
         PERFORM LOAD-CHECKPOINT
         PERFORM LOAD-LEVEL-STATS
         PERFORM LOAD-PLAYER-PROFILES
         PERFORM LOAD-PROFILE-QUEUE
         PERFORM LOAD-JACKPOT-QUEUE
         PERFORM LOAD-DAILY-BOARD
         PERFORM LOAD-SPEEDRUN-BOARD
         PERFORM LOAD-ENDLESS-BOARD
         PERFORM LOAD-PUZZLE-CATALOG
         PERFORM LOAD-PUZZLE-STARS
         PERFORM LOAD-SHARED-DAILY
         PERFORM CHECK-CENTRAL-CONFIG
         PERFORM PUBLISH-CONFIG
         PERFORM LOAD-COMMAND-ACK-TAIL
         PERFORM CHECK-COMMAND-CHANNEL
         PERFORM COUNT-STARTUP-ERRORS
         PERFORM WRITE-HEARTBEAT
         PERFORM LOAD-MESSAGES
         PERFORM LOAD-TICKET-COUNTER
         PERFORM LOAD-TICKET-QUEUE
         PERFORM LOAD-CABINET-REGISTRY
         PERFORM LOAD-BLOCKLIST
         PERFORM LOAD-ACHIEVEMENT-COUNTS
         PERFORM LOAD-CAMPAIGN-PROGRESS
         PERFORM LOAD-SCHEDULE
         PERFORM LOAD-PROMO-WINDOWS
         PERFORM LOAD-EXPERIMENTS
         PERFORM LOAD-EVENTS
         PERFORM LOAD-ANNOUNCEMENTS
         PERFORM LOAD-PRICING-RULES
         PERFORM LOAD-DENOMINATIONS
         PERFORM APPLY-SCHEDULE
         PERFORM APPLY-PRICING-WINDOW
         PERFORM APPLY-EVENT-THEME
             PERFORM WRITE-LIVE-STATE
           END-IF
           ADD 1 TO uptime-frames
           PERFORM TIME-FRAME
           ADD 1 TO heartbeat-timer
           IF heartbeat-timer GREATER OR EQUAL TO HEARTBEAT-FRAMES
               THEN
             MOVE 0 TO heartbeat-timer
             PERFORM WRITE-HEARTBEAT
             PERFORM SAVE-WEAR-COUNTERS
             PERFORM RAISE-WEAR-WORK-ORDERS
             PERFORM ASSESS-PM-TASKS
             PERFORM EVALUATE-ALERT-RULES
           END-IF
           PERFORM COUNT-INPUT-WEAR
           PERFORM CHECK-PAUSE-TOGGLE
           PERFORM CHECK-SAVE-QUIT
           IF NOT game-editor AND NOT game-pin-entry
              AND NOT game-service AND NOT game-voucher THEN
             PERFORM CHECK-COIN-KEYS
           END-IF
           CALL "b_IsKeyPressed" USING
               PERFORM UPDATE-BALL
               PERFORM UPDATE-MISSILE
               PERFORM UPDATE-POWERUPS
               IF combo-count GREATER THAN run-best-combo THEN
                 MOVE combo-count TO run-best-combo
               END-IF
             END-IF
           END-IF
           CALL "b_BeginTextureMode" USING BY VALUE render-target
             WHEN game-service PERFORM SERVICE-SCREEN
             WHEN game-bonus PERFORM BONUS-SCREEN
             WHEN game-tally PERFORM TALLY-SCREEN
             WHEN game-voucher PERFORM VOUCHER-SCREEN
           END-EVALUATE
           IF NOT game-editor AND NOT game-pin-entry
              AND NOT game-service AND NOT game-bonus
              AND NOT game-voucher THEN
             PERFORM DRAW-GHOST-PADDLE
             PERFORM DRAW-PLAYER
             PERFORM DRAW-PLAYER-2
           MOVE 0 TO eod-auto-state
      * Same dynamic-call discipline EOD-DRIVER itself uses for
      * its steps; a missing module is logged, never silent.
           MOVE 0 TO RETURN-CODE
           CALL "EOD-DRIVER"
             ON EXCEPTION
               MOVE "auto EOD close: EOD-DRIVER not loadable"
                 TO diag-msg
               PERFORM LOG-STARTUP-ERROR
           END-CALL
           IF RETURN-CODE GREATER OR EQUAL TO 8 THEN
             MOVE "auto EOD close stopped on a failed step"
               TO diag-msg
             PERFORM LOG-STARTUP-ERROR
             MOVE 0 TO RETURN-CODE
             NEXT SENTENCE
           END-IF
      * With the day closed, any week, month or quarter that ended
      * with it is closed too; PERIOD-DRIVER does nothing on other
      * days.
           MOVE 0 TO RETURN-CODE
           CALL "PERIOD-DRIVER"
             ON EXCEPTION
               MOVE "auto period close: PERIOD-DRIVER not loadable"
                 TO diag-msg
               PERFORM LOG-STARTUP-ERROR
           END-CALL
           IF RETURN-CODE GREATER OR EQUAL TO 8 THEN
             MOVE "auto period close stopped on a failed step"
               TO diag-msg
             PERFORM LOG-STARTUP-ERROR
           END-IF
           MOVE 0 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         ADD 1 TO idle-frame-count
         ADD 1 TO leaderboard-sync-count
         IF leaderboard-sync-count GREATER OR EQUAL TO
             LEADERBOARD-SYNC-FRAMES THEN
           PERFORM CHECK-CLOCK-SKEW
           PERFORM CHECK-RELEASE
           PERFORM SYNC-WORLDWIDE-LEADERBOARD
           PERFORM CHECK-CENTRAL-CONFIG
           PERFORM PUBLISH-CONFIG
           PERFORM CHECK-COMMAND-CHANNEL
           PERFORM REFRESH-PLAYER-CONTEXT
           PERFORM LOAD-BRACKET
           PERFORM LOAD-TEAMS
           PERFORM LOAD-STAFF
           PERFORM LOAD-JACKPOT
           MOVE 0 TO leaderboard-sync-count
         END-IF
         IF command-service-request EQUAL TO 1 THEN
               FUNCTION TRIM(err-edit) " errors logged"
               DELIMITED BY SIZE INTO degraded-line
           ELSE
             IF degraded-release EQUAL TO 1 THEN
               STRING "! MAINTENANCE: build " FUNCTION TRIM(build-id)
                 " out of date"
                 DELIMITED BY SIZE INTO degraded-line
             ELSE
             IF degraded-clock EQUAL TO 1 THEN
               STRING "! MAINTENANCE: clock off by "
                 FUNCTION TRIM(clock-edit) "s"
                 DELIMITED BY SIZE INTO degraded-line
             ELSE
             STRING "! MAINTENANCE: "
               FUNCTION TRIM(err-edit) " startup errors logged"
               DELIMITED BY SIZE INTO degraded-line
             END-IF
             END-IF
           END-IF
           CALL "b_DrawText" USING
             BY REFERENCE degraded-line
             BY VALUE 660 10 14 255 200 80 255
           END-CALL
         END-IF
         IF pm-due-count GREATER THAN 0
            OR pm-overdue-count GREATER THAN 0 THEN
           MOVE pm-due-count TO pm-edit
           MOVE pm-overdue-count TO pm-edit-2
           MOVE SPACES TO pm-line
           STRING "PM: " FUNCTION TRIM(pm-edit) " due, "
             FUNCTION TRIM(pm-edit-2) " overdue"
             DELIMITED BY SIZE INTO pm-line
           CALL "b_DrawText" USING
             BY REFERENCE pm-line
             BY VALUE 660 28 14 255 200 80 255
           END-CALL
         END-IF
         IF outside-hours EQUAL TO 1 THEN
           CALL "b_DrawRectangle" USING BY VALUE
             280 85 420 30 0 0 0 200
           ELSE
             MOVE 1 TO two-player
             MOVE 0 TO versus-mode
             PERFORM DISARM-RELAY
           END-IF
           PERFORM SAVE-CONFIG
           PERFORM WAKE-FROM-ATTRACT
         END-CALL
         IF versus-key EQUAL TO 1
            AND tournament-active EQUAL TO 0 THEN
           MOVE 0 TO bracket-armed
           EVALUATE TRUE
             WHEN versus-mode EQUAL TO 0
               MOVE 1 TO versus-mode
               MOVE 0 TO cpu-opponent
               MOVE 0 TO two-player
               PERFORM DISARM-RELAY
             WHEN versus-mode EQUAL TO 1
                  AND cpu-opponent EQUAL TO 0
               MOVE 1 TO cpu-opponent
           END-IF
           PERFORM WAKE-FROM-ATTRACT
         END-IF
         PERFORM CHECK-BRACKET-KEY
         IF versus-mode EQUAL TO 1 THEN
           CALL "b_DrawText" USING
             BY REFERENCE msg-text(32)
             PERFORM START-DAILY-CHALLENGE
           END-IF
         END-IF
         PERFORM DRAW-JACKPOT-IDLE
         IF tournament-active EQUAL TO 0 AND jackpot-on EQUAL TO 1
             THEN
           CALL "b_IsKeyPressed" USING
             BY VALUE rl-key-a
             RETURNING jackpot-key
           END-CALL
           IF jackpot-key EQUAL TO 1 THEN
             PERFORM START-JACKPOT-RUN
           END-IF
         END-IF
         IF playlist-count GREATER THAN 0
            AND tournament-active EQUAL TO 0 THEN
           CALL "b_IsKeyPressed" USING
             END-IF
             MOVE 1 TO campaign-step
             MOVE 0 TO campaign-done
             IF campaign-sel GREATER THAN 0 THEN
               PERFORM DISARM-ENDLESS
               PERFORM DISARM-PUZZLE
               PERFORM DISARM-RELAY
             END-IF
             PERFORM FIND-CAMPAIGN-RESUME
             PERFORM WAKE-FROM-ATTRACT
           END-IF
           IF service-hold-count GREATER OR EQUAL TO
               SERVICE-HOLD-FRAMES THEN
             MOVE 0 TO service-hold-count
             MOVE 0 TO staff-pin-stage
             MOVE 1 TO pin-entry-slot
             MOVE 0 TO pin-entry-digits(1)
             MOVE 0 TO pin-entry-digits(2)
         END-IF
         PERFORM DRAW-CONTROLS-LEGEND
         PERFORM DRAW-HALL-OF-FAME
         IF bracket-count GREATER THAN 0 THEN
           PERFORM DRAW-BRACKET
         ELSE
           PERFORM DRAW-LEADERBOARD
         END-IF
         PERFORM DRAW-LEVEL-REPORT
         PERFORM DRAW-PROFILE-PANEL.

           PERFORM DRAW-BEST-PER-PLAYER-BOARD
           NEXT SENTENCE
         END-IF
         IF lb-page EQUAL TO 11 THEN
           PERFORM DRAW-TEAM-BOARD-PAGE
           NEXT SENTENCE
         END-IF
         IF lb-page EQUAL TO 10 THEN
           PERFORM DRAW-PUZZLE-PROGRESS-PAGE
           NEXT SENTENCE
         END-IF
         IF lb-page EQUAL TO 9 THEN
           PERFORM DRAW-ENDLESS-BOARD-PAGE
           NEXT SENTENCE
         END-IF
         IF lb-page EQUAL TO 8 THEN
           PERFORM DRAW-RECORDS-BOOK
           NEXT SENTENCE
         END-IF
         IF lb-page EQUAL TO 7 THEN
           PERFORM DRAW-RATING-BOARD
           NEXT SENTENCE
         END-IF
         IF lb-page EQUAL TO 6 THEN
           PERFORM DRAW-COOP-BOARD-PAGE
           NEXT SENTENCE
                 PERFORM VARYING sr-j FROM 1 BY 1
                 UNTIL sr-j > MAX-SPEED-WAVES
                   MOVE sb-split(sr-j) TO srt-split(sr-count, sr-j)
                   IF sb-rev(sr-j) IS NUMERIC THEN
                     MOVE sb-rev(sr-j) TO srt-rev(sr-count, sr-j)
                   ELSE
                     MOVE 0 TO srt-rev(sr-count, sr-j)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM
           PERFORM VARYING sr-j FROM 1 BY 1
           UNTIL sr-j > MAX-SPEED-WAVES
             MOVE srt-split(1, sr-j) TO sr-best-split(sr-j)
             MOVE srt-rev(1, sr-j) TO sr-best-rev(sr-j)
           END-PERFORM
         END-IF.

           PERFORM VARYING sr-j FROM 1 BY 1
           UNTIL sr-j > MAX-SPEED-WAVES
             MOVE srt-split(sr-i, sr-j) TO sb-split(sr-j)
             MOVE srt-rev(sr-i, sr-j) TO sb-rev(sr-j)
           END-PERFORM
           WRITE SPEEDRUN-RECORD
         END-PERFORM
           PERFORM VARYING sr-j FROM 1 BY 1
           UNTIL sr-j > MAX-SPEED-WAVES
             MOVE sr-split(sr-j) TO srt-split(sr-insert-pos, sr-j)
             MOVE sr-rev(sr-j) TO srt-rev(sr-insert-pos, sr-j)
           END-PERFORM
           PERFORM SAVE-SPEEDRUN-BOARD
           PERFORM LOAD-SPEEDRUN-BOARD
         MOVE sr-split(sr-last-wave) TO sr-edit
         MOVE SPACES TO sr-line
         IF sr-have-best EQUAL TO 1
            AND sr-pace-ok EQUAL TO 1
            AND sr-best-split(sr-last-wave) GREATER THAN 0 THEN
           COMPUTE sr-diff = sr-split(sr-last-wave)
             - sr-best-split(sr-last-wave)
           END-IF
         END-PERFORM.

      * Arming opens a fresh endless run at wave 1 on a new seed and
      * rebuilds the waiting formation from it. Speedrun, the
      * gauntlet and campaigns stand down: each picks the waves or
      * the board another way. Not offered to duos, versus, parties
      * or tournaments, whose boards take every run.
       ARM-ENDLESS.
         IF tournament-active EQUAL TO 1 OR party-active EQUAL TO 1
            OR two-player EQUAL TO 1 OR versus-mode EQUAL TO 1 THEN
           NEXT SENTENCE
         END-IF
         MOVE 1 TO endless-mode
         MOVE 0 TO speedrun-mode
         MOVE 0 TO rival-challenge-mode
         MOVE 0 TO campaign-sel
         MOVE 0 TO puzzle-sel
         PERFORM DISARM-RELAY
         MOVE START-ENEMY-COUNT TO current-count
         MOVE 0 TO score
         PERFORM OPEN-ENDLESS-RUN
         PERFORM SET-INITIAL-VALUES.

      * Back to the LEVELS.DAT ladder from its first wave. Every
      * other mode's start comes through here, so no endless wave
      * is ever left waiting for a run it was not dealt for.
       DISARM-ENDLESS.
         IF endless-mode EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO endless-mode
         MOVE START-ENEMY-COUNT TO current-count
         MOVE 0 TO score
         PERFORM SET-INITIAL-VALUES.

       OPEN-ENDLESS-RUN.
         MOVE 1 TO endless-depth
         MOVE 0 TO endless-base
         MOVE FUNCTION CURRENT-DATE(9:8) TO seed-time-part
         COMPUTE endless-seed = seed-time-part + 1.

      * One endless run, one seed: every wave of it plays on the seed
      * its waves are dealt from, so a wave's track, seed and depth
      * replay it exactly. A live serve notes the score carried in.
       SEED-ENDLESS-RUN.
         MOVE endless-seed TO run-seed
         MOVE run-seed TO rng-state
         IF charge-exempt EQUAL TO 0 THEN
           MOVE score TO endless-base
         END-IF.

      * A run files when it ends, the wave it fell on as its depth,
      * deepest first and score within the wave; a cleared wave
      * files nothing, the run goes on. The entry keeps the last
      * wave's evidence, as INSERT-HISCORE keeps it for the boards.
       RECORD-ENDLESS-RESULT.
         IF pending-outcome NOT EQUAL TO 3 THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO endless-insert-pos
         PERFORM VARYING endless-i FROM 1 BY 1
         UNTIL endless-i > endless-count
           IF endless-insert-pos EQUAL TO 0
              AND (endless-depth GREATER THAN ebt-depth(endless-i)
                   OR (endless-depth EQUAL TO ebt-depth(endless-i)
                       AND score GREATER THAN ebt-score(endless-i)))
               THEN
             MOVE endless-i TO endless-insert-pos
           END-IF
         END-PERFORM
         IF endless-insert-pos EQUAL TO 0 THEN
           IF endless-count LESS THAN MAX-ENDLESS-BOARD THEN
             ADD 1 TO endless-count
             MOVE endless-count TO endless-insert-pos
           END-IF
         ELSE
           IF endless-count LESS THAN MAX-ENDLESS-BOARD THEN
             ADD 1 TO endless-count
           END-IF
           PERFORM VARYING endless-i FROM endless-count BY -1
           UNTIL endless-i EQUAL TO endless-insert-pos
             MOVE eb-entry(endless-i - 1) TO eb-entry(endless-i)
           END-PERFORM
         END-IF
         IF endless-insert-pos GREATER THAN 0 THEN
           PERFORM COMPUTE-TRACK-ATTEST
           MOVE player-initials TO ebt-initials(endless-insert-pos)
           MOVE endless-depth TO ebt-depth(endless-insert-pos)
           MOVE score TO ebt-score(endless-insert-pos)
           MOVE FUNCTION CURRENT-DATE(1:8) TO
             ebt-date(endless-insert-pos)
           MOVE run-seed TO ebt-seed(endless-insert-pos)
           MOVE endless-base TO ebt-base(endless-insert-pos)
           MOVE att-track TO ebt-track(endless-insert-pos)
           MOVE att-value TO ebt-attest(endless-insert-pos)
           MOVE difficulty-level TO ebt-difficulty(endless-insert-pos)
           MOVE run-promo-mult TO ebt-promo(endless-insert-pos)
           PERFORM SAVE-ENDLESS-BOARD
         END-IF.

       LOAD-ENDLESS-BOARD.
         MOVE 0 TO endless-count
         OPEN INPUT ENDLESS-BOARD-FILE
         IF endless-status EQUAL TO "00" THEN
           PERFORM VARYING endless-i FROM 1 BY 1
           UNTIL endless-i > MAX-ENDLESS-BOARD
             READ ENDLESS-BOARD-FILE
               AT END
                 MOVE MAX-ENDLESS-BOARD TO endless-i
               NOT AT END
                 IF eb-depth IS NUMERIC AND eb-score IS NUMERIC THEN
                   ADD 1 TO endless-count
                   MOVE eb-initials TO ebt-initials(endless-count)
                   MOVE eb-depth TO ebt-depth(endless-count)
                   MOVE eb-score TO ebt-score(endless-count)
                   MOVE eb-date TO ebt-date(endless-count)
                   IF eb-seed IS NUMERIC AND eb-base IS NUMERIC
                      AND eb-track IS NUMERIC
                      AND eb-attest IS NUMERIC
                      AND eb-difficulty IS NUMERIC
                      AND eb-promo IS NUMERIC THEN
                     MOVE eb-seed TO ebt-seed(endless-count)
                     MOVE eb-base TO ebt-base(endless-count)
                     MOVE eb-track TO ebt-track(endless-count)
                     MOVE eb-attest TO ebt-attest(endless-count)
                     MOVE eb-difficulty TO
                       ebt-difficulty(endless-count)
                     MOVE eb-promo TO ebt-promo(endless-count)
                   ELSE
                     MOVE 0 TO ebt-seed(endless-count)
                     MOVE 0 TO ebt-base(endless-count)
                     MOVE 0 TO ebt-track(endless-count)
                     MOVE 0 TO ebt-attest(endless-count)
                     MOVE 2 TO ebt-difficulty(endless-count)
                     MOVE 1 TO ebt-promo(endless-count)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ENDLESS-BOARD-FILE
         END-IF.

       SAVE-ENDLESS-BOARD.
         OPEN OUTPUT ENDLESS-BOARD-FILE
         PERFORM VARYING endless-i FROM 1 BY 1
         UNTIL endless-i > endless-count
           MOVE ebt-initials(endless-i) TO eb-initials
           MOVE ebt-depth(endless-i) TO eb-depth
           MOVE ebt-score(endless-i) TO eb-score
           MOVE ebt-date(endless-i) TO eb-date
           MOVE ebt-seed(endless-i) TO eb-seed
           MOVE ebt-base(endless-i) TO eb-base
           MOVE ebt-track(endless-i) TO eb-track
           MOVE ebt-attest(endless-i) TO eb-attest
           MOVE ebt-difficulty(endless-i) TO eb-difficulty
           MOVE ebt-promo(endless-i) TO eb-promo
           WRITE ENDLESS-RECORD
         END-PERFORM
         CLOSE ENDLESS-BOARD-FILE.

      * In-run depth line, where the speedrun pace sits on its runs.
       DRAW-ENDLESS-DEPTH.
         MOVE endless-depth TO endless-depth-edit
         MOVE SPACES TO endless-line
         STRING "ENDLESS wave " FUNCTION TRIM(endless-depth-edit)
           DELIMITED BY SIZE INTO endless-line
         CALL "b_DrawText" USING
           BY REFERENCE endless-line
           BY VALUE 420 95 14 150 255 220 255
         END-CALL.

      * Endless board page in the M rotation.
       DRAW-ENDLESS-BOARD-PAGE.
         CALL "b_DrawText" USING
           BY REFERENCE "ENDLESS BOARD (deepest wave)"
           BY VALUE 30 150 18 255 255 255 255
         END-CALL
         IF endless-count EQUAL TO 0 THEN
           CALL "b_DrawText" USING
             BY REFERENCE "No endless runs yet"
             BY VALUE 30 180 16 200 200 200 255
           END-CALL
           NEXT SENTENCE
         END-IF
         MOVE 180 TO endless-y
         PERFORM VARYING endless-i FROM 1 BY 1
         UNTIL endless-i > endless-count
           MOVE endless-i TO endless-rank-edit
           MOVE ebt-depth(endless-i) TO endless-depth-edit
           MOVE ebt-score(endless-i) TO endless-score-edit
           MOVE SPACES TO endless-line
           STRING endless-rank-edit ". " ebt-initials(endless-i)
             "  wave " endless-depth-edit "  " endless-score-edit
             "  (" ebt-date(endless-i) ")"
             DELIMITED BY SIZE INTO endless-line
           CALL "b_DrawText" USING
             BY REFERENCE endless-line
             BY VALUE 30 endless-y 16 200 200 0 255
           END-CALL
           ADD 22 TO endless-y
         END-PERFORM.

      * F6 steps through the puzzle waves and back to the ordinary
      * ladder. A puzzle stands down endless, speedrun, the gauntlet
      * and campaigns, and like them is not offered to duos, versus,
      * parties or tournaments.
       STEP-PUZZLE-SELECTION.
         IF tournament-active EQUAL TO 1 OR party-active EQUAL TO 1
            OR two-player EQUAL TO 1 OR versus-mode EQUAL TO 1 THEN
           NEXT SENTENCE
         END-IF
         ADD 1 TO puzzle-sel
         IF puzzle-sel GREATER THAN puzzle-count THEN
           MOVE 0 TO puzzle-sel
         ELSE
           MOVE 0 TO endless-mode
           MOVE 0 TO speedrun-mode
           MOVE 0 TO rival-challenge-mode
           MOVE 0 TO campaign-sel
           PERFORM DISARM-RELAY
         END-IF
         MOVE START-ENEMY-COUNT TO current-count
         MOVE 0 TO score
         PERFORM SET-INITIAL-VALUES.

      * Back to the ladder, as DISARM-ENDLESS does for its mode.
       DISARM-PUZZLE.
         IF puzzle-sel EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO puzzle-sel
         MOVE START-ENEMY-COUNT TO current-count
         MOVE 0 TO score
         PERFORM SET-INITIAL-VALUES.

      * The puzzle waves are the LEVELS.DAT layouts whose newest
      * record carries a launch budget, held in level order. The
      * last record wins, as LOAD-LEVEL-LAYOUT reads the file, so a
      * layout re-saved with no budget stops being a puzzle.
       LOAD-PUZZLE-CATALOG.
         MOVE 0 TO puzzle-count
         MOVE 0 TO puzzle-sel
         OPEN INPUT LEVELS-FILE
         IF levels-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO puzzle-eof
         PERFORM UNTIL puzzle-eof EQUAL TO 1
           READ LEVELS-FILE NEXT RECORD
             AT END
               MOVE 1 TO puzzle-eof
             NOT AT END
               IF level-num IS NUMERIC THEN
                 PERFORM FILE-PUZZLE-LAYOUT
               END-IF
           END-READ
         END-PERFORM
         CLOSE LEVELS-FILE
         MOVE 0 TO puzzle-j
         PERFORM VARYING puzzle-i FROM 1 BY 1
         UNTIL puzzle-i > puzzle-count
           IF pzw-budget(puzzle-i) GREATER THAN 0 THEN
             ADD 1 TO puzzle-j
             MOVE pzw-entry(puzzle-i) TO pzw-entry(puzzle-j)
           END-IF
         END-PERFORM
         MOVE puzzle-j TO puzzle-count.

      * A level already held takes the newer budget and par (a
      * budget of 0 marks it for dropping); a new puzzle goes in at
      * its place in level order. Par outside 1..budget reads as the
      * budget itself.
       FILE-PUZZLE-LAYOUT.
         MOVE 0 TO puzzle-pos
         PERFORM VARYING puzzle-i FROM 1 BY 1
         UNTIL puzzle-i > puzzle-count
           IF pzw-level(puzzle-i) EQUAL TO level-num THEN
             MOVE puzzle-i TO puzzle-pos
           END-IF
         END-PERFORM
         IF level-budget IS NOT NUMERIC OR level-par IS NOT NUMERIC
            OR level-budget EQUAL TO 0 THEN
           IF puzzle-pos GREATER THAN 0 THEN
             MOVE 0 TO pzw-budget(puzzle-pos)
           END-IF
           NEXT SENTENCE
         END-IF
         IF puzzle-pos EQUAL TO 0 THEN
           IF puzzle-count NOT LESS THAN MAX-PUZZLES THEN
             NEXT SENTENCE
           END-IF
           MOVE 1 TO puzzle-pos
           PERFORM VARYING puzzle-i FROM 1 BY 1
           UNTIL puzzle-i > puzzle-count
             IF pzw-level(puzzle-i) LESS THAN level-num THEN
               COMPUTE puzzle-pos = puzzle-i + 1
             END-IF
           END-PERFORM
           ADD 1 TO puzzle-count
           PERFORM VARYING puzzle-i FROM puzzle-count BY -1
           UNTIL puzzle-i NOT GREATER THAN puzzle-pos
             MOVE pzw-entry(puzzle-i - 1) TO pzw-entry(puzzle-i)
           END-PERFORM
           MOVE level-num TO pzw-level(puzzle-pos)
         END-IF
         MOVE level-budget TO pzw-budget(puzzle-pos)
         MOVE level-par TO pzw-par(puzzle-pos)
         IF level-par EQUAL TO 0
            OR level-par GREATER THAN level-budget THEN
           MOVE level-budget TO pzw-par(puzzle-pos)
         END-IF.

      * A new play's run ID: the cabinet (000000 until it has an
      * ID), today's date and the next number in the day's count
      * kept in RUN-SEQ.DAT, which starts again from 1 each date.
       ASSIGN-RUN-ID.
         MOVE FUNCTION CURRENT-DATE(1:8) TO run-id-date
         MOVE 1 TO run-seq-next
         OPEN INPUT RUN-SEQ-FILE
         IF run-seq-status EQUAL TO "00" THEN
           READ RUN-SEQ-FILE
             NOT AT END
               IF rq-date EQUAL TO run-id-date
                  AND rq-seq IS NUMERIC
                  AND rq-seq LESS THAN 9999 THEN
                 COMPUTE run-seq-next = rq-seq + 1
               END-IF
           END-READ
           CLOSE RUN-SEQ-FILE
         END-IF
         OPEN OUTPUT RUN-SEQ-FILE
         MOVE run-id-date TO rq-date
         MOVE run-seq-next TO rq-seq
         WRITE RUN-SEQ-RECORD
         CLOSE RUN-SEQ-FILE
         IF cabinet-id EQUAL TO SPACES THEN
           MOVE "000000" TO run-id-cabinet
         ELSE
           MOVE cabinet-id TO run-id-cabinet
         END-IF
         MOVE "-" TO run-id-dash-1
         MOVE "-" TO run-id-dash-2
         MOVE run-seq-next TO run-id-seq.

       LOAD-PUZZLE-STARS.
         MOVE 0 TO puzzle-star-count
         OPEN INPUT PUZZLE-STARS-FILE
         IF puzzle-stars-status EQUAL TO "00" THEN
           MOVE 0 TO puzzle-eof
           PERFORM UNTIL puzzle-eof EQUAL TO 1
             READ PUZZLE-STARS-FILE
               AT END
                 MOVE 1 TO puzzle-eof
               NOT AT END
                 IF pzr-level IS NUMERIC AND pzr-stars IS NUMERIC
                    AND pzr-launches IS NUMERIC
                    AND puzzle-star-count LESS THAN
                        MAX-PUZZLE-STARS THEN
                   ADD 1 TO puzzle-star-count
                   MOVE pzr-initials TO
                     pzs-initials(puzzle-star-count)
                   MOVE pzr-level TO pzs-level(puzzle-star-count)
                   MOVE pzr-stars TO pzs-stars(puzzle-star-count)
                   MOVE pzr-launches TO
                     pzs-launches(puzzle-star-count)
                   MOVE pzr-date TO pzs-date(puzzle-star-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-STARS-FILE
         END-IF.

       SAVE-PUZZLE-STARS.
         OPEN OUTPUT PUZZLE-STARS-FILE
         PERFORM VARYING puzzle-i FROM 1 BY 1
         UNTIL puzzle-i > puzzle-star-count
           MOVE pzs-initials(puzzle-i) TO pzr-initials
           MOVE pzs-level(puzzle-i) TO pzr-level
           MOVE pzs-stars(puzzle-i) TO pzr-stars
           MOVE pzs-launches(puzzle-i) TO pzr-launches
           MOVE pzs-date(puzzle-i) TO pzr-date
           WRITE PUZZLE-STARS-RECORD
         END-PERFORM
         CLOSE PUZZLE-STARS-FILE.

      * Only a clear earns stars; a wave lost with its budget spent
      * files nothing and waits to be tried again. The best rating
      * and the fewest launches are each kept as they improve.
       RECORD-PUZZLE-RESULT.
         IF pending-outcome NOT EQUAL TO 4 THEN
           NEXT SENTENCE
         END-IF
         COMPUTE puzzle-launches =
           pzw-budget(puzzle-sel) - lives-remaining + 1
         EVALUATE TRUE
           WHEN puzzle-launches NOT GREATER THAN pzw-par(puzzle-sel)
             MOVE 3 TO puzzle-stars
           WHEN puzzle-launches EQUAL TO pzw-par(puzzle-sel) + 1
             MOVE 2 TO puzzle-stars
           WHEN OTHER
             MOVE 1 TO puzzle-stars
         END-EVALUATE
         MOVE 0 TO puzzle-pos
         PERFORM VARYING puzzle-i FROM 1 BY 1
         UNTIL puzzle-i > puzzle-star-count
           IF pzs-initials(puzzle-i) EQUAL TO player-initials
              AND pzs-level(puzzle-i) EQUAL TO
                  pzw-level(puzzle-sel) THEN
             MOVE puzzle-i TO puzzle-pos
           END-IF
         END-PERFORM
         IF puzzle-pos EQUAL TO 0 THEN
           IF puzzle-star-count NOT LESS THAN MAX-PUZZLE-STARS THEN
             NEXT SENTENCE
           END-IF
           ADD 1 TO puzzle-star-count
           MOVE puzzle-star-count TO puzzle-pos
           MOVE player-initials TO pzs-initials(puzzle-pos)
           MOVE pzw-level(puzzle-sel) TO pzs-level(puzzle-pos)
           MOVE 0 TO pzs-stars(puzzle-pos)
           MOVE 9 TO pzs-launches(puzzle-pos)
         END-IF
         IF puzzle-stars GREATER THAN pzs-stars(puzzle-pos) THEN
           MOVE puzzle-stars TO pzs-stars(puzzle-pos)
           MOVE FUNCTION CURRENT-DATE(1:8) TO pzs-date(puzzle-pos)
         END-IF
         IF puzzle-launches LESS THAN pzs-launches(puzzle-pos) THEN
           MOVE puzzle-launches TO pzs-launches(puzzle-pos)
         END-IF
         PERFORM SAVE-PUZZLE-STARS.

      * Best rating the current initials hold on catalog entry
      * puzzle-i: 0 stars (and no launches) when never cleared.
       FIND-PUZZLE-BEST.
         MOVE 0 TO puzzle-stars
         MOVE 0 TO puzzle-launches
         PERFORM VARYING puzzle-j FROM 1 BY 1
         UNTIL puzzle-j > puzzle-star-count
           IF pzs-initials(puzzle-j) EQUAL TO player-initials
              AND pzs-level(puzzle-j) EQUAL TO pzw-level(puzzle-i)
               THEN
             MOVE pzs-stars(puzzle-j) TO puzzle-stars
             MOVE pzs-launches(puzzle-j) TO puzzle-launches
           END-IF
         END-PERFORM
         EVALUATE puzzle-stars
           WHEN 3
             MOVE "***" TO puzzle-star-text
           WHEN 2
             MOVE "** " TO puzzle-star-text
           WHEN 1
             MOVE "*  " TO puzzle-star-text
           WHEN OTHER
             MOVE "---" TO puzzle-star-text
         END-EVALUATE.

      * Armed line on the idle screen, on the speedrun line: a
      * puzzle drops speedrun and endless both.
       DRAW-PUZZLE-ARMED.
         MOVE puzzle-sel TO puzzle-i
         PERFORM FIND-PUZZLE-BEST
         MOVE pzw-level(puzzle-sel) TO puzzle-level-edit
         MOVE SPACES TO puzzle-line
         STRING "Puzzle (F6): wave " FUNCTION TRIM(puzzle-level-edit)
           ", " pzw-budget(puzzle-sel) " launches, par "
           pzw-par(puzzle-sel) " - best " puzzle-star-text
           DELIMITED BY SIZE INTO puzzle-line
         CALL "b_DrawText" USING
           BY REFERENCE puzzle-line
           BY VALUE 30 542 14 150 255 220 255
         END-CALL.

      * In-run launch count, where the endless depth sits.
       DRAW-PUZZLE-LAUNCHES.
         MOVE 1 TO puzzle-launches
         IF lives-remaining NOT GREATER THAN pzw-budget(puzzle-sel)
             THEN
           COMPUTE puzzle-launches =
             pzw-budget(puzzle-sel) - lives-remaining + 1
         END-IF
         MOVE SPACES TO puzzle-line
         STRING "PUZZLE launch " puzzle-launches " of "
           pzw-budget(puzzle-sel) ", par " pzw-par(puzzle-sel)
           DELIMITED BY SIZE INTO puzzle-line
         CALL "b_DrawText" USING
           BY REFERENCE puzzle-line
           BY VALUE 420 95 14 150 255 220 255
         END-CALL.

      * Puzzle progress page in the M rotation: the current
      * initials' stars out of three a wave, wave by wave.
       DRAW-PUZZLE-PROGRESS-PAGE.
         MOVE SPACES TO puzzle-line
         STRING "PUZZLE PROGRESS - " player-initials
           DELIMITED BY SIZE INTO puzzle-line
         CALL "b_DrawText" USING
           BY REFERENCE puzzle-line
           BY VALUE 30 150 18 255 255 255 255
         END-CALL
         IF puzzle-count EQUAL TO 0 THEN
           CALL "b_DrawText" USING
             BY REFERENCE "No puzzle waves on this cabinet"
             BY VALUE 30 180 16 200 200 200 255
           END-CALL
           NEXT SENTENCE
         END-IF
         MOVE 0 TO puzzle-earned
         PERFORM VARYING puzzle-i FROM 1 BY 1
         UNTIL puzzle-i > puzzle-count
           PERFORM FIND-PUZZLE-BEST
           ADD puzzle-stars TO puzzle-earned
         END-PERFORM
         COMPUTE puzzle-total = puzzle-count * 3
         MOVE puzzle-earned TO puzzle-earned-edit
         MOVE puzzle-total TO puzzle-total-edit
         MOVE SPACES TO puzzle-line
         STRING FUNCTION TRIM(puzzle-earned-edit) " of "
           FUNCTION TRIM(puzzle-total-edit) " stars collected"
           DELIMITED BY SIZE INTO puzzle-line
         CALL "b_DrawText" USING
           BY REFERENCE puzzle-line
           BY VALUE 30 175 16 255 230 80 255
         END-CALL
         MOVE 200 TO puzzle-y
         PERFORM VARYING puzzle-i FROM 1 BY 1
         UNTIL puzzle-i > puzzle-count OR puzzle-i > 14
           PERFORM FIND-PUZZLE-BEST
           MOVE pzw-level(puzzle-i) TO puzzle-level-edit
           MOVE SPACES TO puzzle-line
           STRING "wave " puzzle-level-edit "  " puzzle-star-text
             "  par " pzw-par(puzzle-i) " of "
             pzw-budget(puzzle-i)
             DELIMITED BY SIZE INTO puzzle-line
           IF puzzle-stars GREATER THAN 0 THEN
             STRING "  best " puzzle-launches
               DELIMITED BY SIZE INTO puzzle-line(30:10)
           END-IF
           CALL "b_DrawText" USING
             BY REFERENCE puzzle-line
             BY VALUE 30 puzzle-y 16 200 200 0 255
           END-CALL
           ADD 20 TO puzzle-y
         END-PERFORM.

      * TEAMS.DAT is written by the TEAM tool and read whole. The
      * idle sync tick reloads it, so a team registered while the
      * cabinet is up can be armed without a restart.
       LOAD-TEAMS.
         MOVE 0 TO team-count
         OPEN INPUT TEAMS-FILE
         IF teams-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         PERFORM VARYING team-i FROM 1 BY 1
         UNTIL team-i > MAX-RELAY-TEAMS
           READ TEAMS-FILE NEXT RECORD
             AT END
               MOVE MAX-RELAY-TEAMS TO team-i
             NOT AT END
               IF tm-size IS NUMERIC
                  AND tm-size GREATER OR EQUAL TO 2
                  AND tm-size LESS OR EQUAL TO 4 THEN
                 ADD 1 TO team-count
                 MOVE tm-name TO tmt-name(team-count)
                 MOVE tm-size TO tmt-size(team-count)
                 PERFORM VARYING relay-m FROM 1 BY 1
                 UNTIL relay-m > 4
                   MOVE tm-member(relay-m) TO
                     tmt-member(team-count, relay-m)
                 END-PERFORM
               END-IF
           END-READ
         END-PERFORM
         CLOSE TEAMS-FILE
         IF relay-sel GREATER THAN team-count
            AND relay-running EQUAL TO 0 THEN
           MOVE 0 TO relay-sel
           MOVE 0 TO relay-mode
         END-IF.

      * F7 steps through the registered teams and back to the
      * ladder, as F6 steps the puzzles. Arming a team stands down
      * every other way of playing; pressing F7 while a relay is
      * under way between legs ends it where it stands and files it.
       STEP-RELAY-TEAM.
         IF tournament-active EQUAL TO 1 OR party-active EQUAL TO 1
             THEN
           NEXT SENTENCE
         END-IF
         IF relay-running GREATER THAN 0 THEN
           PERFORM DISARM-RELAY
           NEXT SENTENCE
         END-IF
         ADD 1 TO relay-sel
         IF relay-sel GREATER THAN team-count THEN
           MOVE 0 TO relay-sel
           MOVE 0 TO relay-mode
         ELSE
           MOVE 1 TO relay-mode
           MOVE tmt-name(relay-sel) TO relay-name
           MOVE tmt-size(relay-sel) TO relay-size
           PERFORM VARYING relay-m FROM 1 BY 1 UNTIL relay-m > 4
             MOVE tmt-member(relay-sel, relay-m) TO
               relay-member(relay-m)
           END-PERFORM
           MOVE 0 TO versus-mode
           MOVE 0 TO cpu-opponent
           MOVE 0 TO two-player
           MOVE 0 TO bracket-armed
           PERFORM DISARM-ENDLESS
           PERFORM DISARM-PUZZLE
           MOVE 0 TO speedrun-mode
           MOVE 0 TO rival-challenge-mode
           MOVE 0 TO campaign-sel
         END-IF
         MOVE START-ENEMY-COUNT TO current-count
         MOVE 0 TO score
         PERFORM SET-INITIAL-VALUES.

      * Back to the ladder, as DISARM-ENDLESS does for its mode. A
      * relay with legs on the book files as it stands first.
       DISARM-RELAY.
         IF relay-mode EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         IF relay-running EQUAL TO 1
            AND relay-leg-count GREATER THAN 0 THEN
           PERFORM FILE-RELAY-RESULT
         END-IF
         MOVE 0 TO relay-mode
         MOVE 0 TO relay-running
         MOVE 0 TO relay-sel
         MOVE START-ENEMY-COUNT TO current-count
         MOVE 0 TO score
         PERFORM SET-INITIAL-VALUES.

      * Every serve of a relay is one leg. The first opens the
      * team's pool of lives; each leg after takes the pool as the
      * last leg handed it on, and is played under the initials of
      * the member whose turn it is.
       START-RELAY-LEG.
         IF relay-running EQUAL TO 0 THEN
           MOVE 1 TO relay-running
           MOVE 1 TO relay-turn
           MOVE 0 TO relay-leg-count
           MOVE 0 TO relay-waves
           MOVE 0 TO relay-rank
           PERFORM VARYING relay-m FROM 1 BY 1 UNTIL relay-m > 4
             MOVE 0 TO relay-member-score(relay-m)
             MOVE 0 TO relay-member-legs(relay-m)
           END-PERFORM
           COMPUTE relay-lives = START-LIVES +
             (RELAY-LIVES-PER-MEMBER * (relay-size - 1))
         END-IF
         MOVE relay-member(relay-turn) TO player-initials
         PERFORM REFRESH-PLAYER-CONTEXT
         MOVE relay-lives TO lives-remaining
         MOVE score TO relay-leg-base
         PERFORM START-LEVEL-TIMER.

      * A leg books its wave, time, score and lives lost to the
      * member who played it, and credits that member's profile
      * with the leg's score alone. A cleared wave hands the pool
      * to the next member in running order; a leg that runs the
      * pool dry ends the relay and files the team.
       RECORD-RELAY-LEG.
         IF pending-outcome EQUAL TO 4 THEN
           MOVE level-duration TO relay-leg-secs
         ELSE
           PERFORM COMPUTE-ABS-SECONDS-NOW
           COMPUTE relay-leg-secs = abs-seconds-now - level-start-abs
         END-IF
         MOVE 0 TO relay-leg-score
         IF score GREATER THAN relay-leg-base THEN
           COMPUTE relay-leg-score = score - relay-leg-base
         END-IF
         MOVE 0 TO relay-leg-lost
         IF lives-remaining LESS THAN relay-lives THEN
           COMPUTE relay-leg-lost = relay-lives - lives-remaining
         END-IF
         IF relay-leg-count LESS THAN MAX-RELAY-LEGS THEN
           ADD 1 TO relay-leg-count
           MOVE relay-member(relay-turn) TO
             rlg-member(relay-leg-count)
           COMPUTE rlg-wave(relay-leg-count) =
             current-count / START-ENEMY-COUNT
           MOVE relay-leg-secs TO rlg-secs(relay-leg-count)
           MOVE relay-leg-score TO rlg-score(relay-leg-count)
           MOVE relay-leg-lost TO rlg-lost(relay-leg-count)
           MOVE 0 TO rlg-cleared(relay-leg-count)
           IF pending-outcome EQUAL TO 4 THEN
             MOVE 1 TO rlg-cleared(relay-leg-count)
           END-IF
         END-IF
         ADD relay-leg-score TO relay-member-score(relay-turn)
         ADD 1 TO relay-member-legs(relay-turn)
         MOVE score TO relay-save-score
         MOVE relay-leg-score TO score
         PERFORM UPDATE-PLAYER-PROFILE
         MOVE relay-save-score TO score
         IF pending-outcome EQUAL TO 4 THEN
           MOVE lives-remaining TO relay-lives
           ADD 1 TO relay-waves
           ADD 1 TO relay-turn
           IF relay-turn GREATER THAN relay-size THEN
             MOVE 1 TO relay-turn
           END-IF
         ELSE
           PERFORM FILE-RELAY-RESULT
           MOVE 2 TO relay-running
         END-IF.

      * The team's score is what its members put in between them.
      * It files to TEAM-BOARD.DAT by that score, roster and all,
      * and the relay sheet prints whether or not it made the board.
       FILE-RELAY-RESULT.
         MOVE 0 TO relay-team-score
         PERFORM VARYING relay-m FROM 1 BY 1
         UNTIL relay-m > relay-size
           ADD relay-member-score(relay-m) TO relay-team-score
         END-PERFORM
         PERFORM LOAD-TEAM-BOARD
         MOVE 0 TO relay-insert-pos
         PERFORM VARYING team-i FROM 1 BY 1
         UNTIL team-i > team-board-count
           IF relay-insert-pos EQUAL TO 0
              AND relay-team-score GREATER THAN tbt-score(team-i)
               THEN
             MOVE team-i TO relay-insert-pos
           END-IF
         END-PERFORM
         IF relay-insert-pos EQUAL TO 0 THEN
           IF team-board-count LESS THAN MAX-TEAM-BOARD THEN
             ADD 1 TO team-board-count
             MOVE team-board-count TO relay-insert-pos
           END-IF
         ELSE
           IF team-board-count LESS THAN MAX-TEAM-BOARD THEN
             ADD 1 TO team-board-count
           END-IF
           PERFORM VARYING team-i FROM team-board-count BY -1
           UNTIL team-i EQUAL TO relay-insert-pos
             MOVE tbt-row(team-i - 1) TO tbt-row(team-i)
           END-PERFORM
         END-IF
         MOVE relay-insert-pos TO relay-rank
         IF relay-insert-pos GREATER THAN 0 THEN
           MOVE relay-name TO tbt-name(relay-insert-pos)
           MOVE relay-size TO tbt-size(relay-insert-pos)
           PERFORM VARYING relay-m FROM 1 BY 1 UNTIL relay-m > 4
             MOVE relay-member(relay-m) TO
               tbt-member(relay-insert-pos, relay-m)
             MOVE relay-member-score(relay-m) TO
               tbt-member-score(relay-insert-pos, relay-m)
           END-PERFORM
           MOVE relay-team-score TO tbt-score(relay-insert-pos)
           MOVE relay-waves TO tbt-waves(relay-insert-pos)
           MOVE FUNCTION CURRENT-DATE(1:8) TO
             tbt-date(relay-insert-pos)
           PERFORM SAVE-TEAM-BOARD
         END-IF
         PERFORM PRINT-RELAY-SHEET.

      * The leg that filed the relay has had its bookkeeping; the
      * mode stands down and the cabinet is back on the ladder.
       CLOSE-RELAY.
         MOVE 0 TO relay-mode
         MOVE 0 TO relay-running
         MOVE 0 TO relay-sel.

       LOAD-TEAM-BOARD.
         MOVE 0 TO team-board-count
         OPEN INPUT TEAM-BOARD-FILE
         IF team-board-status EQUAL TO "00" THEN
           PERFORM VARYING team-i FROM 1 BY 1
           UNTIL team-i > MAX-TEAM-BOARD
             READ TEAM-BOARD-FILE
               AT END
                 MOVE MAX-TEAM-BOARD TO team-i
               NOT AT END
                 IF tb-score IS NUMERIC AND tb-size IS NUMERIC THEN
                   ADD 1 TO team-board-count
                   MOVE TEAM-BOARD-RECORD TO
                     tbt-row(team-board-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TEAM-BOARD-FILE
         END-IF.

       SAVE-TEAM-BOARD.
         OPEN OUTPUT TEAM-BOARD-FILE
         PERFORM VARYING team-i FROM 1 BY 1
         UNTIL team-i > team-board-count
           MOVE tbt-row(team-i) TO TEAM-BOARD-RECORD
           WRITE TEAM-BOARD-RECORD
         END-PERFORM
         CLOSE TEAM-BOARD-FILE.

      * The relay sheet: the team, every leg in the order it was
      * run, each member's total and the team's score and rank.
       PRINT-RELAY-SHEET.
         PERFORM COMPUTE-SECONDS-NOW
         OPEN EXTEND TICKET-SPOOL-FILE
         IF ticket-spool-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TICKET-SPOOL-FILE
         END-IF
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         MOVE "          TEAM RELAY" TO relay-line
         WRITE TICKET-SPOOL-RECORD FROM relay-line
         MOVE SPACES TO relay-line
         STRING "  " FUNCTION CURRENT-DATE(1:8) " " cur-hhmmss-text
           "  CAB " cabinet-id
           DELIMITED BY SIZE INTO relay-line
         WRITE TICKET-SPOOL-RECORD FROM relay-line
         MOVE SPACES TO relay-line
         STRING "  TEAM " relay-name
           DELIMITED BY SIZE INTO relay-line
         WRITE TICKET-SPOOL-RECORD FROM relay-line
         MOVE "  LEG WHO WAVE  SECS  SCORE LOST" TO relay-line
         WRITE TICKET-SPOOL-RECORD FROM relay-line
         PERFORM VARYING relay-k FROM 1 BY 1
         UNTIL relay-k > relay-leg-count
           MOVE relay-k TO relay-leg-edit
           MOVE rlg-wave(relay-k) TO relay-wave-edit
           MOVE rlg-secs(relay-k) TO relay-secs-edit
           MOVE rlg-score(relay-k) TO relay-edit
           MOVE SPACES TO relay-line
           STRING "  " relay-leg-edit " " rlg-member(relay-k)
             "  " relay-wave-edit " " relay-secs-edit
             " " relay-edit "    " rlg-lost(relay-k)
             DELIMITED BY SIZE INTO relay-line
           IF rlg-cleared(relay-k) EQUAL TO 1 THEN
             MOVE "*" TO relay-line(36:1)
           END-IF
           WRITE TICKET-SPOOL-RECORD FROM relay-line
         END-PERFORM
         PERFORM VARYING relay-m FROM 1 BY 1
         UNTIL relay-m > relay-size
           MOVE relay-member-score(relay-m) TO relay-edit
           MOVE relay-member-legs(relay-m) TO relay-leg-edit
           MOVE SPACES TO relay-line
           STRING "  " relay-member(relay-m) " " relay-leg-edit
             " legs " relay-edit
             DELIMITED BY SIZE INTO relay-line
           WRITE TICKET-SPOOL-RECORD FROM relay-line
         END-PERFORM
         MOVE relay-team-score TO relay-edit
         MOVE relay-waves TO relay-wave-edit
         MOVE SPACES TO relay-line
         STRING "  TEAM SCORE " relay-edit "  WAVES " relay-wave-edit
           DELIMITED BY SIZE INTO relay-line
         WRITE TICKET-SPOOL-RECORD FROM relay-line
         MOVE SPACES TO relay-line
         IF relay-rank GREATER THAN 0 THEN
           MOVE relay-rank TO relay-rank-edit
           STRING "  TEAM BOARD RANK " relay-rank-edit
             DELIMITED BY SIZE INTO relay-line
         ELSE
           MOVE "  OFF THE TEAM BOARD" TO relay-line
         END-IF
         WRITE TICKET-SPOOL-RECORD FROM relay-line
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         CLOSE TICKET-SPOOL-FILE.

      * Idle line for an armed team, where the other modes show.
       DRAW-RELAY-ARMED.
         MOVE SPACES TO relay-line
         IF relay-running EQUAL TO 1 THEN
           MOVE relay-waves TO relay-wave-edit
           STRING "Relay (F7): " FUNCTION TRIM(relay-name)
             " - " relay-member(relay-turn) " up next, "
             relay-lives " lives, "
             FUNCTION TRIM(relay-wave-edit) " waves cleared"
             DELIMITED BY SIZE INTO relay-line
         ELSE
           STRING "Relay (F7): " FUNCTION TRIM(relay-name) " - "
             relay-member(1) " " relay-member(2) " "
             relay-member(3) " " relay-member(4)
             DELIMITED BY SIZE INTO relay-line
         END-IF
         CALL "b_DrawText" USING
           BY REFERENCE relay-line
           BY VALUE 30 542 14 150 255 220 255
         END-CALL.

      * In-run leg line, where the endless depth sits.
       DRAW-RELAY-LEG.
         COMPUTE relay-k = relay-leg-count + 1
         MOVE relay-k TO relay-leg-edit
         MOVE SPACES TO relay-line
         STRING "RELAY leg " FUNCTION TRIM(relay-leg-edit) " - "
           relay-member(relay-turn) " of " FUNCTION TRIM(relay-name)
           DELIMITED BY SIZE INTO relay-line
         CALL "b_DrawText" USING
           BY REFERENCE relay-line
           BY VALUE 420 95 14 150 255 220 255
         END-CALL.

      * Team board page in the M rotation.
       DRAW-TEAM-BOARD-PAGE.
         CALL "b_DrawText" USING
           BY REFERENCE "TEAM RELAY BOARD"
           BY VALUE 30 150 18 255 255 255 255
         END-CALL
         IF team-board-count EQUAL TO 0 THEN
           CALL "b_DrawText" USING
             BY REFERENCE "No relays filed yet"
             BY VALUE 30 180 16 200 200 200 255
           END-CALL
           NEXT SENTENCE
         END-IF
         MOVE 180 TO relay-y
         PERFORM VARYING team-i FROM 1 BY 1
         UNTIL team-i > team-board-count
           MOVE team-i TO relay-rank-edit
           MOVE tbt-score(team-i) TO relay-edit
           MOVE tbt-waves(team-i) TO relay-wave-edit
           MOVE SPACES TO relay-line
           STRING relay-rank-edit ". " tbt-name(team-i) " "
             relay-edit "  wave " relay-wave-edit "  "
             tbt-member(team-i, 1) " " tbt-member(team-i, 2) " "
             tbt-member(team-i, 3) " " tbt-member(team-i, 4)
             "  (" tbt-date(team-i) ")"
             DELIMITED BY SIZE INTO relay-line
           CALL "b_DrawText" USING
             BY REFERENCE relay-line
             BY VALUE 30 relay-y 16 200 200 0 255
           END-CALL
           ADD 22 TO relay-y
         END-PERFORM.

       LOAD-LEAGUE-STANDINGS.
         MOVE 0 TO lg-count
         OPEN INPUT LEAGUE-STANDINGS-FILE
         IF league-status EQUAL TO "00" THEN
           PERFORM VARYING lg-i FROM 1 BY 1
           UNTIL lg-i > MAX-LEAGUE-PLAYERS
             READ LEAGUE-STANDINGS-FILE
               AT END
                 MOVE MAX-LEAGUE-PLAYERS TO lg-i
               NOT AT END
                 ADD 1 TO lg-count
                 MOVE lg-initials TO lgt-initials(lg-count)
                 MOVE lg-points TO lgt-points(lg-count)
                 MOVE lg-events TO lgt-events(lg-count)
                 MOVE lg-best-finish TO lgt-best-finish(lg-count)
             END-READ
           END-PERFORM
           CLOSE LEAGUE-STANDINGS-FILE
         END-IF.

      * League page in the M rotation: top of the season table as
      * the LEAGUE tool last wrote it (file arrives pre-sorted).
       DRAW-LEAGUE-BOARD.
         CALL "b_DrawText" USING
           BY REFERENCE "LEAGUE SEASON STANDINGS"
           BY VALUE 30 150 18 255 255 255 255
         END-CALL
         IF lg-count EQUAL TO 0 THEN
           CALL "b_DrawText" USING
             BY REFERENCE "No league events yet"
             BY VALUE 30 180 16 200 200 200 255
           END-CALL
           NEXT SENTENCE
         END-IF
         MOVE 180 TO lg-y
         PERFORM VARYING lg-i FROM 1 BY 1
         UNTIL lg-i > lg-count OR lg-i > 10
           MOVE lg-i TO lg-rank-edit
           MOVE lgt-points(lg-i) TO lg-edit
           MOVE lgt-events(lg-i) TO lg-edit-2
           MOVE SPACES TO lg-line
           STRING lg-rank-edit ". " lgt-initials(lg-i)
             "  " DELIMITED BY SIZE
             FUNCTION TRIM(lg-edit) " pts ("
             FUNCTION TRIM(lg-edit-2) " events)"
             DELIMITED BY SIZE INTO lg-line
           CALL "b_DrawText" USING
             BY REFERENCE lg-line
             BY VALUE 30 lg-y 16 200 200 0 255
           END-CALL
           ADD 22 TO lg-y
         END-PERFORM.

      * The rating file arrives sorted highest first, so the board
      * needs only its first ten established players.
       LOAD-RATING-BOARD.
         MOVE 0 TO rt-count
         OPEN INPUT PLAYER-RATINGS-FILE
         IF rating-status EQUAL TO "00" THEN
           MOVE 0 TO rt-eof
           PERFORM UNTIL rt-eof EQUAL TO 1 OR rt-count EQUAL TO 10
             READ PLAYER-RATINGS-FILE
               AT END
                 MOVE 1 TO rt-eof
               NOT AT END
                 IF rt-games NOT LESS THAN RATING-PROVISIONAL-GAMES
                     THEN
                   ADD 1 TO rt-count
                   MOVE rt-initials TO rtt-initials(rt-count)
                   MOVE rt-rating TO rtt-rating(rt-count)
                   MOVE rt-games TO rtt-games(rt-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PLAYER-RATINGS-FILE
         END-IF.

      * Rating page in the M rotation: the skill ladder as RATINGS
      * last wrote it. Players still on provisional ratings are
      * left off until their rating has settled.
       DRAW-RATING-BOARD.
         CALL "b_DrawText" USING
           BY REFERENCE "PLAYER RATINGS"
           BY VALUE 30 150 18 255 255 255 255
         END-CALL
         IF rt-count EQUAL TO 0 THEN
           CALL "b_DrawText" USING
             BY REFERENCE "No established ratings yet"
             BY VALUE 30 180 16 200 200 200 255
           END-CALL
           NEXT SENTENCE
         END-IF
         MOVE 180 TO rt-y
         PERFORM VARYING rt-i FROM 1 BY 1 UNTIL rt-i > rt-count
           MOVE rt-i TO rt-rank-edit
           MOVE rtt-rating(rt-i) TO rt-edit
           MOVE rtt-games(rt-i) TO rt-edit-2
           MOVE SPACES TO rt-line
           STRING rt-rank-edit ". " rtt-initials(rt-i)
             "  " rt-edit " (" DELIMITED BY SIZE
             FUNCTION TRIM(rt-edit-2) " games)"
             DELIMITED BY SIZE INTO rt-line
           CALL "b_DrawText" USING
             BY REFERENCE rt-line
             BY VALUE 30 rt-y 16 200 200 0 255
           END-CALL
           ADD 22 TO rt-y
         END-PERFORM.

      * RECORDS.DAT is kept in book order; the page shows as much
      * of it as fits.
       LOAD-RECORDS-BOOK.
         MOVE 0 TO rbk-count
         OPEN INPUT RECORDS-BOOK-FILE
         IF record-book-status EQUAL TO "00" THEN
           MOVE 0 TO rbk-eof
           PERFORM UNTIL rbk-eof EQUAL TO 1 OR rbk-count EQUAL TO 14
             READ RECORDS-BOOK-FILE
               AT END
                 MOVE 1 TO rbk-eof
               NOT AT END
                 ADD 1 TO rbk-count
                 MOVE rbk-category TO rbt-category(rbk-count)
                 MOVE rbk-param TO rbt-param(rbk-count)
                 MOVE rbk-holder TO rbt-holder(rbk-count)
                 MOVE rbk-value TO rbt-value(rbk-count)
                 MOVE rbk-date TO rbt-date(rbk-count)
             END-READ
           END-PERFORM
           CLOSE RECORDS-BOOK-FILE
         END-IF.

      * Records book page in the M rotation: every all-time record
      * with its holder and the day it was set, as RECORDS-BOOK
      * last wrote the book.
       DRAW-RECORDS-BOOK.
         CALL "b_DrawText" USING
           BY REFERENCE "ALL-TIME RECORDS"
           BY VALUE 30 150 18 255 255 255 255
         END-CALL
         IF rbk-count EQUAL TO 0 THEN
           CALL "b_DrawText" USING
             BY REFERENCE "No records set yet"
             BY VALUE 30 180 16 200 200 200 255
           END-CALL
           NEXT SENTENCE
         END-IF
         MOVE 180 TO rbk-y
         PERFORM VARYING rbk-i FROM 1 BY 1 UNTIL rbk-i > rbk-count
           MOVE SPACES TO rbk-label
           EVALUATE rbt-category(rbk-i)
             WHEN "SCORE"
               STRING "High score D" rbt-param(rbk-i)(3:1)
                 DELIMITED BY SIZE INTO rbk-label
             WHEN "FULLGAME"
               MOVE "Full game" TO rbk-label
             WHEN "COMBO"
               MOVE "Best combo" TO rbk-label
             WHEN "DAYPLAYS"
               MOVE "Plays in a day" TO rbk-label
             WHEN "COOPRUN"
               MOVE "Co-op run" TO rbk-label
             WHEN OTHER
               MOVE rbt-param(rbk-i) TO rbk-wave-num
               MOVE rbk-wave-num TO rbk-wave-edit
               STRING "Wave " FUNCTION TRIM(rbk-wave-edit) " clear"
                 DELIMITED BY SIZE INTO rbk-label
           END-EVALUATE
           MOVE SPACES TO rbk-line
           EVALUATE rbt-category(rbk-i)
             WHEN "FULLGAME"
               MOVE rbt-value(rbk-i) TO rbk-time-edit
               STRING rbk-label rbt-holder(rbk-i) " "
                 rbk-time-edit "s  " rbt-date(rbk-i)
                 DELIMITED BY SIZE INTO rbk-line
             WHEN "CLEAR"
             WHEN "COOPRUN"
               MOVE rbt-value(rbk-i) TO rbk-int-edit
               STRING rbk-label rbt-holder(rbk-i) " "
                 rbk-int-edit "s     " rbt-date(rbk-i)
                 DELIMITED BY SIZE INTO rbk-line
             WHEN OTHER
               MOVE rbt-value(rbk-i) TO rbk-int-edit
               STRING rbk-label rbt-holder(rbk-i) " "
                 rbk-int-edit "      " rbt-date(rbk-i)
                 DELIMITED BY SIZE INTO rbk-line
           END-EVALUATE
           CALL "b_DrawText" USING
             BY REFERENCE rbk-line
             BY VALUE 30 rbk-y 16 200 200 0 255
           END-CALL
           ADD 22 TO rbk-y
         END-PERFORM.

      * One of the three local difficulty boards: the one picked
      * with M, or the board for the current difficulty setting
      * when no explicit page is selected.
       DRAW-LOCAL-BOARD.
         IF lb-page GREATER THAN 0 THEN
           COMPUTE hs-base = (lb-page - 1) * MAX-HISCORES
         ELSE
           PERFORM SET-RUN-BOARD-BASE
         END-IF
         EVALUATE TRUE
           WHEN hs-base EQUAL TO 0
             CALL "b_DrawText" USING
               BY REFERENCE msg-text(68)
               BY VALUE 30 150 18 0 255 0 255
             END-CALL
           WHEN hs-base EQUAL TO MAX-HISCORES
             CALL "b_DrawText" USING
               BY REFERENCE msg-text(69)
               BY VALUE 30 150 18 255 255 0 255
             END-CALL
           WHEN OTHER
             CALL "b_DrawText" USING
               BY REFERENCE msg-text(70)
               BY VALUE 30 150 18 255 0 0 255
             END-CALL
         END-EVALUATE
         MOVE 180 TO lb-y
         PERFORM VARYING hs-i FROM 1 BY 1 UNTIL hs-i > 5
           MOVE hs-i TO lb-rank
           MOVE hst-score(hs-base + hs-i) TO lb-edit
           MOVE hst-best-time(hs-base + hs-i) TO lb-time-edit
           IF hst-promo(hs-base + hs-i) GREATER THAN 1 THEN
             MOVE SPACES TO lb-promo-tag
             STRING " x" hst-promo(hs-base + hs-i)
               DELIMITED BY SIZE INTO lb-promo-tag
             END-STRING
           ELSE
             MOVE SPACES TO lb-promo-tag
           END-IF
           MOVE SPACES TO lb-line
           IF hst-best-time(hs-base + hs-i) > 0 THEN
             STRING lb-rank ". " hst-initials(hs-base + hs-i)
               " " lb-edit " (" lb-time-edit "s)" lb-promo-tag
               DELIMITED BY SIZE INTO lb-line
             END-STRING
           ELSE
             STRING lb-rank ". " hst-initials(hs-base + hs-i)
               " " lb-edit lb-promo-tag
               DELIMITED BY SIZE INTO lb-line
             END-STRING
           END-IF
           CALL "b_DrawText" USING
             BY REFERENCE lb-line
             BY VALUE 30 lb-y 16 200 200 0 255
           END-CALL
           ADD 22 TO lb-y
         END-PERFORM.

      * The plain board lets one hot player fill every slot; this
      * view walks the already-sorted hiscore-table and shows only
      * the first (best) entry per set of initials.
       DRAW-BEST-PER-PLAYER-BOARD.
         IF lb-page GREATER THAN 0 THEN
           COMPUTE hs-base = (lb-page - 1) * MAX-HISCORES
       WRITE-LIVE-STATE.
         EVALUATE TRUE
           WHEN game-idle MOVE "IDLE    " TO live-state-name
           WHEN game-voucher MOVE "IDLE    " TO live-state-name
           WHEN game-playing MOVE "PLAYING " TO live-state-name
           WHEN game-paused MOVE "PAUSED  " TO live-state-name
           WHEN game-bonus MOVE "BONUS   " TO live-state-name
         END-IF.

       WRITE-HEARTBEAT.
         MOVE frame-beat-counts TO frame-beat-sent
         MOVE ZEROS TO frame-beat-counts
         IF cabinet-id EQUAL TO SPACES THEN
           NEXT SENTENCE
         END-IF
         MOVE uptime-seconds TO uptime-edit
         MOVE daily-games-started TO hb-count-edit
         MOVE startup-error-count TO hb-errors-edit
         MOVE 0 TO frame-sum-frames
         MOVE 0 TO frame-sum-slow
         PERFORM VARYING frame-i FROM 1 BY 1
         UNTIL frame-i > FRAME-BUCKETS
           ADD frame-boot-frames(frame-i) TO frame-sum-frames
           ADD frame-boot-slow(frame-i) TO frame-sum-slow
         END-PERFORM
         MOVE frame-sum-frames TO frame-edit-1
         MOVE frame-sum-slow TO frame-edit-2
         OPEN OUTPUT HEARTBEAT-FILE
         IF heartbeat-status NOT EQUAL TO "00" THEN
           MOVE "HEARTBEAT " TO outbox-intent
           " plays=" FUNCTION TRIM(hb-count-edit)
           " errors=" FUNCTION TRIM(hb-errors-edit)
           " st=" selftest-pass
           " skew=" FUNCTION TRIM(clock-text)
           " frames=" FUNCTION TRIM(frame-edit-1)
           " slow=" FUNCTION TRIM(frame-edit-2)
           DELIMITED BY SIZE INTO HEARTBEAT-RECORD
         WRITE HEARTBEAT-RECORD
         CLOSE HEARTBEAT-FILE
         PERFORM OPEN-HBHIST
         IF hbhist-status EQUAL TO "00" THEN
           MOVE SPACES TO HBHIST-RECORD
           MOVE "H" TO hh-type
           MOVE FUNCTION CURRENT-DATE(1:8) TO hh-date
           MOVE cur-hhmmss-text TO hh-time
           MOVE uptime-seconds TO hh-up
           MOVE daily-games-started TO hh-plays
           MOVE startup-error-count TO hh-errors
           MOVE selftest-pass TO hh-selftest
           MOVE frame-beat-sent TO hh-frame-counts
           WRITE HBHIST-RECORD
           CLOSE HBHIST-FILE
         END-IF.

      * Times the frame just finished against the budget and counts
      * it in the bucket for what the cabinet is doing. The first
      * frame after boot only sets the stamp.
       TIME-FRAME.
         MOVE FUNCTION CURRENT-DATE(9:8) TO frame-stamp-text
         COMPUTE frame-now-cs = (frame-hh * 360000)
           + (frame-mm * 6000) + (frame-ss * 100) + frame-cc
         IF frame-timed EQUAL TO 0 THEN
           MOVE 1 TO frame-timed
           MOVE frame-now-cs TO frame-last-cs
           NEXT SENTENCE
         END-IF
         COMPUTE frame-gap = frame-now-cs - frame-last-cs
         IF frame-gap LESS THAN 0 THEN
           ADD 8640000 TO frame-gap
         END-IF
         MOVE frame-now-cs TO frame-last-cs
         EVALUATE TRUE
           WHEN attract-mode EQUAL TO 1 OR attract-replay EQUAL TO 1
             MOVE 2 TO frame-bucket
           WHEN NOT game-playing
             MOVE 1 TO frame-bucket
           WHEN ball-active(1) EQUAL TO 1
                AND ball-active(2) EQUAL TO 1
             MOVE 5 TO frame-bucket
           WHEN boss-active EQUAL TO 1
             MOVE 4 TO frame-bucket
           WHEN OTHER
             MOVE 3 TO frame-bucket
         END-EVALUATE
         ADD 1 TO frame-boot-frames(frame-bucket)
         ADD 1 TO frame-beat-frames(frame-bucket)
         IF frame-bucket GREATER THAN 2 THEN
           ADD 1 TO frame-run-frames(frame-bucket)
         END-IF
         IF frame-gap NOT LESS THAN FRAME-SLOW-GAP THEN
           ADD 1 TO frame-boot-slow(frame-bucket)
           ADD 1 TO frame-beat-slow(frame-bucket)
           IF frame-bucket GREATER THAN 2 THEN
             ADD 1 TO frame-run-slow(frame-bucket)
           END-IF
         END-IF.

      * A run's frame pacing on TELEMETRY.DAT: its slow frames in
      * all (FRMSLOW), per thousand frames played (FRMRATE), and
      * those with the boss row up (FRMBOSS) or two balls in
      * (FRM2BALL) when the run had any such frames.
       LOG-RUN-FRAMES.
         MOVE 0 TO frame-sum-frames
         MOVE 0 TO frame-sum-slow
         PERFORM VARYING frame-i FROM 3 BY 1
         UNTIL frame-i > FRAME-BUCKETS
           ADD frame-run-frames(frame-i) TO frame-sum-frames
           ADD frame-run-slow(frame-i) TO frame-sum-slow
         END-PERFORM
         IF frame-sum-frames EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE "FRMSLOW " TO telem-event
         MOVE frame-sum-slow TO frame-cap
         PERFORM WRITE-FRAME-TELEMETRY
         MOVE "FRMRATE " TO telem-event
         COMPUTE frame-cap ROUNDED =
           (frame-sum-slow * 1000) / frame-sum-frames
         PERFORM WRITE-FRAME-TELEMETRY
         IF frame-run-frames(4) GREATER THAN 0 THEN
           MOVE "FRMBOSS " TO telem-event
           MOVE frame-run-slow(4) TO frame-cap
           PERFORM WRITE-FRAME-TELEMETRY
         END-IF
         IF frame-run-frames(5) GREATER THAN 0 THEN
           MOVE "FRM2BALL" TO telem-event
           MOVE frame-run-slow(5) TO frame-cap
           PERFORM WRITE-FRAME-TELEMETRY
         END-IF.

       WRITE-FRAME-TELEMETRY.
         IF frame-cap GREATER THAN 999 THEN
           MOVE 999 TO telem-value
         ELSE
           MOVE frame-cap TO telem-value
         END-IF
         PERFORM WRITE-TELEMETRY.

      * The history beside the snapshot only ever grows; a failed
      * open leaves hbhist-status set and the line is simply lost,
      * as a missed heartbeat would be.
       OPEN-HBHIST.
         MOVE "99" TO hbhist-status
         IF cabinet-id EQUAL TO SPACES THEN
           NEXT SENTENCE
         END-IF
         MOVE SPACES TO hbhist-name
         STRING "HBHIST-" cabinet-id ".DAT"
           DELIMITED BY SIZE INTO hbhist-name
         OPEN EXTEND HBHIST-FILE
         IF hbhist-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT HBHIST-FILE
         END-IF.

      * Skew is this clock minus the reference stamp. CLOCK-REF
      * rewrites the stamp every minute, so a healthy cabinet reads
      * a small positive skew, well inside the tolerance.
       CHECK-CLOCK-SKEW.
         IF NOT game-idle THEN
           NEXT SENTENCE
         END-IF
         OPEN INPUT TIME-REF-FILE
         IF time-ref-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         READ TIME-REF-FILE NEXT RECORD
           AT END
             MOVE SPACES TO TIME-REF-RECORD
         END-READ
         CLOSE TIME-REF-FILE
         IF tref-date IS NOT NUMERIC OR tref-time IS NOT NUMERIC THEN
           NEXT SENTENCE
         END-IF
         MOVE tref-date TO clock-ref-date-num
         MOVE tref-time TO clock-ref-time-num
         COMPUTE clock-ref-abs =
           (FUNCTION INTEGER-OF-DATE(clock-ref-date-num) * 86400)
           + (clock-ref-hh * 3600) + (clock-ref-mm * 60)
           + clock-ref-ss
         PERFORM COMPUTE-ABS-SECONDS-NOW
         COMPUTE clock-skew-seconds = abs-seconds-now - clock-ref-abs
         MOVE CLOCK-DEFAULT-TOLERANCE TO clock-tolerance
         IF tref-tolerance IS NUMERIC
            AND tref-tolerance GREATER THAN 0 THEN
           MOVE tref-tolerance TO clock-tolerance
         END-IF
         MOVE 1 TO clock-skew-known
         MOVE clock-skew-seconds TO clock-edit
         MOVE SPACES TO clock-text
         IF clock-skew-seconds GREATER THAN clock-tolerance
            OR clock-skew-seconds LESS THAN 0 - clock-tolerance THEN
           STRING FUNCTION TRIM(clock-edit) "s!"
             DELIMITED BY SIZE INTO clock-text
           MOVE 1 TO clock-skewed
           MOVE 1 TO degraded-clock
           MOVE 1 TO degraded-any
           IF clock-alert-date NOT EQUAL TO
               FUNCTION CURRENT-DATE(1:8) THEN
             MOVE FUNCTION CURRENT-DATE(1:8) TO clock-alert-date
             MOVE 1 TO alert-indicator
             PERFORM WRITE-CLOCK-ALERT
           END-IF
         ELSE
           STRING FUNCTION TRIM(clock-edit) "s"
             DELIMITED BY SIZE INTO clock-text
           IF clock-skewed EQUAL TO 1 THEN
             MOVE 0 TO clock-skewed
             MOVE 0 TO degraded-clock
             PERFORM ASSESS-DEGRADED-MODE
           END-IF
         END-IF.

      * The mount's ledger format off RELEASES.DAT against the one
      * this build writes. A mismatch degrades the cabinet and
      * holds its pushes until it is updated, or RELEASES.DAT is;
      * no file, or no L line, holds nothing. Either way this
      * cabinet's build goes up to the mount as BUILD-<id>.DAT.
       CHECK-RELEASE.
         MOVE release-held TO release-was-held
         MOVE 0 TO release-format
         OPEN INPUT RELEASES-FILE
         IF release-status EQUAL TO "00" THEN
           MOVE 0 TO release-eof
           PERFORM UNTIL release-eof EQUAL TO 1
             READ RELEASES-FILE
               AT END
                 MOVE 1 TO release-eof
               NOT AT END
                 IF rl-type EQUAL TO "L" AND rl-format IS NUMERIC THEN
                   MOVE rl-format TO release-format
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RELEASES-FILE
         END-IF
         MOVE 0 TO release-held
         IF release-format GREATER THAN 0
            AND release-format NOT EQUAL TO build-ledger-format THEN
           MOVE 1 TO release-held
         END-IF
         IF release-held EQUAL TO 1 THEN
           MOVE 1 TO degraded-release
           MOVE 1 TO degraded-any
           IF release-was-held EQUAL TO 0 THEN
             MOVE build-ledger-format TO release-edit-1
             MOVE release-format TO release-edit-2
             MOVE SPACES TO sync-journal-msg
             STRING "RELEASE hold - build " FUNCTION TRIM(build-id)
               " writes ledger format " FUNCTION TRIM(release-edit-1)
               ", mount is " FUNCTION TRIM(release-edit-2)
               DELIMITED BY SIZE INTO sync-journal-msg
             PERFORM WRITE-SYNC-JOURNAL
           END-IF
         ELSE
           IF release-was-held EQUAL TO 1 THEN
             MOVE 0 TO degraded-release
             PERFORM ASSESS-DEGRADED-MODE
           END-IF
         END-IF
         PERFORM WRITE-BUILD-REPORT.

       WRITE-BUILD-REPORT.
         IF cabinet-id EQUAL TO SPACES THEN
           NEXT SENTENCE
         END-IF
         MOVE SPACES TO build-report-name
         STRING "BUILD-" cabinet-id ".DAT"
           DELIMITED BY SIZE INTO build-report-name
         PERFORM COMPUTE-SECONDS-NOW
         OPEN OUTPUT BUILD-REPORT-FILE
         IF build-report-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE SPACES TO BUILD-REPORT-RECORD
         MOVE cabinet-id TO bd-cabinet
         MOVE build-id TO bd-build
         MOVE build-ledger-format TO bd-format
         MOVE FUNCTION CURRENT-DATE(1:8) TO bd-date
         MOVE cur-hhmmss-text TO bd-time
         IF release-held EQUAL TO 1 THEN
           MOVE "Y" TO bd-held
         ELSE
           MOVE "N" TO bd-held
         END-IF
         WRITE BUILD-REPORT-RECORD
         CLOSE BUILD-REPORT-FILE.

      * Same ALERTS.DAT line as a firing rule, under its own name.
       WRITE-CLOCK-ALERT.
         PERFORM COMPUTE-SECONDS-NOW
         OPEN EXTEND ALERTS-FILE
         IF alerts-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT ALERTS-FILE
         END-IF
         MOVE SPACES TO ALERTS-RECORD
         STRING "cab=" cabinet-id
           " at=" FUNCTION CURRENT-DATE(1:8) "-" cur-hhmmss-text
           " rule=CLOCK   "
           " skew=" FUNCTION TRIM(clock-text)
           " limit=" clock-tolerance
           DELIMITED BY SIZE INTO ALERTS-RECORD
         WRITE ALERTS-RECORD
         CLOSE ALERTS-FILE.

       RUN-NIGHTLY-SELFTEST.
         MOVE FUNCTION CURRENT-DATE(1:8) TO selftest-done-date
             MOVE 1 TO alert-indicator
             PERFORM WRITE-ALERT-LINE
           END-IF
           IF alr-fire EQUAL TO 1 THEN
             MOVE "A" TO wko-new-type
             MOVE alrt-type(alr-i) TO wko-new-source
             IF alrt-type(alr-i) EQUAL TO "STUCK   " THEN
               MOVE "J" TO wko-new-incident
             ELSE
               MOVE "O" TO wko-new-incident
             END-IF
             PERFORM RAISE-WORK-ORDER
           END-IF
         END-PERFORM.

      * Evening check only - a quiet morning is normal. Norm is
             FUNCTION CURRENT-DATE(9:6)
             DELIMITED BY SIZE INTO obt-stamp(outbox-depth)
           PERFORM SAVE-OUTBOX
         ELSE
           IF outbox-hit EQUAL TO 0 THEN
             MOVE "CAPOUTBX" TO telem-event
             MOVE outbox-depth TO telem-value
             PERFORM WRITE-TELEMETRY
           END-IF
         END-IF.

       LOAD-OUTBOX.
               PERFORM PUSH-LOCAL-SCORES
             WHEN "PUSHDAILY "
               PERFORM PUSH-SHARED-DAILY
             WHEN "PUSHPROFS "
               PERFORM PUSH-PROFILE-CHANGES
             WHEN "PUSHJACKP "
               PERFORM PUSH-JACKPOT
             WHEN "PUSHTICKT "
               PERFORM PUSH-TICKETS
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           MOVE 1 TO degraded-levels
           MOVE 1 TO degraded-any
         END-IF
         IF degraded-clock EQUAL TO 1 THEN
           MOVE 1 TO degraded-any
         END-IF
         IF degraded-release EQUAL TO 1 THEN
           MOVE 1 TO degraded-any
         END-IF
      * A worn-out input is a pending failure, flagged the same
      * way a missing file is.
         MOVE 0 TO wear-alert
           PERFORM SAVE-CONFIG
         END-IF.

      * What the cabinet is actually running goes back up the same
      * way, after any adoption: a copy of CONFIG.DAT and of the
      * CONFIG-AUDIT.DAT trail behind it, named for the cabinet, so
      * the office's drift report can line the fleet up side by
      * side. Copied to .TMP and swapped in, as the live state is,
      * so the report never reads a half-written copy.
       PUBLISH-CONFIG.
         IF cabinet-id EQUAL TO SPACES THEN
           NEXT SENTENCE
         END-IF
         MOVE "CONFIG.DAT" TO pubcfg-from-name
         MOVE "CONFIG-" TO pubcfg-stem
         PERFORM PUBLISH-ONE-COPY
         MOVE "CONFIG-AUDIT.DAT" TO pubcfg-from-name
         MOVE "CFGAUDIT-" TO pubcfg-stem
         PERFORM PUBLISH-ONE-COPY.

       PUBLISH-ONE-COPY.
         MOVE SPACES TO pubcfg-tmp-name
         MOVE SPACES TO pubcfg-dat-name
         STRING pubcfg-stem DELIMITED BY SPACE
           cabinet-id ".TMP" DELIMITED BY SIZE
           INTO pubcfg-tmp-name
         STRING pubcfg-stem DELIMITED BY SPACE
           cabinet-id ".DAT" DELIMITED BY SIZE
           INTO pubcfg-dat-name
         CALL "CBL_COPY_FILE" USING pubcfg-from-name pubcfg-tmp-name
           RETURNING pubcfg-status
         END-CALL
         IF pubcfg-status NOT EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         CALL "CBL_DELETE_FILE" USING pubcfg-dat-name
           RETURNING pubcfg-status
         END-CALL
         CALL "CBL_RENAME_FILE" USING pubcfg-tmp-name pubcfg-dat-name
           RETURNING pubcfg-status
         END-CALL.

      * The command channel rides the same mount and cadence as the
      * central config pull, pointed at actions instead of settings:
      * the office appends a directive line to COMMANDS.DAT and the
           END-IF
         END-PERFORM.

      * A line whose values fall outside its tuning knob's range is
      * skipped whole rather than clamped, so an arm never plays a
      * value nobody chose.
       LOAD-EXPERIMENTS.
         MOVE 0 TO exp-count
         OPEN INPUT EXPERIMENT-FILE
         IF experiment-status EQUAL TO "00" THEN
           PERFORM VARYING exp-i FROM 1 BY 1
           UNTIL exp-i > MAX-EXPERIMENT-ROWS
             READ EXPERIMENT-FILE NEXT RECORD
               AT END
                 MOVE MAX-EXPERIMENT-ROWS TO exp-i
               NOT AT END
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
         END-IF
         MOVE 0 TO exp-live.

      * Both seats credited: each profile books a play (and the
      * win), with the seat's own contribution as its best-score
      * candidate; then the duo total goes on the pairs board.
         MOVE 0 TO race-rival-score
         MOVE 0 TO race-rival-wave
         MOVE 0 TO race-rival-done
         PERFORM DISARM-ENDLESS
         PERFORM DISARM-PUZZLE
         PERFORM DISARM-RELAY
         MOVE 3 TO race-mode
         MOVE 0 TO daily-challenge-mode
         PERFORM APPLY-DIFFICULTY

       LOAD-EVENTS.
         MOVE 0 TO evt-count
         MOVE 0 TO evt-dropped
         OPEN INPUT EVENTS-FILE
         IF events-status EQUAL TO "00" THEN
           MOVE 0 TO evt-eof
                   MOVE ev-feat-wave TO evtt-wave(evt-count)
                   MOVE ev-feat-playlist TO
                     evtt-playlist(evt-count)
                 ELSE
                   IF ev-start IS NUMERIC AND ev-end IS NUMERIC THEN
                     ADD 1 TO evt-dropped
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
         END-IF
         IF evt-dropped GREATER THAN 0 THEN
           MOVE "CAPEVENT" TO telem-event
           MOVE evt-dropped TO telem-value
           PERFORM WRITE-TELEMETRY
         END-IF.

       APPLY-EVENT-THEME.
           CLOSE PRICING-FILE
         END-IF.

      * Channel order in DENOMINATIONS.DAT is acceptor order; rows
      * with a non-numeric or zero face value are skipped.
       LOAD-DENOMINATIONS.
         MOVE 0 TO dnm-count
         MOVE 0 TO dnm-credit-value
         OPEN INPUT DENOMINATION-FILE
         IF denomination-status EQUAL TO "00" THEN
           PERFORM VARYING dnm-i FROM 1 BY 1
           UNTIL dnm-i > MAX-DENOMINATIONS
             READ DENOMINATION-FILE NEXT RECORD
               AT END
                 MOVE MAX-DENOMINATIONS TO dnm-i
               NOT AT END
                 IF dn-code NOT EQUAL TO SPACES
                    AND dn-value IS NUMERIC
                    AND dn-value GREATER THAN 0 THEN
                   ADD 1 TO dnm-count
                   MOVE dn-code TO dnmt-code(dnm-count)
                   MOVE dn-value TO dnmt-value(dnm-count)
                   MOVE dn-token TO dnmt-token(dnm-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DENOMINATION-FILE
         END-IF
         IF dnm-count GREATER THAN 0 THEN
           MOVE dnmt-value(1) TO dnm-credit-value
         END-IF.

      * Same window test as APPLY-PROMO-WINDOW; the flat
      * price-per-play from CONFIG.DAT is the fallback whenever no
      * P window covers the current day and time.
             THEN
           MOVE 2 TO difficulty-level
           MOVE 0 TO sr-last-wave
           MOVE 1 TO sr-pace-ok
           PERFORM VARYING sr-i FROM 1 BY 1
           UNTIL sr-i > MAX-SPEED-WAVES
             MOVE 0 TO sr-split(sr-i)
             MOVE 0 TO sr-rev(sr-i)
           END-PERFORM
         END-IF
         EVALUATE TRUE
         PERFORM RESIZE-PLAYER
         MOVE enemy-mov-base TO enemy-mov-timer
         MOVE START-LIVES TO lives-remaining
      * A puzzle wave's lives are its launch budget.
         IF puzzle-sel GREATER THAN 0 THEN
           MOVE pzw-budget(puzzle-sel) TO lives-remaining
         END-IF
      * A relay leg plays on the team's pool, as its member.
         IF relay-mode EQUAL TO 1 AND charge-exempt EQUAL TO 0 THEN
           PERFORM START-RELAY-LEG
         END-IF
         IF versus-mode EQUAL TO 1 AND charge-exempt EQUAL TO 0 THEN
           MOVE 1 TO active-player
           MOVE 0 TO vs-pending
           MOVE race-seed TO run-seed
           MOVE run-seed TO rng-state
         END-IF
         IF jackpot-mode EQUAL TO 1 THEN
           PERFORM SEED-JACKPOT-RUN
         END-IF
         IF endless-mode EQUAL TO 1 THEN
           PERFORM SEED-ENDLESS-RUN
         END-IF
         PERFORM SET-EXPERIMENT-ARM
      * A new play takes its run ID before anything is booked
      * against it; replays, attract and resumes keep the one they
      * have.
         IF charge-exempt EQUAL TO 0 THEN
           PERFORM ASSIGN-RUN-ID
         END-IF
         IF free-play EQUAL TO 0 AND charge-exempt EQUAL TO 0 THEN
           PERFORM CONSUME-RUN-CREDITS
           IF tournament-active EQUAL TO 1 THEN
             PERFORM CHARGE-TOURNAMENT-FEE
           END-IF
         END-IF
      * Replay playback, attract demos and checkpoint resumes all
      * come through here with charge-exempt set: they are not new
         IF adaptive-mode NOT EQUAL TO 1 OR
             tournament-active EQUAL TO 1 OR
             speedrun-mode EQUAL TO 1 OR
             endless-mode EQUAL TO 1 OR
             puzzle-sel GREATER THAN 0 OR
             adaptive-fill-count EQUAL TO 0
             THEN
           NEXT SENTENCE
           PERFORM ADVANCE-PLAYER-QUEUE
           MOVE START-ENEMY-COUNT TO current-count
           MOVE 0 TO score
           IF endless-mode EQUAL TO 1 THEN
             PERFORM OPEN-ENDLESS-RUN
           END-IF
           PERFORM SET-INITIAL-VALUES
           PERFORM APPLY-ADAPTIVE-DIFFICULTY
         END-IF
         PERFORM LOAD-REPLAY
         MOVE START-ENEMY-COUNT TO current-count
         MOVE 0 TO score
         MOVE 0 TO endless-mode
         MOVE 0 TO puzzle-sel
         PERFORM DISARM-RELAY
         PERFORM SET-INITIAL-VALUES
         MOVE 1 TO charge-exempt
         PERFORM APPLY-DIFFICULTY
         MOVE 0 TO charge-exempt
         PERFORM LOAD-REPLAY-SEED
      * An endless track plays the wave it was dealt, from the score
      * the run carried into it.
         IF endless-mode EQUAL TO 1 THEN
           MOVE endless-base TO score
           PERFORM RESET-ENEMY-VALUES
           MOVE enemy-active-count TO enemy-count
         END-IF
         PERFORM SET-EXPERIMENT-ARM
         MOVE 0 TO replay-playback-i
         MOVE 1 TO replay-watching
         MOVE 2 TO game-state.
         END-IF
         MOVE START-ENEMY-COUNT TO current-count
         MOVE 0 TO score
         MOVE 0 TO endless-mode
         MOVE 0 TO puzzle-sel
         PERFORM DISARM-RELAY
         PERFORM SET-INITIAL-VALUES
         MOVE 1 TO charge-exempt
         PERFORM APPLY-DIFFICULTY
         MOVE 0 TO charge-exempt
         PERFORM LOAD-CHAMPION-SEED
         PERFORM SET-EXPERIMENT-ARM
         MOVE 0 TO replay-playback-i
         MOVE 1 TO replay-watching
         MOVE 1 TO attract-replay
         OPEN OUTPUT CHAMPION-SEED-FILE
         MOVE run-seed TO crs-seed
         MOVE score TO crs-score
         MOVE FUNCTION CURRENT-DATE(1:8) TO crs-run-date
         MOVE run-start-text TO crs-run-start
         MOVE run-id TO crs-run-id
         WRITE CHAMPION-SEED-RECORD
         CLOSE CHAMPION-SEED-FILE
         OPEN OUTPUT CHAMPION-REPLAY-FILE
         END-IF
         MOVE run-seed TO wcs-seed
         MOVE score TO wcs-score
         MOVE run-id TO wcs-run-id
         WRITE WCHAMP-SED-RECORD
         CLOSE WCHAMP-SED-FILE
         MOVE SPACES TO wchamp-trk-name
         END-IF
         MOVE START-ENEMY-COUNT TO current-count
         MOVE 0 TO score
         MOVE 0 TO endless-mode
         MOVE 0 TO puzzle-sel
         PERFORM DISARM-RELAY
         PERFORM SET-INITIAL-VALUES
         MOVE 1 TO charge-exempt
         PERFORM APPLY-DIFFICULTY
           END-READ
           CLOSE WCHAMP-SED-FILE
         END-IF
         PERFORM SET-EXPERIMENT-ARM
         MOVE wld-cabinet-id(1) TO reg-lookup-id
         PERFORM LOOKUP-CABINET-NAME
         MOVE SPACES TO ww-banner
             IF campaign-sel GREATER THAN 0 THEN
               PERFORM ADVANCE-CAMPAIGN-STEP
             END-IF
             IF endless-mode EQUAL TO 1
                AND endless-depth LESS THAN 999 THEN
               ADD 1 TO endless-depth
             END-IF
      * A cleared puzzle moves on to the next one, fresh.
             IF puzzle-sel GREATER THAN 0 THEN
               ADD 1 TO puzzle-sel
               IF puzzle-sel GREATER THAN puzzle-count THEN
                 MOVE 1 TO puzzle-sel
               END-IF
               MOVE 0 TO score
             ELSE
               IF current-count LESS THAN cur-max-enemy THEN
                 ADD cur-line-max TO current-count
               ELSE
                 PERFORM NOTE-CHECKPOINT-CEILING
               END-IF
             END-IF
             PERFORM SET-INITIAL-VALUES
             PERFORM APPLY-ADAPTIVE-DIFFICULTY
             PERFORM SAVE-CHECKPOINT
             IF bonus-rounds-on EQUAL TO 1
                AND replay-watching EQUAL TO 0
                AND attract-replay EQUAL TO 0
                AND puzzle-sel EQUAL TO 0 THEN
               PERFORM START-BONUS-ROUND
             END-IF
           END-IF
                 MOVE rs-seed TO run-seed
                 MOVE rs-seed TO rng-state
               END-IF
               IF rs-endless-depth IS NUMERIC
                  AND rs-endless-depth GREATER THAN 0
                  AND rs-endless-base IS NUMERIC THEN
                 MOVE 1 TO endless-mode
                 MOVE rs-endless-depth TO endless-depth
                 MOVE rs-seed TO endless-seed
                 MOVE rs-endless-base TO endless-base
               END-IF
           END-READ
           CLOSE REPLAY-SEED-FILE
         END-IF.

      * The arm follows the seed, not the clock: every path that
      * seeds a run - fresh, challenge, race, replay, champion -
      * comes through here once the seed is final, so a replayed
      * seed plays the arm it was dealt the first time. Even seeds
      * play arm A, odd seeds arm B. Tournament, speedrun, practice
      * and tutorial runs stay on the house tuning: their boards
      * and lessons must not depend on a coin toss.
       SET-EXPERIMENT-ARM.
         MOVE SPACE TO exp-arm
         MOVE SPACES TO exp-name
         MOVE 0 TO exp-fire-offset
         MOVE POWERUP-DROP-PCT TO exp-drop-pct
         MOVE SAUCER-BASE-FRAMES TO exp-saucer-base
         IF exp-count EQUAL TO 0
            OR tournament-active EQUAL TO 1
            OR speedrun-mode EQUAL TO 1
            OR practice-mode EQUAL TO 1
            OR tutorial-mode EQUAL TO 1 THEN
           NEXT SENTENCE
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:8) TO exp-today
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

       COMPUTE-SECONDS-NOW.
         MOVE FUNCTION CURRENT-DATE(9:6) TO cur-hhmmss-text
         COMPUTE seconds-now = (cur-hh * 3600) + (cur-mm * 60) + cur-ss.
         MOVE cur-hhmmss-text TO last-play-text
         MOVE seconds-now TO run-start-seconds
         MOVE abs-seconds-now TO run-start-abs
         MOVE abs-seconds-now TO alr-last-start-abs
         MOVE 0 TO run-best-combo
         MOVE ZEROS TO frame-run-counts.

       START-LEVEL-TIMER.
         PERFORM COMPUTE-ABS-SECONDS-NOW
            AND sr-wave-i LESS OR EQUAL TO MAX-SPEED-WAVES THEN
           COMPUTE sr-split(sr-wave-i) =
             abs-seconds-now - run-start-abs
           MOVE wave-rev TO sr-rev(sr-wave-i)
           IF sr-best-rev(sr-wave-i) NOT EQUAL TO wave-rev THEN
             MOVE 0 TO sr-pace-ok
           END-IF
           MOVE sr-wave-i TO sr-last-wave
         END-IF.

         MOVE "date=" TO SESSION-LOG-RECORD(66:5)
         MOVE FUNCTION CURRENT-DATE(1:8) TO
           SESSION-LOG-RECORD(71:8)
         IF run-id NOT EQUAL TO SPACES THEN
           MOVE "id=" TO SESSION-LOG-RECORD(121:3)
           MOVE run-id TO SESSION-LOG-RECORD(124:20)
         END-IF
         WRITE SESSION-LOG-RECORD
         CLOSE SESSION-LOG-FILE.

           WHEN versus-mode EQUAL TO 1
                AND vs-handicap-applied EQUAL TO 1
             MOVE "H" TO assist-flag-ch
           WHEN relay-running GREATER THAN 0
             MOVE "R" TO assist-flag-ch
           WHEN OTHER
             MOVE SPACE TO assist-flag-ch
         END-EVALUATE
           MOVE "+" TO SESSION-LOG-RECORD(89:1)
           MOVE coop-initials-2 TO SESSION-LOG-RECORD(90:3)
         END-IF
      * The board difficulty closes the record, so screening can
      * hold a run up against others played at the same setting.
         MOVE "d=" TO SESSION-LOG-RECORD(94:2)
         MOVE difficulty-level TO SESSION-LOG-RECORD(96:1)
      * A run played under a live experiment names it and its arm.
         IF exp-arm NOT EQUAL TO SPACE THEN
           MOVE "x=" TO SESSION-LOG-RECORD(98:2)
           MOVE exp-name TO SESSION-LOG-RECORD(100:12)
           MOVE "/" TO SESSION-LOG-RECORD(112:1)
           MOVE exp-arm TO SESSION-LOG-RECORD(113:1)
         END-IF
      * The run's best combo, for the records book. Versus seats
      * share one run's chains, so theirs is left off.
         IF versus-mode NOT EQUAL TO 1 THEN
           MOVE "c=" TO SESSION-LOG-RECORD(115:2)
           MOVE run-best-combo TO SESSION-LOG-RECORD(117:3)
         END-IF
      * The run ID, at the same columns as on its wave= lines.
         IF run-id NOT EQUAL TO SPACES THEN
           MOVE "id=" TO SESSION-LOG-RECORD(121:3)
           MOVE run-id TO SESSION-LOG-RECORD(124:20)
         END-IF
         WRITE SESSION-LOG-RECORD
         CLOSE SESSION-LOG-FILE
         IF assist-mode EQUAL TO 0 AND run-perk-pw EQUAL TO 0 THEN
         IF speedrun-mode EQUAL TO 1 THEN
           PERFORM DRAW-SPEEDRUN-PACE
         END-IF
         IF endless-mode EQUAL TO 1 THEN
           PERFORM DRAW-ENDLESS-DEPTH
         END-IF
         IF puzzle-sel GREATER THAN 0 THEN
           PERFORM DRAW-PUZZLE-LAUNCHES
         END-IF
         IF relay-running EQUAL TO 1 THEN
           PERFORM DRAW-RELAY-LEG
         END-IF
         IF ww-watching EQUAL TO 1 THEN
           CALL "b_DrawText" USING
             BY REFERENCE ww-banner
           END-CALL
         END-IF
         PERFORM HANDLE-QUEUE-SIGNUP
         IF jackpot-on EQUAL TO 1 AND game-playing THEN
           MOVE jackpot-pool TO jackpot-edit
           MOVE SPACES TO jackpot-line
           IF jackpot-mode EQUAL TO 1 THEN
             MOVE jackpot-target TO jackpot-score-edit
             STRING "JACKPOT RUN - beat "
               FUNCTION TRIM(jackpot-score-edit)
               DELIMITED BY SIZE INTO jackpot-line
           ELSE
             STRING "JACKPOT " FUNCTION TRIM(jackpot-edit)
               DELIMITED BY SIZE INTO jackpot-line
           END-IF
           CALL "b_DrawText" USING
             BY REFERENCE jackpot-line
             BY VALUE 660 30 14 255 215 0 255
           END-CALL
         END-IF
         IF run-promo-mult GREATER THAN 1 AND game-playing THEN
           MOVE SPACES TO promo-line
           STRING "x" run-promo-mult " SCORING"
         MOVE score TO vs-score(active-player)
         IF current-count LESS THAN cur-max-enemy THEN
           ADD cur-line-max TO current-count
         ELSE
           PERFORM NOTE-CHECKPOINT-CEILING
         END-IF
         MOVE current-count TO vs-wave(active-player)
         PERFORM SET-INITIAL-VALUES
         ELSE
           MOVE 2 TO vs-winner
         END-IF
         IF bracket-armed GREATER THAN 0 THEN
           PERFORM ADVANCE-BRACKET
         END-IF
         MOVE 3 TO pending-outcome
         MOVE 1 TO vs-pending
         PERFORM RESET-INITIALS-ENTRY
         IF cpu-opponent EQUAL TO 1 AND vs-pending EQUAL TO 2 THEN
           CONTINUE
         ELSE
           IF party-active EQUAL TO 1 THEN
             PERFORM RECORD-PARTY-RESULT
           ELSE
             PERFORM INSERT-HISCORE
           END-IF
           PERFORM UPDATE-PLAYER-PROFILE
         END-IF
         PERFORM WRITE-SESSION-LOG
         IF vs-pending EQUAL TO 2 THEN
           PERFORM LOG-RUN-FRAMES
           IF party-active EQUAL TO 0 THEN
             PERFORM SAVE-HISCORES
             PERFORM SYNC-WORLDWIDE-LEADERBOARD
           END-IF
           PERFORM ROLL-DAILY-TOTALS
           ADD run-duration TO daily-seconds-played
           PERFORM SAVE-DAILY-TOTALS
           PERFORM CLEAR-CHECKPOINT
           MOVE 1 TO run-recorded
         END-IF.

      * BRACKET.DAT is small and rewritten whole. The idle sync tick
      * reloads it, so a field seeded while the cabinet is up shows
      * without a restart; a finished bracket stays on the idle
      * screen for the rest of its event day.
       LOAD-BRACKET.
         MOVE 0 TO bracket-count
         MOVE 0 TO bracket-rounds
         MOVE 0 TO bracket-next
         MOVE SPACES TO bracket-champion
         OPEN INPUT BRACKET-FILE
         IF bracket-status NOT EQUAL TO "00" THEN
           MOVE 0 TO bracket-armed
           NEXT SENTENCE
         END-IF
         PERFORM VARYING bracket-i FROM 1 BY 1
         UNTIL bracket-i > MAX-BRACKET-ROWS
           READ BRACKET-FILE NEXT RECORD
             AT END
               MOVE MAX-BRACKET-ROWS TO bracket-i
             NOT AT END
               ADD 1 TO bracket-count
               MOVE BRACKET-RECORD TO bracket-row(bracket-count)
               IF bk-round GREATER THAN bracket-rounds THEN
                 MOVE bk-round TO bracket-rounds
               END-IF
           END-READ
         END-PERFORM
         CLOSE BRACKET-FILE
         IF bracket-count GREATER THAN 0
            AND bkt-status(bracket-count) NOT EQUAL TO "P" THEN
           MOVE bkt-winner(bracket-count) TO bracket-champion
           IF bkt-event-date(1) NOT EQUAL TO
               FUNCTION CURRENT-DATE(1:8) THEN
             MOVE 0 TO bracket-count
           END-IF
         END-IF
         IF bracket-armed GREATER THAN bracket-count THEN
           MOVE 0 TO bracket-armed
         END-IF
         IF bracket-armed GREATER THAN 0 THEN
           IF bkt-status(bracket-armed) NOT EQUAL TO "P" THEN
             MOVE 0 TO bracket-armed
           END-IF
         END-IF
         PERFORM FIND-NEXT-BRACKET-MATCH.

      * The next pairing to call is the first pending match whose
      * two sides are both known.
       FIND-NEXT-BRACKET-MATCH.
         MOVE 0 TO bracket-next
         PERFORM VARYING bracket-i FROM 1 BY 1
         UNTIL bracket-i > bracket-count
           IF bkt-status(bracket-i) EQUAL TO "P"
              AND bkt-side-1(bracket-i) NOT EQUAL TO SPACES
              AND bkt-side-2(bracket-i) NOT EQUAL TO SPACES THEN
             MOVE bracket-i TO bracket-next
             MOVE bracket-count TO bracket-i
           END-IF
         END-PERFORM.

      * 4 on the idle screen calls the next pairing into two-seat
      * versus: side 1 plays seat 1. Changing the versus mode with
      * 3 stands the call down again.
       CHECK-BRACKET-KEY.
         IF bracket-next EQUAL TO 0
            OR tournament-active EQUAL TO 1 THEN
           NEXT SENTENCE
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-four
           RETURNING bracket-key
         END-CALL
         IF bracket-key EQUAL TO 1 THEN
           PERFORM DISARM-RELAY
           MOVE bracket-next TO bracket-armed
           MOVE 1 TO versus-mode
           MOVE 0 TO cpu-opponent
           MOVE 0 TO two-player
           MOVE 0 TO versus-handicap-on
           PERFORM WAKE-FROM-ATTRACT
         END-IF
         MOVE SPACES TO bracket-line
         IF bracket-armed GREATER THAN 0 THEN
           STRING "Bracket: " bkt-side-1(bracket-armed)
             " (P1) v " bkt-side-2(bracket-armed)
             " (P2) - start!"
             DELIMITED BY SIZE INTO bracket-line
           CALL "b_DrawText" USING
             BY REFERENCE bracket-line
             BY VALUE 30 324 14 255 230 80 255
           END-CALL
         ELSE
           STRING "Bracket: next " bkt-side-1(bracket-next)
             " v " bkt-side-2(bracket-next) "  (4 to call)"
             DELIMITED BY SIZE INTO bracket-line
           CALL "b_DrawText" USING
             BY REFERENCE bracket-line
             BY VALUE 30 324 14 150 255 220 255
           END-CALL
         END-IF.

      * Takes the leaderboard's place while an event is on: one
      * column per round, the called or next pairing highlighted.
       DRAW-BRACKET.
         CALL "b_DrawText" USING
           BY REFERENCE "KNOCKOUT BRACKET"
           BY VALUE 30 150 18 255 255 255 255
         END-CALL
         PERFORM VARYING bracket-i FROM 1 BY 1
         UNTIL bracket-i > bracket-count
           COMPUTE bracket-x = 30 + (bkt-round(bracket-i) - 1) * 120
           COMPUTE bracket-y = 176 + (bkt-match(bracket-i) - 1) * 16
           MOVE SPACES TO bracket-line
           IF bkt-status(bracket-i) EQUAL TO "P" THEN
             STRING bkt-side-1(bracket-i) " v "
               bkt-side-2(bracket-i)
               DELIMITED BY SIZE INTO bracket-line
           ELSE
             STRING bkt-side-1(bracket-i) " v "
               bkt-side-2(bracket-i) " > " bkt-winner(bracket-i)
               DELIMITED BY SIZE INTO bracket-line
           END-IF
           IF bracket-i EQUAL TO bracket-armed
              OR (bracket-armed EQUAL TO 0
                  AND bracket-i EQUAL TO bracket-next) THEN
             CALL "b_DrawText" USING
               BY REFERENCE bracket-line
               BY VALUE bracket-x bracket-y 12 255 230 80 255
             END-CALL
           ELSE
             CALL "b_DrawText" USING
               BY REFERENCE bracket-line
               BY VALUE bracket-x bracket-y 12 200 200 200 255
             END-CALL
           END-IF
         END-PERFORM
         IF bracket-champion NOT EQUAL TO SPACES THEN
           MOVE SPACES TO bracket-line
           STRING "CHAMPION: " bracket-champion
             DELIMITED BY SIZE INTO bracket-line
           CALL "b_DrawText" USING
             BY REFERENCE bracket-line
             BY VALUE 30 310 16 255 230 80 255
           END-CALL
         END-IF.

      * Match over on a called pairing: file both seats' scores on
      * the match, move the winner on (and through any byes waiting
      * beyond), and print the event sheet once the final is in.
       ADVANCE-BRACKET.
         MOVE bracket-armed TO bracket-i
         MOVE 0 TO bracket-armed
         IF bkt-status(bracket-i) NOT EQUAL TO "P" THEN
           NEXT SENTENCE
         END-IF
         MOVE vs-score(1) TO bkt-score-1(bracket-i)
         MOVE vs-score(2) TO bkt-score-2(bracket-i)
         IF vs-winner EQUAL TO 1 THEN
           MOVE bkt-side-1(bracket-i) TO bkt-winner(bracket-i)
         ELSE
           MOVE bkt-side-2(bracket-i) TO bkt-winner(bracket-i)
         END-IF
         MOVE "D" TO bkt-status(bracket-i)
         PERFORM PLACE-BRACKET-WINNER
         PERFORM RESOLVE-BRACKET-BYES
         PERFORM SAVE-BRACKET
         PERFORM FIND-NEXT-BRACKET-MATCH
         IF bkt-status(bracket-count) NOT EQUAL TO "P" THEN
           MOVE bkt-winner(bracket-count) TO bracket-champion
           PERFORM PRINT-BRACKET-SHEET
         END-IF.

      * Winner of row bracket-i into its slot in the next round.
       PLACE-BRACKET-WINNER.
         IF bkt-round(bracket-i) NOT LESS THAN bracket-rounds THEN
           NEXT SENTENCE
         END-IF
         COMPUTE bracket-target = (bkt-match(bracket-i) + 1) / 2
         IF FUNCTION MOD(bkt-match(bracket-i), 2) EQUAL TO 1 THEN
           MOVE 1 TO bracket-seat
         ELSE
           MOVE 2 TO bracket-seat
         END-IF
         IF bkt-winner(bracket-i) EQUAL TO bkt-side-1(bracket-i) THEN
           MOVE bkt-seed-1(bracket-i) TO bracket-seed
         ELSE
           MOVE bkt-seed-2(bracket-i) TO bracket-seed
         END-IF
         PERFORM VARYING bracket-j FROM 1 BY 1
         UNTIL bracket-j > bracket-count
           IF bkt-round(bracket-j) EQUAL TO
               bkt-round(bracket-i) + 1
              AND bkt-match(bracket-j) EQUAL TO bracket-target THEN
             IF bracket-seat EQUAL TO 1 THEN
               MOVE bkt-winner(bracket-i) TO bkt-side-1(bracket-j)
               MOVE bracket-seed TO bkt-seed-1(bracket-j)
             ELSE
               MOVE bkt-winner(bracket-i) TO bkt-side-2(bracket-j)
               MOVE bracket-seed TO bkt-seed-2(bracket-j)
             END-IF
             MOVE bracket-count TO bracket-j
           END-IF
         END-PERFORM.

      * A pairing against a bye ("---") settles itself; rows are in
      * round order, so one pass carries a bye through every round.
       RESOLVE-BRACKET-BYES.
         PERFORM VARYING bracket-i FROM 1 BY 1
         UNTIL bracket-i > bracket-count
           IF bkt-status(bracket-i) EQUAL TO "P"
              AND bkt-side-1(bracket-i) NOT EQUAL TO SPACES
              AND bkt-side-2(bracket-i) NOT EQUAL TO SPACES
              AND (bkt-side-1(bracket-i) EQUAL TO "---"
                   OR bkt-side-2(bracket-i) EQUAL TO "---") THEN
             IF bkt-side-1(bracket-i) EQUAL TO "---" THEN
               MOVE bkt-side-2(bracket-i) TO bkt-winner(bracket-i)
             ELSE
               MOVE bkt-side-1(bracket-i) TO bkt-winner(bracket-i)
             END-IF
             MOVE "B" TO bkt-status(bracket-i)
             PERFORM PLACE-BRACKET-WINNER
           END-IF
         END-PERFORM.

       SAVE-BRACKET.
         OPEN OUTPUT BRACKET-FILE
         PERFORM VARYING bracket-i FROM 1 BY 1
         UNTIL bracket-i > bracket-count
           MOVE bracket-row(bracket-i) TO BRACKET-RECORD
           WRITE BRACKET-RECORD
         END-PERFORM
         CLOSE BRACKET-FILE.

      * Event sheet for the noticeboard, on the prize-ticket spool
      * like the party standings.
       PRINT-BRACKET-SHEET.
         PERFORM COMPUTE-SECONDS-NOW
         OPEN EXTEND TICKET-SPOOL-FILE
         IF ticket-spool-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TICKET-SPOOL-FILE
         END-IF
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         MOVE "        KNOCKOUT BRACKET" TO bracket-line
         WRITE TICKET-SPOOL-RECORD FROM bracket-line
         MOVE SPACES TO bracket-line
         STRING "  " bkt-event-date(1) " " cur-hhmmss-text
           "  CAB " cabinet-id
           DELIMITED BY SIZE INTO bracket-line
         WRITE TICKET-SPOOL-RECORD FROM bracket-line
         PERFORM VARYING bracket-i FROM 1 BY 1
         UNTIL bracket-i > bracket-count
           IF bkt-match(bracket-i) EQUAL TO 1 THEN
             EVALUATE bracket-rounds - bkt-round(bracket-i)
               WHEN 0 MOVE "  FINAL" TO bracket-line
               WHEN 1 MOVE "  SEMI-FINALS" TO bracket-line
               WHEN 2 MOVE "  QUARTER-FINALS" TO bracket-line
               WHEN OTHER MOVE "  FIRST ROUND" TO bracket-line
             END-EVALUATE
             WRITE TICKET-SPOOL-RECORD FROM bracket-line
           END-IF
           MOVE SPACES TO bracket-line
           EVALUATE bkt-status(bracket-i)
             WHEN "D"
               MOVE bkt-score-1(bracket-i) TO bracket-edit-1
               MOVE bkt-score-2(bracket-i) TO bracket-edit-2
               STRING "   " bkt-side-1(bracket-i) " " bracket-edit-1
                 " v " bkt-side-2(bracket-i) " " bracket-edit-2
                 " > " bkt-winner(bracket-i)
                 DELIMITED BY SIZE INTO bracket-line
               WRITE TICKET-SPOOL-RECORD FROM bracket-line
             WHEN "B"
               IF bkt-winner(bracket-i) NOT EQUAL TO "---" THEN
                 STRING "   " bkt-winner(bracket-i) "  bye"
                   DELIMITED BY SIZE INTO bracket-line
                 WRITE TICKET-SPOOL-RECORD FROM bracket-line
               END-IF
           END-EVALUATE
         END-PERFORM
         MOVE SPACES TO bracket-line
         STRING "  CHAMPION: " bracket-champion
           DELIMITED BY SIZE INTO bracket-line
         WRITE TICKET-SPOOL-RECORD FROM bracket-line
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         CLOSE TICKET-SPOOL-FILE.

       HANDLE-QUEUE-SIGNUP.
         IF NOT game-playing THEN
         MOVE 0 TO noinput-timer
         MOVE 0 TO pause-watchdog.

       START-BONUS-ROUND.
         MOVE BONUS-ROUND-FRAMES TO bonus-timer
         MOVE 0 TO bonus-spawn-timer
           RETURNING coin-key
         END-CALL
         IF coin-key EQUAL TO 1 THEN
           MOVE 1 TO dnm-pos
           PERFORM INSERT-COIN
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-f2
           RETURNING coin-key
         END-CALL
         IF coin-key EQUAL TO 1 AND dnm-count GREATER THAN 1 THEN
           MOVE 2 TO dnm-pos
           PERFORM INSERT-COIN
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-f3
           RETURNING coin-key
         END-CALL
         IF coin-key EQUAL TO 1 AND dnm-count GREATER THAN 2 THEN
           MOVE 3 TO dnm-pos
           PERFORM INSERT-COIN
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-f4
           RETURNING coin-key
         END-CALL
         IF coin-key EQUAL TO 1 AND dnm-count GREATER THAN 3 THEN
           MOVE 4 TO dnm-pos
           PERFORM INSERT-COIN
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-six
         END-CALL
         IF coin-key EQUAL TO 1 THEN
           MOVE "SERVICE " TO coin-event
           MOVE staff-duty-id TO coin-staff
           PERFORM ADD-CREDIT
         END-IF.

      * A coin on acceptor channel dnm-pos (key 5 is channel one,
      * F2-F4 channels two to four). With a DENOMINATIONS.DAT table
      * the line names the denomination and a coin worth several
      * credit units buys that many credits; without one every coin
      * is the single credit it always was.
       INSERT-COIN.
         MOVE "COIN    " TO coin-event
         MOVE 1 TO coin-credit-units
         IF dnm-pos NOT GREATER THAN dnm-count THEN
           MOVE dnmt-code(dnm-pos) TO coin-denom
           COMPUTE coin-credit-units =
             dnmt-value(dnm-pos) / dnm-credit-value
           IF coin-credit-units EQUAL TO 0 THEN
             MOVE 1 TO coin-credit-units
           END-IF
         END-IF
         PERFORM ADD-CREDIT
         MOVE 1 TO coin-credit-units.

       ADD-CREDIT.
         IF credits EQUAL TO 0 THEN
           PERFORM COMPUTE-ABS-SECONDS-NOW
           MOVE abs-seconds-now TO alr-credit-abs
         END-IF
         IF credits + coin-credit-units GREATER THAN 999 THEN
           MOVE 999 TO credits
         ELSE
           ADD coin-credit-units TO credits
         END-IF
         IF assist-mode EQUAL TO 1 THEN
           MOVE 1 TO assist-armed
                  AND cpu-opponent EQUAL TO 0) THEN
             COMPUTE needed-credits = effective-price * 2
           END-IF
      * A tournament entry needs its fee on top of the play.
           IF tournament-active EQUAL TO 1 THEN
             PERFORM COMPUTE-TOURNAMENT-FEE
             ADD tourn-fee-due TO needed-credits
           END-IF
           IF credits GREATER OR EQUAL TO needed-credits
              OR wallet-balance GREATER OR EQUAL TO
                 needed-credits THEN
           MOVE "PLAY    " TO coin-event
         END-IF
         MOVE 0 TO wallet-drawn
         MOVE 0 TO jackpot-paid
         IF credits GREATER OR EQUAL TO needed-credits THEN
           SUBTRACT needed-credits FROM credits
           MOVE 1 TO jackpot-paid
         ELSE
           IF wallet-balance GREATER OR EQUAL TO needed-credits
               THEN
             PERFORM DRAW-FROM-WALLET
             MOVE wallet-drawn TO jackpot-paid
           ELSE
             MOVE 0 TO credits
           END-IF
         END-IF
         MOVE 0 TO alr-credit-abs
         MOVE run-id TO coin-run-id
         PERFORM WRITE-COIN-AUDIT
         MOVE coin-seq TO jackpot-play-seq
      * The WALLET- line carries the credits drawn in cr= (not
      * the coin bank), so the ledger alone can age wallet money.
         IF wallet-drawn EQUAL TO 1 THEN
           MOVE "WALLET- " TO coin-event
           MOVE player-initials TO coin-profile
           MOVE credits TO wallet-held-credits
           MOVE needed-credits TO credits
           PERFORM WRITE-COIN-AUDIT
           MOVE wallet-held-credits TO credits
         END-IF
      * Only a play actually paid for feeds the jackpot pool.
         IF jackpot-paid EQUAL TO 1 AND jackpot-on EQUAL TO 1 THEN
           PERFORM FEED-JACKPOT
         END-IF.

      * One fee per seat, priced like the play itself.
       COMPUTE-TOURNAMENT-FEE.
         MOVE tourn-fee TO tourn-fee-due
         IF two-player EQUAL TO 1
            OR (versus-mode EQUAL TO 1
                AND cpu-opponent EQUAL TO 0) THEN
           COMPUTE tourn-fee-due = tourn-fee * 2
         END-IF.

      * The entry fee is its own ledger event (TFEE, the fee in
      * cr=) and goes into TOURN-POOL.DAT. It comes off the credit
      * bank when that covers it, otherwise off the wallet with the
      * usual WALLET- line ahead of it; a fee neither can cover is
      * not booked, the same way an unpaid play is not.
       CHARGE-TOURNAMENT-FEE.
         PERFORM COMPUTE-TOURNAMENT-FEE
         IF tourn-fee-due EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE SPACE TO tourn-fee-src
         IF credits GREATER OR EQUAL TO tourn-fee-due THEN
           SUBTRACT tourn-fee-due FROM credits
           MOVE "C" TO tourn-fee-src
         ELSE
           MOVE tourn-fee-due TO needed-credits
           MOVE 0 TO wallet-drawn
           IF wallet-balance GREATER OR EQUAL TO needed-credits
               THEN
             PERFORM DRAW-FROM-WALLET
           END-IF
           IF wallet-drawn EQUAL TO 1 THEN
             MOVE "W" TO tourn-fee-src
             MOVE "WALLET- " TO coin-event
             MOVE player-initials TO coin-profile
             MOVE credits TO wallet-held-credits
             MOVE needed-credits TO credits
             PERFORM WRITE-COIN-AUDIT
             MOVE wallet-held-credits TO credits
           END-IF
         END-IF
         IF tourn-fee-src EQUAL TO SPACE THEN
           NEXT SENTENCE
         END-IF
         MOVE "TFEE    " TO coin-event
         MOVE player-initials TO coin-profile
         MOVE credits TO wallet-held-credits
         MOVE tourn-fee-due TO credits
         PERFORM WRITE-COIN-AUDIT
         MOVE wallet-held-credits TO credits
         MOVE "FEE   " TO tpl-type
         MOVE player-initials TO tpl-initials
         MOVE tourn-fee-due TO tpl-credits
         MOVE 0 TO tpl-place
         MOVE tourn-fee-src TO tpl-source
         PERFORM WRITE-TOURN-POOL-LINE.

      * Keyed draw-down against the signed-in initials. A profile
      * that set a PIN only releases wallet money after that PIN
      * verified this session (profile-pin-ok).
      * The draw is made on the shop-wide record under the ledger
      * lock, never on the cache: two cabinets drawing on one
      * wallet at once take turns at the lock and the second sees
      * what the first left, so the money cannot be spent twice.
      * Changes queued here (a top-up just made) merge first. With
      * the lock busy past one retry, or the store out of reach,
      * there is no draw.
       DRAW-FROM-WALLET.
         PERFORM CLAIM-SHARED-LEDGER
         IF ledger-claimed NOT EQUAL TO 1 THEN
           PERFORM CLAIM-SHARED-LEDGER
         END-IF
         IF ledger-claimed NOT EQUAL TO 1 THEN
           MOVE "WALLET draw refused - ledger busy"
             TO sync-journal-msg
           PERFORM WRITE-SYNC-JOURNAL
           NEXT SENTENCE
         END-IF
         PERFORM MERGE-PENDING-PROFILES
         OPEN I-O SHARED-PROFILES-FILE
         IF shared-profile-status NOT EQUAL TO "00" THEN
           PERFORM RELEASE-SHARED-LEDGER
           MOVE "WALLET draw refused - profile store unreachable"
             TO sync-journal-msg
           PERFORM WRITE-SYNC-JOURNAL
           NEXT SENTENCE
         END-IF
         MOVE player-initials TO spx-initials
         READ SHARED-PROFILES-FILE
           INVALID KEY
             MOVE 0 TO wallet-balance
           NOT INVALID KEY
             IF spx-pin EQUAL TO 0
                OR (profile-pin-ok EQUAL TO 1
                    AND pin-ok-initials EQUAL TO
                        player-initials) THEN
               IF spx-wallet GREATER OR EQUAL TO needed-credits
                   THEN
                 SUBTRACT needed-credits FROM spx-wallet
                 MOVE cabinet-id TO spx-cabinet-id
                 MOVE FUNCTION CURRENT-DATE(1:14) TO spx-updated
                 MOVE spx-initials TO prof-wallet-initials
                 MOVE "DRAW  " TO prof-wallet-kind
                 MOVE "-" TO prof-wallet-sign
                 MOVE needed-credits TO prof-wallet-moved
                 MOVE spx-wallet TO prof-wallet-after
                 REWRITE SHARED-PROFILE-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                     MOVE 1 TO wallet-drawn
                     PERFORM WRITE-SHARED-WALLET
                 END-REWRITE
               END-IF
               MOVE spx-wallet TO wallet-balance
             END-IF
             PERFORM CACHE-SHARED-PROFILE
         END-READ
         CLOSE SHARED-PROFILES-FILE
         PERFORM RELEASE-SHARED-LEDGER.

      * Chained-checksum ledger line: ck covers the previous line's
      * ck plus this line's seq, credit count and time, so removing
           MOVE coin-reason TO COIN-AUDIT-RECORD(62:1)
           MOVE SPACE TO coin-reason
         END-IF
         IF coin-staff NOT EQUAL TO SPACES THEN
           MOVE " by=" TO COIN-AUDIT-RECORD(69:4)
           MOVE coin-staff TO COIN-AUDIT-RECORD(73:4)
           MOVE SPACES TO coin-staff
         END-IF
         IF coin-profile NOT EQUAL TO SPACES THEN
           MOVE " pf=" TO COIN-AUDIT-RECORD(77:4)
           MOVE coin-profile TO COIN-AUDIT-RECORD(81:3)
           MOVE SPACES TO coin-profile
         END-IF
         IF coin-voucher GREATER THAN 0 THEN
           MOVE " v=" TO COIN-AUDIT-RECORD(58:3)
           MOVE coin-voucher TO COIN-AUDIT-RECORD(61:8)
           MOVE 0 TO coin-voucher
         END-IF
         IF coin-denom NOT EQUAL TO SPACES THEN
           MOVE " dn=" TO COIN-AUDIT-RECORD(84:4)
           MOVE coin-denom TO COIN-AUDIT-RECORD(88:3)
           MOVE SPACES TO coin-denom
         END-IF
         IF coin-run-id NOT EQUAL TO SPACES THEN
           MOVE " id=" TO COIN-AUDIT-RECORD(91:4)
           MOVE coin-run-id TO COIN-AUDIT-RECORD(95:20)
           MOVE SPACES TO coin-run-id
         END-IF
         WRITE COIN-AUDIT-RECORD
         CLOSE COIN-AUDIT-FILE.

               MOVE 0 TO pin-entry-mode
               MOVE 1 TO game-state
             WHEN OTHER
               PERFORM CHECK-STAFF-SIGN-ON
           END-EVALUATE
         END-IF
         MOVE SPACES TO pin-entry-line
               BY VALUE 390 220 25 255 255 255 255
             END-CALL
           WHEN OTHER
             EVALUATE TRUE
               WHEN staff-count EQUAL TO 0
                 CALL "b_DrawText" USING
                   BY REFERENCE "OPERATOR PIN"
                   BY VALUE 380 220 25 255 255 255 255
                 END-CALL
               WHEN staff-pin-stage EQUAL TO 0
                 CALL "b_DrawText" USING
                   BY REFERENCE "STAFF ID"
                   BY VALUE 410 220 25 255 255 255 255
                 END-CALL
               WHEN OTHER
                 MOVE SPACES TO staff-line
                 STRING "PIN FOR " staff-entry-id
                   DELIMITED BY SIZE INTO staff-line
                 CALL "b_DrawText" USING
                   BY REFERENCE staff-line
                   BY VALUE 380 220 25 255 255 255 255
                 END-CALL
             END-EVALUATE
         END-EVALUATE
         CALL "b_DrawText" USING
           BY REFERENCE pin-entry-line
           BY VALUE 430 355 16 150 150 150 255
         END-CALL.

      * Operator gate proper. No STAFF.DAT: the shared PIN, signed
      * on as OPER. Otherwise two turns of the wheel - the staff ID,
      * then that member's PIN - and a miss on either starts over
      * at the ID without saying which half was wrong.
       CHECK-STAFF-SIGN-ON.
         IF staff-count EQUAL TO 0 THEN
           IF pin-entry-value EQUAL TO operator-pin THEN
             MOVE "OPER" TO staff-duty-id
             MOVE "M" TO staff-duty-role
             PERFORM OPEN-SERVICE-MODE
           ELSE
             PERFORM CLEAR-PIN-WHEEL
           END-IF
           NEXT SENTENCE
         END-IF
         PERFORM CLEAR-PIN-WHEEL
         IF staff-pin-stage EQUAL TO 0 THEN
           MOVE pin-entry-value TO staff-entry-num
           MOVE 1 TO staff-pin-stage
           NEXT SENTENCE
         END-IF
         MOVE 0 TO staff-pin-stage
         PERFORM VARYING staff-i FROM 1 BY 1
         UNTIL staff-i > staff-count
           IF stt-id(staff-i) EQUAL TO staff-entry-id
              AND stt-pin(staff-i) EQUAL TO pin-entry-value THEN
             MOVE stt-id(staff-i) TO staff-duty-id
             MOVE stt-role(staff-i) TO staff-duty-role
             MOVE staff-count TO staff-i
             PERFORM OPEN-SERVICE-MODE
           END-IF
         END-PERFORM.

       CLEAR-PIN-WHEEL.
         MOVE 0 TO pin-entry-digits(1)
         MOVE 0 TO pin-entry-digits(2)
         MOVE 0 TO pin-entry-digits(3)
         MOVE 0 TO pin-entry-digits(4)
         MOVE 1 TO pin-entry-slot.

      * Opens on the first page the role may see.
       OPEN-SERVICE-MODE.
         MOVE 1 TO operator-unlocked
         MOVE 1 TO service-page
         MOVE 0 TO svc-action
         PERFORM SET-SERVICE-PAGE-ACCESS
         PERFORM UNTIL staff-page-ok EQUAL TO 1
            OR service-page EQUAL TO 8
           ADD 1 TO service-page
           PERFORM SET-SERVICE-PAGE-ACCESS
         END-PERFORM
         MOVE 10 TO game-state.

      * Page access by role. Managers have the lot; the action page
      * (refunds, goodwill, pricing, free play, clears, events) is
      * theirs alone. Technicians add the maintenance log to the
      * diagnostic pages, attendants the announcements; collectors
      * see counters, file status and health only - their cash
      * count is taken by COLLECTIONS EMPTY at the back office.
       SET-SERVICE-PAGE-ACCESS.
         MOVE 0 TO staff-page-ok
         EVALUATE staff-duty-role
           WHEN "M"
             MOVE "manager" TO staff-role-text
             MOVE 1 TO staff-page-ok
           WHEN "T"
             MOVE "technician" TO staff-role-text
             IF service-page NOT EQUAL TO 5
                AND service-page NOT EQUAL TO 8 THEN
               MOVE 1 TO staff-page-ok
             END-IF
           WHEN "A"
             MOVE "attendant" TO staff-role-text
             IF service-page NOT EQUAL TO 5
                AND service-page NOT EQUAL TO 7 THEN
               MOVE 1 TO staff-page-ok
             END-IF
           WHEN "C"
             MOVE "collector" TO staff-role-text
             IF service-page EQUAL TO 3 OR service-page EQUAL TO 4
                OR service-page EQUAL TO 6 THEN
               MOVE 1 TO staff-page-ok
             END-IF
           WHEN OTHER
             MOVE "no role" TO staff-role-text
         END-EVALUATE.

       SERVICE-LOCKED-PAGE.
         MOVE SPACES TO staff-line
         STRING "This page is not open to a "
           FUNCTION TRIM(staff-role-text)
           DELIMITED BY SIZE INTO staff-line
         CALL "b_DrawText" USING
           BY REFERENCE staff-line
           BY VALUE 30 160 18 255 100 100 255
         END-CALL.

      * STAFF.DAT is re-read on the idle sync tick, so a new starter
      * or a changed PIN takes effect without a restart. Inactive
      * rows are not loaded and cannot sign on.
       LOAD-STAFF.
         MOVE 0 TO staff-count
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO staff-eof
         PERFORM UNTIL staff-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO staff-eof
             NOT AT END
               IF st-active EQUAL TO "Y"
                  AND st-pin IS NUMERIC
                  AND staff-count LESS THAN MAX-STAFF THEN
                 ADD 1 TO staff-count
                 MOVE st-id TO stt-id(staff-count)
                 MOVE st-pin TO stt-pin(staff-count)
                 MOVE st-role TO stt-role(staff-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE.

      * Stores the entered value as the panel profile's PIN (0000
      * removes the protection).
       STORE-PROFILE-PIN.
         MOVE 0 TO prof-changed
         OPEN I-O PLAYER-PROFILES-IDX-FILE
         IF profile-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
             END-REWRITE
             MOVE 1 TO profile-pin-ok
             MOVE pv-initials TO pin-ok-initials
             PERFORM CLEAR-PROFILE-CHANGE
             MOVE pv-initials TO pch-initials
             MOVE "PIN   " TO pch-kind
             MOVE ppx-pin TO pch-pin
             MOVE 1 TO prof-changed
         END-READ
         CLOSE PLAYER-PROFILES-IDX-FILE
         IF prof-changed EQUAL TO 1 THEN
           PERFORM QUEUE-PROFILE-CHANGE
           PERFORM PUSH-PROFILE-CHANGES
         END-IF.

       VERIFY-PROFILE-PIN.
         OPEN INPUT PLAYER-PROFILES-IDX-FILE
           BY REFERENCE svc-line
           BY VALUE 300 70 16 200 200 200 255
         END-CALL
         PERFORM SET-SERVICE-PAGE-ACCESS
         MOVE SPACES TO staff-line
         STRING "Signed on: " staff-duty-id " ("
           FUNCTION TRIM(staff-role-text) ")"
           DELIMITED BY SIZE INTO staff-line
         CALL "b_DrawText" USING
           BY REFERENCE staff-line
           BY VALUE 300 92 14 150 150 150 255
         END-CALL
         IF staff-page-ok EQUAL TO 0 THEN
           PERFORM SERVICE-LOCKED-PAGE
         ELSE
           EVALUATE service-page
             WHEN 1 PERFORM SERVICE-SOUND-PAGE
             WHEN 2 PERFORM SERVICE-INPUT-PAGE
             WHEN 3 PERFORM SERVICE-COUNTER-PAGE
             WHEN 4 PERFORM SERVICE-FILE-PAGE
             WHEN 5 PERFORM SERVICE-ACTION-PAGE
             WHEN 7 PERFORM SERVICE-MAINT-PAGE
             WHEN 8 PERFORM SERVICE-ANNOUNCE-PAGE
             WHEN OTHER PERFORM SERVICE-ERROR-PAGE
           END-EVALUATE
         END-IF.

      * Announcement maintenance behind the PIN gate: the notices
      * themselves are edited in ANNOUNCE.DAT; this page shows
         IF mnt-key EQUAL TO 1 THEN
           MOVE "O" TO mnt-state
           PERFORM WRITE-MAINT-EVENT
           MOVE 0 TO parts-armed
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-c
         IF mnt-key EQUAL TO 1 THEN
           MOVE "C" TO mnt-state
           PERFORM WRITE-MAINT-EVENT
           MOVE mnt-code TO parts-incident
           PERFORM LOAD-PARTS-TABLE
           MOVE 1 TO parts-sel
           MOVE SPACES TO parts-last-line
           MOVE 1 TO parts-armed
         END-IF
         IF mnt-last-line NOT EQUAL TO SPACES THEN
           CALL "b_DrawText" USING
             BY REFERENCE mnt-last-line
             BY VALUE 30 260 14 150 255 220 255
           END-CALL
         END-IF
         IF parts-armed EQUAL TO 1 THEN
           PERFORM SERVICE-MAINT-PARTS
         END-IF
         PERFORM SERVICE-WORK-ORDERS
         PERFORM SERVICE-PM-TASKS.

      * Parts fitted on the incident just closed: N steps through
      * the catalog, U books one of the shown part against it. A
      * part the catalog shows none of is refused so the stock
      * gets counted rather than driven below zero.
       SERVICE-MAINT-PARTS.
         IF parts-count EQUAL TO 0 THEN
           CALL "b_DrawText" USING
             BY REFERENCE "No parts catalog (PARTS.DAT)"
             BY VALUE 30 290 16 150 150 150 255
           END-CALL
           NEXT SENTENCE
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-n
           RETURNING parts-key
         END-CALL
         IF parts-key EQUAL TO 1 THEN
           ADD 1 TO parts-sel
           IF parts-sel GREATER THAN parts-count THEN
             MOVE 1 TO parts-sel
           END-IF
         END-IF
         MOVE SPACES TO parts-line
         STRING "Parts on " parts-incident
           ":  N: next part   U: used one"
           DELIMITED BY SIZE INTO parts-line
         CALL "b_DrawText" USING
           BY REFERENCE parts-line
           BY VALUE 30 290 16 200 230 255 255
         END-CALL
         MOVE prt-stock(parts-sel) TO parts-stock-edit
         MOVE SPACES TO parts-line
         STRING prt-code(parts-sel) " " prt-desc(parts-sel)
           " stock " parts-stock-edit
           DELIMITED BY SIZE INTO parts-line
         CALL "b_DrawText" USING
           BY REFERENCE parts-line
           BY VALUE 30 312 16 255 220 100 255
         END-CALL
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-u
           RETURNING parts-key
         END-CALL
         IF parts-key EQUAL TO 1 THEN
           PERFORM USE-MAINT-PART
         END-IF
         IF parts-last-line NOT EQUAL TO SPACES THEN
           CALL "b_DrawText" USING
             BY REFERENCE parts-last-line
             BY VALUE 30 334 14 150 255 220 255
           END-CALL
         END-IF.

       LOAD-PARTS-TABLE.
         MOVE 0 TO parts-count
         OPEN INPUT PARTS-FILE
         IF parts-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO parts-eof
         PERFORM UNTIL parts-eof EQUAL TO 1
           READ PARTS-FILE
             AT END
               MOVE 1 TO parts-eof
             NOT AT END
               IF pt-code NOT EQUAL TO SPACES
                  AND parts-count LESS THAN MAX-PARTS THEN
                 ADD 1 TO parts-count
                 MOVE pt-code TO prt-code(parts-count)
                 MOVE pt-desc TO prt-desc(parts-count)
                 MOVE 0 TO prt-stock(parts-count)
                 IF pt-stock IS NUMERIC THEN
                   MOVE pt-stock TO prt-stock(parts-count)
                 END-IF
                 MOVE 0 TO prt-reorder(parts-count)
                 IF pt-reorder IS NUMERIC THEN
                   MOVE pt-reorder TO prt-reorder(parts-count)
                 END-IF
                 MOVE 0 TO prt-unit-cost(parts-count)
                 IF pt-unit-cost IS NUMERIC THEN
                   MOVE pt-unit-cost TO prt-unit-cost(parts-count)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE PARTS-FILE.

      * One part off stock: the journal line goes first, then the
      * whole catalog is written back from the table.
       USE-MAINT-PART.
         MOVE SPACES TO parts-last-line
         IF prt-stock(parts-sel) EQUAL TO 0 THEN
           STRING "None of " prt-code(parts-sel)
             " on file - count the shelf"
             DELIMITED BY SIZE INTO parts-last-line
           NEXT SENTENCE
         END-IF
         PERFORM COMPUTE-SECONDS-NOW
         OPEN EXTEND PART-MOVES-FILE
         IF part-moves-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT PART-MOVES-FILE
         END-IF
         IF part-moves-status NOT EQUAL TO "00" THEN
           MOVE "Cannot write PART-MOVES.DAT" TO parts-last-line
           NEXT SENTENCE
         END-IF
         MOVE SPACES TO PART-MOVE-RECORD
         MOVE FUNCTION CURRENT-DATE(1:8) TO pj-date
         MOVE cur-hhmmss-text TO pj-time
         MOVE prt-code(parts-sel) TO pj-code
         MOVE "USED" TO pj-type
         MOVE -1 TO pj-qty
         MOVE staff-duty-id TO pj-staff
         MOVE parts-incident TO pj-incident
         MOVE cabinet-id TO pj-cabinet
         MOVE prt-unit-cost(parts-sel) TO pj-unit-cost
         WRITE PART-MOVE-RECORD
         CLOSE PART-MOVES-FILE
         SUBTRACT 1 FROM prt-stock(parts-sel)
         OPEN OUTPUT PARTS-FILE
         PERFORM VARYING parts-i FROM 1 BY 1
             UNTIL parts-i GREATER THAN parts-count
           MOVE SPACES TO PART-RECORD
           MOVE prt-code(parts-i) TO pt-code
           MOVE prt-desc(parts-i) TO pt-desc
           MOVE prt-stock(parts-i) TO pt-stock
           MOVE prt-reorder(parts-i) TO pt-reorder
           MOVE prt-unit-cost(parts-i) TO pt-unit-cost
           WRITE PART-RECORD
         END-PERFORM
         CLOSE PARTS-FILE
         MOVE prt-stock(parts-sel) TO parts-stock-edit
         STRING "Used 1 " prt-code(parts-sel) " on "
           parts-incident ", " FUNCTION TRIM(parts-stock-edit)
           " left"
           DELIMITED BY SIZE INTO parts-last-line.

       SET-MAINT-SELECTION.
         EVALUATE mnt-sel
           WHEN 1
         MOVE FUNCTION CURRENT-DATE(1:8) TO mnt-date
         MOVE cur-hhmmss-text TO mnt-time
         MOVE mnt-sel-text TO mnt-text
         MOVE staff-duty-id TO mnt-staff
         WRITE MAINT-LOG-RECORD
         CLOSE MAINT-LOG-FILE
         MOVE SPACES TO mnt-last-line
         STRING "Logged " mnt-code " " mnt-state " at "
           cur-hhmmss-text
           DELIMITED BY SIZE INTO mnt-last-line
         PERFORM OPEN-HBHIST
         IF hbhist-status EQUAL TO "00" THEN
           MOVE SPACES TO HBHIST-RECORD
           MOVE "M" TO hh-type
           MOVE FUNCTION CURRENT-DATE(1:8) TO hh-date
           MOVE cur-hhmmss-text TO hh-time
           MOVE mnt-sel-code TO hh-mnt-code
           MOVE mnt-state TO hh-mnt-state
           MOVE staff-duty-id TO hh-mnt-staff
           WRITE HBHIST-RECORD
           CLOSE HBHIST-FILE
         END-IF.

      * Open work orders down the right of the maintenance page:
      * W steps through them, T takes the shown order, K closes it
      * (the C event goes on MAINT-LOG.DAT and the parts entry is
      * armed for that incident, as a C keyed by hand would).
       SERVICE-WORK-ORDERS.
         MOVE wko-open-count TO wko-count-edit
         MOVE SPACES TO wko-line
         STRING "WORK ORDERS (" FUNCTION TRIM(wko-count-edit)
           " open)"
           DELIMITED BY SIZE INTO wko-line
         CALL "b_DrawText" USING
           BY REFERENCE wko-line
           BY VALUE 500 120 20 255 255 255 255
         END-CALL
         IF wko-last-line NOT EQUAL TO SPACES THEN
           CALL "b_DrawText" USING
             BY REFERENCE wko-last-line
             BY VALUE 500 260 14 150 255 220 255
           END-CALL
         END-IF
         IF wko-open-count EQUAL TO 0 THEN
           CALL "b_DrawText" USING
             BY REFERENCE "None open"
             BY VALUE 500 160 16 150 150 150 255
           END-CALL
           NEXT SENTENCE
         END-IF
         IF wko-sel EQUAL TO 0 OR wko-sel GREATER THAN wko-open-count
             THEN
           MOVE 1 TO wko-sel
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-w
           RETURNING wko-key
         END-CALL
         IF wko-key EQUAL TO 1 THEN
           ADD 1 TO wko-sel
           IF wko-sel GREATER THAN wko-open-count THEN
             MOVE 1 TO wko-sel
           END-IF
         END-IF
         MOVE SPACES TO wko-line
         STRING "WO " wkt-number(wko-sel) "  " wkt-source(wko-sel)
           " (" wkt-incident(wko-sel) ")"
           DELIMITED BY SIZE INTO wko-line
         CALL "b_DrawText" USING
           BY REFERENCE wko-line
           BY VALUE 500 160 16 255 220 100 255
         END-CALL
         MOVE SPACES TO wko-line
         IF wkt-tech(wko-sel) EQUAL TO SPACES THEN
           STRING "Opened " wkt-opened-date(wko-sel) "  unassigned"
             DELIMITED BY SIZE INTO wko-line
         ELSE
           STRING "Opened " wkt-opened-date(wko-sel) "  tech "
             wkt-tech(wko-sel)
             DELIMITED BY SIZE INTO wko-line
         END-IF
         CALL "b_DrawText" USING
           BY REFERENCE wko-line
           BY VALUE 500 182 16 200 230 255 255
         END-CALL
         CALL "b_DrawText" USING
           BY REFERENCE "W: next   T: take   K: close"
           BY VALUE 500 220 16 200 230 255 255
         END-CALL
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-t
           RETURNING wko-key
         END-CALL
         IF wko-key EQUAL TO 1 THEN
           MOVE staff-duty-id TO wkt-tech(wko-sel)
           MOVE wkt-number(wko-sel) TO wko-upd-number
           MOVE staff-duty-id TO wko-upd-tech
           MOVE 0 TO wko-upd-close
           PERFORM REWRITE-WORK-ORDER
           MOVE SPACES TO wko-last-line
           STRING "WO " wkt-number(wko-sel) " taken by "
             staff-duty-id
             DELIMITED BY SIZE INTO wko-last-line
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-k
           RETURNING wko-key
         END-CALL
         IF wko-key EQUAL TO 1 THEN
           PERFORM CLOSE-WORK-ORDER
         END-IF.

      * Calendar PM under the work orders: X steps through this
      * cabinet's tasks, Y signs the shown one off for today.
       SERVICE-PM-TASKS.
         MOVE pm-due-count TO pm-edit
         MOVE pm-overdue-count TO pm-edit-2
         MOVE SPACES TO pm-line
         STRING "PM TASKS: " FUNCTION TRIM(pm-edit) " due, "
           FUNCTION TRIM(pm-edit-2) " overdue"
           DELIMITED BY SIZE INTO pm-line
         CALL "b_DrawText" USING
           BY REFERENCE pm-line
           BY VALUE 500 300 20 255 255 255 255
         END-CALL
         IF pm-last-line NOT EQUAL TO SPACES THEN
           CALL "b_DrawText" USING
             BY REFERENCE pm-last-line
             BY VALUE 500 410 14 150 255 220 255
           END-CALL
         END-IF
         IF pm-mine-count EQUAL TO 0 THEN
           CALL "b_DrawText" USING
             BY REFERENCE "No tasks in PM-TASKS.DAT"
             BY VALUE 500 340 16 150 150 150 255
           END-CALL
           NEXT SENTENCE
         END-IF
         IF pm-sel EQUAL TO 0 OR pm-sel GREATER THAN pm-count THEN
           MOVE 0 TO pm-sel
           PERFORM NEXT-PM-TASK
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-x
           RETURNING pm-key
         END-CALL
         IF pm-key EQUAL TO 1 THEN
           PERFORM NEXT-PM-TASK
         END-IF
         MOVE SPACES TO pm-line
         STRING pmr-code(pm-sel) " " pmr-desc(pm-sel)
           DELIMITED BY SIZE INTO pm-line
         CALL "b_DrawText" USING
           BY REFERENCE pm-line
           BY VALUE 500 340 16 255 220 100 255
         END-CALL
         EVALUATE pmr-state(pm-sel)
           WHEN 2 MOVE "OVERDUE" TO pm-state-text
           WHEN 1 MOVE "DUE" TO pm-state-text
           WHEN OTHER MOVE "ok" TO pm-state-text
         END-EVALUATE
         MOVE pmr-interval(pm-sel) TO pm-interval-edit
         MOVE SPACES TO pm-line
         IF pmr-last-done(pm-sel) IS NUMERIC THEN
           STRING "every " FUNCTION TRIM(pm-interval-edit)
             "d, last " pmr-last-done(pm-sel) "  " pm-state-text
             DELIMITED BY SIZE INTO pm-line
         ELSE
           STRING "every " FUNCTION TRIM(pm-interval-edit)
             "d, never done  " pm-state-text
             DELIMITED BY SIZE INTO pm-line
         END-IF
         CALL "b_DrawText" USING
           BY REFERENCE pm-line
           BY VALUE 500 362 16 200 230 255 255
         END-CALL
         CALL "b_DrawText" USING
           BY REFERENCE "X: next task   Y: mark done"
           BY VALUE 500 384 16 200 230 255 255
         END-CALL
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-y
           RETURNING pm-key
         END-CALL
         IF pm-key EQUAL TO 1 THEN
           PERFORM MARK-PM-TASK-DONE
         END-IF.

      * Moves pm-sel on to the next row this cabinet works to,
      * wrapping round; pm-mine-count is known to be above zero.
       NEXT-PM-TASK.
         PERFORM VARYING pm-j FROM 1 BY 1
             UNTIL pm-j GREATER THAN pm-count
           ADD 1 TO pm-sel
           IF pm-sel GREATER THAN pm-count THEN
             MOVE 1 TO pm-sel
           END-IF
           IF pmr-mine(pm-sel) EQUAL TO 1 THEN
             MOVE pm-count TO pm-j
           END-IF
         END-PERFORM.

      * A default row signed off for the first time becomes this
      * cabinet's own row; the default stays for the others.
       MARK-PM-TASK-DONE.
         IF pmr-cabinet(pm-sel) NOT EQUAL TO cabinet-id THEN
           IF pm-count NOT LESS THAN MAX-PM-ROWS THEN
             MOVE "PM-TASKS.DAT full - task not signed off"
               TO pm-last-line
             NEXT SENTENCE
           END-IF
           MOVE 0 TO pmr-mine(pm-sel)
           ADD 1 TO pm-count
           MOVE pm-row(pm-sel) TO pm-row(pm-count)
           MOVE cabinet-id TO pmr-cabinet(pm-count)
           MOVE 1 TO pmr-mine(pm-count)
           MOVE pm-count TO pm-sel
         END-IF
         PERFORM COMPUTE-SECONDS-NOW
         MOVE FUNCTION CURRENT-DATE(1:8) TO pmr-last-done(pm-sel)
         MOVE staff-duty-id TO pmr-last-staff(pm-sel)
         PERFORM SAVE-PM-TASKS
         MOVE "P" TO mnt-sel-code
         MOVE SPACES TO mnt-sel-text
         STRING "PM " pmr-code(pm-sel) " " pmr-desc(pm-sel)
           DELIMITED BY SIZE INTO mnt-sel-text
         MOVE "C" TO mnt-state
         PERFORM WRITE-MAINT-EVENT
         PERFORM SET-MAINT-SELECTION
         PERFORM ASSESS-PM-TASKS
         MOVE SPACES TO pm-last-line
         STRING "PM " pmr-code(pm-sel) " done at " cur-hhmmss-text
           " by " staff-duty-id
           DELIMITED BY SIZE INTO pm-last-line.

       LOAD-PM-TASKS.
         MOVE 0 TO pm-count
         OPEN INPUT PM-TASKS-FILE
         IF pm-tasks-status EQUAL TO "00" THEN
           MOVE 0 TO pm-eof
           PERFORM UNTIL pm-eof EQUAL TO 1
             READ PM-TASKS-FILE
               AT END
                 MOVE 1 TO pm-eof
               NOT AT END
                 IF pmt-code NOT EQUAL TO SPACES
                    AND pmt-interval IS NUMERIC
                    AND pmt-interval GREATER THAN 0
                    AND pm-count LESS THAN MAX-PM-ROWS THEN
                   ADD 1 TO pm-count
                   MOVE pmt-code TO pmr-code(pm-count)
                   MOVE pmt-desc TO pmr-desc(pm-count)
                   MOVE pmt-interval TO pmr-interval(pm-count)
                   MOVE pmt-cabinet TO pmr-cabinet(pm-count)
                   MOVE pmt-last-done TO pmr-last-done(pm-count)
                   MOVE pmt-last-staff TO pmr-last-staff(pm-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PM-TASKS-FILE
         END-IF
         PERFORM VARYING pm-i FROM 1 BY 1
             UNTIL pm-i GREATER THAN pm-count
           MOVE 0 TO pmr-mine(pm-i)
           IF pmr-cabinet(pm-i) EQUAL TO cabinet-id THEN
             MOVE 1 TO pmr-mine(pm-i)
           END-IF
           IF pmr-cabinet(pm-i) EQUAL TO SPACES THEN
             MOVE 1 TO pmr-mine(pm-i)
             PERFORM VARYING pm-j FROM 1 BY 1
                 UNTIL pm-j GREATER THAN pm-count
               IF pmr-code(pm-j) EQUAL TO pmr-code(pm-i)
                  AND pmr-cabinet(pm-j) EQUAL TO cabinet-id THEN
                 MOVE 0 TO pmr-mine(pm-i)
               END-IF
             END-PERFORM
           END-IF
         END-PERFORM
         MOVE 0 TO pm-sel
         PERFORM ASSESS-PM-TASKS.

      * Due on the day the interval runs out, overdue from the day
      * after; a task never signed off is overdue.
       ASSESS-PM-TASKS.
         MOVE 0 TO pm-mine-count
         MOVE 0 TO pm-due-count
         MOVE 0 TO pm-overdue-count
         MOVE FUNCTION CURRENT-DATE(1:8) TO pm-date-num
         COMPUTE pm-today-int = FUNCTION INTEGER-OF-DATE(pm-date-num)
         PERFORM VARYING pm-i FROM 1 BY 1
             UNTIL pm-i GREATER THAN pm-count
           MOVE 0 TO pmr-state(pm-i)
           IF pmr-mine(pm-i) EQUAL TO 1 THEN
             ADD 1 TO pm-mine-count
             IF pmr-last-done(pm-i) IS NUMERIC THEN
               MOVE pmr-last-done(pm-i) TO pm-date-num
               COMPUTE pm-days = pm-today-int
                 - FUNCTION INTEGER-OF-DATE(pm-date-num)
               IF pm-days EQUAL TO pmr-interval(pm-i) THEN
                 MOVE 1 TO pmr-state(pm-i)
                 ADD 1 TO pm-due-count
               END-IF
               IF pm-days GREATER THAN pmr-interval(pm-i) THEN
                 MOVE 2 TO pmr-state(pm-i)
                 ADD 1 TO pm-overdue-count
               END-IF
             ELSE
               MOVE 2 TO pmr-state(pm-i)
               ADD 1 TO pm-overdue-count
             END-IF
           END-IF
         END-PERFORM.

       SAVE-PM-TASKS.
         OPEN OUTPUT PM-TASKS-FILE
         PERFORM VARYING pm-i FROM 1 BY 1
             UNTIL pm-i GREATER THAN pm-count
           MOVE SPACES TO PM-TASK-RECORD
           MOVE pmr-code(pm-i) TO pmt-code
           MOVE pmr-desc(pm-i) TO pmt-desc
           MOVE pmr-interval(pm-i) TO pmt-interval
           MOVE pmr-cabinet(pm-i) TO pmt-cabinet
           MOVE pmr-last-done(pm-i) TO pmt-last-done
           MOVE pmr-last-staff(pm-i) TO pmt-last-staff
           WRITE PM-TASK-RECORD
         END-PERFORM
         CLOSE PM-TASKS-FILE.

       CLOSE-WORK-ORDER.
         PERFORM COMPUTE-SECONDS-NOW
         MOVE wkt-number(wko-sel) TO wko-upd-number
         IF wkt-tech(wko-sel) EQUAL TO SPACES THEN
           MOVE staff-duty-id TO wko-upd-tech
         ELSE
           MOVE wkt-tech(wko-sel) TO wko-upd-tech
         END-IF
         MOVE 1 TO wko-upd-close
         PERFORM REWRITE-WORK-ORDER
         MOVE wkt-incident(wko-sel) TO mnt-sel-code
         MOVE SPACES TO mnt-sel-text
         STRING "WO " wkt-number(wko-sel) " " wkt-source(wko-sel)
           DELIMITED BY SIZE INTO mnt-sel-text
         MOVE "C" TO mnt-state
         PERFORM WRITE-MAINT-EVENT
         PERFORM SET-MAINT-SELECTION
         MOVE mnt-code TO parts-incident
         PERFORM LOAD-PARTS-TABLE
         MOVE 1 TO parts-sel
         MOVE SPACES TO parts-last-line
         MOVE 1 TO parts-armed
         IF wkt-source-type(wko-sel) EQUAL TO "W" THEN
           PERFORM VARYING wear-i FROM 1 BY 1
               UNTIL wear-i > WEAR-SLOTS
             IF wt-name(wear-i) EQUAL TO wkt-source(wko-sel) THEN
               MOVE 0 TO wt-count(wear-i)
             END-IF
           END-PERFORM
           PERFORM SAVE-WEAR-COUNTERS
         END-IF
         MOVE SPACES TO wko-last-line
         STRING "Closed WO " wkt-number(wko-sel) " at "
           cur-hhmmss-text
           DELIMITED BY SIZE INTO wko-last-line
         PERFORM VARYING wko-i FROM wko-sel BY 1
             UNTIL wko-i NOT LESS THAN wko-open-count
           MOVE wko-open(wko-i + 1) TO wko-open(wko-i)
         END-PERFORM
         SUBTRACT 1 FROM wko-open-count
         IF wko-sel GREATER THAN wko-open-count THEN
           MOVE 1 TO wko-sel
         END-IF.

       LOAD-WORK-ORDERS.
         MOVE 0 TO wko-open-count
         MOVE 1 TO wko-next-number
         OPEN INPUT WORKORDERS-FILE
         IF workorders-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO wko-eof
         PERFORM UNTIL wko-eof EQUAL TO 1
           READ WORKORDERS-FILE
             AT END
               MOVE 1 TO wko-eof
             NOT AT END
               IF wo-number IS NUMERIC THEN
                 IF wo-number NOT LESS THAN wko-next-number THEN
                   COMPUTE wko-next-number = wo-number + 1
                 END-IF
                 IF wo-status EQUAL TO "O"
                    AND wko-open-count LESS THAN MAX-OPEN-ORDERS
                     THEN
                   ADD 1 TO wko-open-count
                   MOVE wo-number TO wkt-number(wko-open-count)
                   MOVE wo-source-type TO
                     wkt-source-type(wko-open-count)
                   MOVE wo-source TO wkt-source(wko-open-count)
                   MOVE wo-incident TO wkt-incident(wko-open-count)
                   MOVE wo-opened-date TO
                     wkt-opened-date(wko-open-count)
                   MOVE wo-tech TO wkt-tech(wko-open-count)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE WORKORDERS-FILE.

      * Called with wko-new-type/-source/-incident set. Nothing is
      * raised while an order for the same source is still open.
       RAISE-WORK-ORDER.
         MOVE 0 TO wko-pos
         PERFORM VARYING wko-i FROM 1 BY 1
             UNTIL wko-i GREATER THAN wko-open-count
           IF wkt-source-type(wko-i) EQUAL TO wko-new-type
              AND wkt-source(wko-i) EQUAL TO wko-new-source THEN
             MOVE wko-i TO wko-pos
           END-IF
         END-PERFORM
         IF wko-pos GREATER THAN 0
            OR wko-open-count NOT LESS THAN MAX-OPEN-ORDERS THEN
           NEXT SENTENCE
         END-IF
         PERFORM COMPUTE-SECONDS-NOW
         OPEN EXTEND WORKORDERS-FILE
         IF workorders-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT WORKORDERS-FILE
         END-IF
         IF workorders-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE SPACES TO WORK-ORDER-RECORD
         MOVE wko-next-number TO wo-number
         MOVE cabinet-id TO wo-cabinet
         MOVE wko-new-type TO wo-source-type
         MOVE wko-new-source TO wo-source
         MOVE wko-new-incident TO wo-incident
         MOVE FUNCTION CURRENT-DATE(1:8) TO wo-opened-date
         MOVE cur-hhmmss-text TO wo-opened-time
         MOVE "O" TO wo-status
         WRITE WORK-ORDER-RECORD
         CLOSE WORKORDERS-FILE
         ADD 1 TO wko-open-count
         MOVE wko-next-number TO wkt-number(wko-open-count)
         MOVE wko-new-type TO wkt-source-type(wko-open-count)
         MOVE wko-new-source TO wkt-source(wko-open-count)
         MOVE wko-new-incident TO wkt-incident(wko-open-count)
         MOVE FUNCTION CURRENT-DATE(1:8) TO
           wkt-opened-date(wko-open-count)
         MOVE SPACES TO wkt-tech(wko-open-count)
         ADD 1 TO wko-next-number.

       RAISE-WEAR-WORK-ORDERS.
         PERFORM VARYING wear-i FROM 1 BY 1
             UNTIL wear-i > WEAR-SLOTS
           IF wt-count(wear-i) GREATER OR EQUAL TO
               wt-threshold(wear-i) THEN
             MOVE "W" TO wko-new-type
             MOVE wt-name(wear-i) TO wko-new-source
             IF wt-name(wear-i)(1:4) EQUAL TO "COIN" THEN
               MOVE "J" TO wko-new-incident
             ELSE
               MOVE "O" TO wko-new-incident
             END-IF
             PERFORM RAISE-WORK-ORDER
           END-IF
         END-PERFORM.

      * Called with wko-upd-number set: wko-upd-tech goes on the
      * order and, with wko-upd-close 1, it is stamped closed at
      * cur-hhmmss-text. Copied out to WORKORDERS.TMP and back.
       REWRITE-WORK-ORDER.
         OPEN INPUT WORKORDERS-FILE
         IF workorders-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         OPEN OUTPUT WORKORDERS-TEMP-FILE
         MOVE 0 TO wko-eof
         PERFORM UNTIL wko-eof EQUAL TO 1
           READ WORKORDERS-FILE
             AT END
               MOVE 1 TO wko-eof
             NOT AT END
               IF wo-number EQUAL TO wko-upd-number
                  AND wo-status EQUAL TO "O" THEN
                 MOVE wko-upd-tech TO wo-tech
                 IF wko-upd-close EQUAL TO 1 THEN
                   MOVE "C" TO wo-status
                   MOVE FUNCTION CURRENT-DATE(1:8) TO wo-closed-date
                   MOVE cur-hhmmss-text TO wo-closed-time
                 END-IF
               END-IF
               WRITE WORKORDERS-TEMP-RECORD FROM WORK-ORDER-RECORD
           END-READ
         END-PERFORM
         CLOSE WORKORDERS-FILE
         CLOSE WORKORDERS-TEMP-FILE
         OPEN INPUT WORKORDERS-TEMP-FILE
         OPEN OUTPUT WORKORDERS-FILE
         MOVE 0 TO wko-eof
         PERFORM UNTIL wko-eof EQUAL TO 1
           READ WORKORDERS-TEMP-FILE
             AT END
               MOVE 1 TO wko-eof
             NOT AT END
               MOVE WORKORDERS-TEMP-RECORD TO WORK-ORDER-RECORD
               WRITE WORK-ORDER-RECORD
           END-READ
         END-PERFORM
         CLOSE WORKORDERS-TEMP-FILE
         CLOSE WORKORDERS-FILE.

       SERVICE-ERROR-PAGE.
         CALL "b_DrawText" USING
           END-CALL
           ADD 22 TO svc-y
         END-IF
         IF degraded-clock EQUAL TO 1 THEN
           MOVE SPACES TO degraded-line
           STRING "DEGRADED: clock off by "
             FUNCTION TRIM(clock-edit) "s - pushes held"
             DELIMITED BY SIZE INTO degraded-line
           CALL "b_DrawText" USING
             BY REFERENCE degraded-line
             BY VALUE 30 svc-y 16 255 100 100 255
           END-CALL
           ADD 22 TO svc-y
         END-IF
         IF degraded-release EQUAL TO 1 THEN
           MOVE build-ledger-format TO release-edit-1
           MOVE release-format TO release-edit-2
           MOVE SPACES TO degraded-line
           STRING "DEGRADED: build " FUNCTION TRIM(build-id)
             " ledger fmt " FUNCTION TRIM(release-edit-1)
             " not " FUNCTION TRIM(release-edit-2) " - pushes held"
             DELIMITED BY SIZE INTO degraded-line
           CALL "b_DrawText" USING
             BY REFERENCE degraded-line
             BY VALUE 30 svc-y 16 255 100 100 255
           END-CALL
           ADD 22 TO svc-y
         END-IF
         IF degraded-any EQUAL TO 0 THEN
           CALL "b_DrawText" USING
             BY REFERENCE "All subsystems up"
           " SIGNED, " FUNCTION TRIM(hov-edit-2) " REFUSED"
           DELIMITED BY SIZE INTO hov-line
         WRITE TICKET-SPOOL-RECORD FROM hov-line
         PERFORM ASSESS-PM-TASKS
         IF pm-due-count EQUAL TO 0
            AND pm-overdue-count EQUAL TO 0 THEN
           MOVE "  PM TASKS: none due" TO hov-line
           WRITE TICKET-SPOOL-RECORD FROM hov-line
         ELSE
           MOVE "  PM TASKS DUE:" TO hov-line
           WRITE TICKET-SPOOL-RECORD FROM hov-line
           PERFORM VARYING pm-i FROM 1 BY 1
               UNTIL pm-i GREATER THAN pm-count
             IF pmr-mine(pm-i) EQUAL TO 1
                AND pmr-state(pm-i) GREATER THAN 0 THEN
               IF pmr-state(pm-i) EQUAL TO 2 THEN
                 MOVE "OVERDUE" TO pm-state-text
               ELSE
                 MOVE "due" TO pm-state-text
               END-IF
               MOVE SPACES TO hov-line
               STRING "   " pmr-code(pm-i) " " pmr-desc(pm-i) " "
                 pm-state-text
                 DELIMITED BY SIZE INTO hov-line
               WRITE TICKET-SPOOL-RECORD FROM hov-line
             END-IF
           END-PERFORM
         END-IF
         MOVE "  CLOSING OP SIGNATURE: ________" TO hov-line
         WRITE TICKET-SPOOL-RECORD FROM hov-line
         MOVE "----------------------------------------"
         WRITE TICKET-SPOOL-RECORD
         CLOSE TICKET-SPOOL-FILE
         MOVE "HANDOVER" TO coin-event
         MOVE staff-duty-id TO coin-staff
         PERFORM WRITE-COIN-AUDIT.

       SERVICE-REFUND-REASON-KEYS.
      * profile shown on the idle V panel, chained to the ledger
      * as WALLET+ so COLLECTIONS sees the cash and the liability.
       WALLET-TOP-UP.
         MOVE 0 TO prof-changed
         OPEN I-O PLAYER-PROFILES-IDX-FILE
         IF profile-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
             IF pv-initials EQUAL TO player-initials THEN
               MOVE ppx-wallet TO wallet-balance
             END-IF
             MOVE ppx-wallet TO pv-wallet
             MOVE "WALLET+ " TO coin-event
             MOVE staff-duty-id TO coin-staff
             MOVE pv-initials TO coin-profile
             PERFORM WRITE-COIN-AUDIT
             PERFORM CLEAR-PROFILE-CHANGE
             MOVE pv-initials TO pch-initials
             MOVE "WALLET" TO pch-kind
             MOVE 1 TO pch-wallet
             MOVE 1 TO prof-changed
         END-READ
         CLOSE PLAYER-PROFILES-IDX-FILE
         IF prof-changed EQUAL TO 1 THEN
           PERFORM QUEUE-PROFILE-CHANGE
           PERFORM PUSH-PROFILE-CHANGES
         END-IF.

      * Set with the parent at the counter: each press steps the
      * profile's daily budget 0 -> 30 -> 60 -> 90 -> 120 -> 0.
       CYCLE-TIME-LIMIT.
         MOVE 0 TO prof-changed
         OPEN I-O PLAYER-PROFILES-IDX-FILE
         IF profile-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
             IF pv-initials EQUAL TO player-initials THEN
               MOVE ppx-limit-mins TO limit-mins-cache
             END-IF
             PERFORM CLEAR-PROFILE-CHANGE
             MOVE pv-initials TO pch-initials
             MOVE "LIMIT " TO pch-kind
             MOVE ppx-limit-mins TO pch-limit-mins
             MOVE 1 TO prof-changed
         END-READ
         CLOSE PLAYER-PROFILES-IDX-FILE
         IF prof-changed EQUAL TO 1 THEN
           PERFORM QUEUE-PROFILE-CHANGE
           PERFORM PUSH-PROFILE-CHANGES
         END-IF.

      * A refund puts the eaten credit back on the meter AND puts
      * the giveaway on the checksum chain, so the cash box and the
           ADD 1 TO credits
         END-IF
         MOVE svc-refund-reason TO coin-reason
         MOVE staff-duty-id TO coin-staff
         PERFORM WRITE-COIN-AUDIT.

      * Opening a tournament truncates the standings file for the
         MOVE 0 TO assist-mode
         MOVE 0 TO assist-armed
         MOVE 1 TO tournament-active
         PERFORM SAVE-CONFIG
         MOVE "OPEN  " TO tpl-type
         MOVE SPACES TO tpl-initials
         MOVE 0 TO tpl-credits
         MOVE 0 TO tpl-place
         MOVE SPACE TO tpl-source
         PERFORM WRITE-TOURN-POOL-LINE.

      * Closing reads every entrant run back, ranks by score with
      * the same insertion sort INSERT-HISCORE uses, and writes the
      * final results report for the noticeboard. When entries paid
      * a fee the pool is paid out to the top finishers' wallets,
      * the report proves fees in against payouts plus the house
      * share, and a payout sheet goes to the ticket spool.
       CLOSE-TOURNAMENT.
         MOVE 0 TO tournament-active
         PERFORM SAVE-CONFIG
                 PERFORM INSERT-TOURNAMENT-RANKED
             END-READ
           END-PERFORM
           CLOSE TOURNAMENT-FILE
         END-IF
         OPEN OUTPUT TOURN-RESULTS-FILE
         MOVE "TOURNAMENT FINAL RESULTS" TO tourn-line
         WRITE TOURN-RESULTS-RECORD FROM tourn-line
         MOVE ALL "-" TO tourn-line
         WRITE TOURN-RESULTS-RECORD FROM tourn-line
         PERFORM VARYING tourn-i FROM 1 BY 1
         UNTIL tourn-i > tourn-count
           MOVE tourn-i TO tourn-rank-edit
           MOVE trn-score(tourn-i) TO tourn-score-edit
           MOVE SPACES TO tourn-line
           STRING tourn-rank-edit ". " trn-initials(tourn-i)
             "  " tourn-score-edit
             "  (" trn-date(tourn-i) " " trn-stamp(tourn-i) ")"
             DELIMITED BY SIZE INTO tourn-line
           WRITE TOURN-RESULTS-RECORD FROM tourn-line
         END-PERFORM
         PERFORM TALLY-TOURN-POOL
         PERFORM TALLY-TOURN-LEDGER-FEES
         IF tourn-pool-in GREATER THAN 0 THEN
           PERFORM PAY-TOURNAMENT-PRIZES
           PERFORM WRITE-TOURN-PAYOUT-REPORT
         END-IF
         CLOSE TOURN-RESULTS-FILE
         IF tourn-pool-in GREATER THAN 0 THEN
           PERFORM PRINT-TOURN-PAYOUT-SHEET
         END-IF.

      * The open contest's pool: FEE lines since the last OPEN (a
      * CLOSE line means it was already paid out).
       TALLY-TOURN-POOL.
         MOVE 0 TO tourn-pool-in
         OPEN INPUT TOURN-POOL-FILE
         IF tourn-pool-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO tourn-pool-eof
         PERFORM UNTIL tourn-pool-eof EQUAL TO 1
           READ TOURN-POOL-FILE NEXT RECORD
             AT END
               MOVE 1 TO tourn-pool-eof
             NOT AT END
               EVALUATE tp-type
                 WHEN "OPEN  "
                   MOVE 0 TO tourn-pool-in
                   MOVE tp-date TO tourn-open-stamp(1:8)
                   MOVE tp-time TO tourn-open-stamp(9:6)
                 WHEN "CLOSE "
                   MOVE 0 TO tourn-pool-in
                   MOVE tp-date TO tourn-open-stamp(1:8)
                   MOVE tp-time TO tourn-open-stamp(9:6)
                 WHEN "FEE   "
                   IF tp-credits IS NUMERIC THEN
                     ADD tp-credits TO tourn-pool-in
                   END-IF
               END-EVALUATE
           END-READ
         END-PERFORM
         CLOSE TOURN-POOL-FILE.

      * The fees the pool should hold, counted apart from the pool
      * file: every TFEE line the coin ledger took since the pool
      * opened. The payout report sets this against the FEE lines
      * and against what was paid out plus the house share.
       TALLY-TOURN-LEDGER-FEES.
         MOVE 0 TO tourn-ledger-fees
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE 0 TO tourn-pool-eof
         PERFORM UNTIL tourn-pool-eof EQUAL TO 1
           MOVE SPACES TO COIN-WORK
           READ COIN-AUDIT-FILE NEXT RECORD INTO COIN-WORK
             AT END
               MOVE 1 TO tourn-pool-eof
             NOT AT END
               MOVE cw-date TO tourn-coin-stamp(1:8)
               MOVE cw-time TO tourn-coin-stamp(9:6)
               IF cw-event EQUAL TO "TFEE    "
                  AND tourn-coin-stamp NOT LESS THAN tourn-open-stamp
                  AND FUNCTION TRIM(cw-credits) IS NUMERIC THEN
                 ADD FUNCTION NUMVAL(cw-credits) TO tourn-ledger-fees
               END-IF
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE.

      * Places go to the first three different initials down the
      * ranked list (a player's second-best run does not take a
      * place). Each share rounds down; the odd credits, places
      * nobody reached and anything a full wallet cannot take stay
      * with the house.
       PAY-TOURNAMENT-PRIZES.
         MOVE 0 TO tourn-paid
         MOVE 0 TO tourn-place
         PERFORM VARYING tourn-k FROM 1 BY 1 UNTIL tourn-k > 3
           MOVE SPACES TO tpo-initials(tourn-k)
           MOVE 0 TO tpo-credits(tourn-k)
         END-PERFORM
         PERFORM VARYING tourn-i FROM 1 BY 1
         UNTIL tourn-i > tourn-count OR tourn-place EQUAL TO 3
           MOVE 0 TO tourn-dup
           PERFORM VARYING tourn-k FROM 1 BY 1
           UNTIL tourn-k > tourn-place
             IF tpo-initials(tourn-k) EQUAL TO trn-initials(tourn-i)
                 THEN
               MOVE 1 TO tourn-dup
             END-IF
           END-PERFORM
           IF tourn-dup EQUAL TO 0
              AND trn-initials(tourn-i) NOT EQUAL TO SPACES THEN
             ADD 1 TO tourn-place
             MOVE trn-initials(tourn-i) TO tpo-initials(tourn-place)
           END-IF
         END-PERFORM
         PERFORM VARYING tourn-k FROM 1 BY 1 UNTIL tourn-k > 3
           IF tpo-initials(tourn-k) NOT EQUAL TO SPACES THEN
             COMPUTE tpo-credits(tourn-k) =
               (tourn-pool-in * tourn-split-pct(tourn-k)) / 100
             IF tpo-credits(tourn-k) GREATER THAN 0 THEN
               PERFORM CREDIT-TOURNAMENT-PRIZE
               ADD tpo-credits(tourn-k) TO tourn-paid
             END-IF
           END-IF
         END-PERFORM
         COMPUTE tourn-house = tourn-pool-in - tourn-paid
         MOVE "HOUSE " TO tpl-type
         MOVE SPACES TO tpl-initials
         MOVE tourn-house TO tpl-credits
         MOVE 0 TO tpl-place
         MOVE SPACE TO tpl-source
         PERFORM WRITE-TOURN-POOL-LINE
         MOVE "CLOSE " TO tpl-type
         MOVE tourn-pool-in TO tpl-credits
         PERFORM WRITE-TOURN-POOL-LINE.

      * A winner with no profile yet gets one, so the prize has a
      * wallet to land in. The TPRIZE ledger line carries the
      * credits paid in cr= and the profile in pf=; a prize over
      * what cr= holds goes on as several lines.
       CREDIT-TOURNAMENT-PRIZE.
         OPEN I-O PLAYER-PROFILES-IDX-FILE
         IF profile-status NOT EQUAL TO "00" THEN
           MOVE 0 TO tpo-credits(tourn-k)
           NEXT SENTENCE
         END-IF
         MOVE tpo-initials(tourn-k) TO ppx-initials
         READ PLAYER-PROFILES-IDX-FILE
           INVALID KEY
             INITIALIZE PLAYER-PROFILE-IDX-RECORD
             MOVE tpo-initials(tourn-k) TO ppx-initials
             MOVE 2 TO ppx-difficulty
             IF tpo-credits(tourn-k) GREATER THAN 9999 THEN
               MOVE 9999 TO tpo-credits(tourn-k)
             END-IF
             MOVE tpo-credits(tourn-k) TO ppx-wallet
             WRITE PLAYER-PROFILE-IDX-RECORD
               INVALID KEY MOVE 0 TO tpo-credits(tourn-k)
             END-WRITE
           NOT INVALID KEY
             IF ppx-wallet + tpo-credits(tourn-k) GREATER THAN 9999
                 THEN
               COMPUTE tpo-credits(tourn-k) = 9999 - ppx-wallet
             END-IF
             ADD tpo-credits(tourn-k) TO ppx-wallet
             REWRITE PLAYER-PROFILE-IDX-RECORD
               INVALID KEY MOVE 0 TO tpo-credits(tourn-k)
             END-REWRITE
         END-READ
         IF tpo-initials(tourn-k) EQUAL TO player-initials
            AND tpo-credits(tourn-k) GREATER THAN 0 THEN
           MOVE ppx-wallet TO wallet-balance
         END-IF
         CLOSE PLAYER-PROFILES-IDX-FILE
         MOVE tpo-credits(tourn-k) TO tourn-prize-left
         MOVE credits TO wallet-held-credits
         PERFORM UNTIL tourn-prize-left EQUAL TO 0
           IF tourn-prize-left GREATER THAN 999 THEN
             MOVE 999 TO credits
           ELSE
             MOVE tourn-prize-left TO credits
           END-IF
           SUBTRACT credits FROM tourn-prize-left
           MOVE "TPRIZE  " TO coin-event
           MOVE tpo-initials(tourn-k) TO coin-profile
           PERFORM WRITE-COIN-AUDIT
         END-PERFORM
         MOVE wallet-held-credits TO credits
         IF tpo-credits(tourn-k) GREATER THAN 0 THEN
           MOVE "PAYOUT" TO tpl-type
           MOVE tpo-initials(tourn-k) TO tpl-initials
           MOVE tpo-credits(tourn-k) TO tpl-credits
           MOVE tourn-k TO tpl-place
           MOVE SPACE TO tpl-source
           PERFORM WRITE-TOURN-POOL-LINE
           PERFORM CLEAR-PROFILE-CHANGE
           MOVE tpo-initials(tourn-k) TO pch-initials
           MOVE "TPRIZE" TO pch-kind
           MOVE tpo-credits(tourn-k) TO pch-wallet
           PERFORM QUEUE-PROFILE-CHANGE
           PERFORM PUSH-PROFILE-CHANGES
         END-IF.

       WRITE-TOURN-PAYOUT-REPORT.
         MOVE ALL "-" TO tourn-line
         WRITE TOURN-RESULTS-RECORD FROM tourn-line
         MOVE tourn-pool-in TO tourn-pool-edit
         MOVE SPACES TO tourn-line
         STRING "Entry fees in         " tourn-pool-edit " credits"
           DELIMITED BY SIZE INTO tourn-line
         WRITE TOURN-RESULTS-RECORD FROM tourn-line
         MOVE tourn-ledger-fees TO tourn-pool-edit
         MOVE SPACES TO tourn-line
         STRING "TFEE on coin ledger   " tourn-pool-edit " credits"
           DELIMITED BY SIZE INTO tourn-line
         WRITE TOURN-RESULTS-RECORD FROM tourn-line
         PERFORM VARYING tourn-k FROM 1 BY 1 UNTIL tourn-k > 3
           IF tpo-initials(tourn-k) NOT EQUAL TO SPACES THEN
             MOVE tpo-credits(tourn-k) TO tourn-pool-edit
             MOVE tourn-split-pct(tourn-k) TO tourn-pct-edit
             MOVE SPACES TO tourn-line
             STRING "Place " tourn-k " " tpo-initials(tourn-k)
               " (" tourn-pct-edit "%)    " tourn-pool-edit
               " to wallet"
               DELIMITED BY SIZE INTO tourn-line
             WRITE TOURN-RESULTS-RECORD FROM tourn-line
           END-IF
         END-PERFORM
         MOVE tourn-paid TO tourn-pool-edit
         MOVE SPACES TO tourn-line
         STRING "Paid to wallets       " tourn-pool-edit
           DELIMITED BY SIZE INTO tourn-line
         WRITE TOURN-RESULTS-RECORD FROM tourn-line
         MOVE tourn-house TO tourn-pool-edit
         MOVE SPACES TO tourn-line
         STRING "House share           " tourn-pool-edit
           DELIMITED BY SIZE INTO tourn-line
         WRITE TOURN-RESULTS-RECORD FROM tourn-line
         IF tourn-ledger-fees EQUAL TO tourn-pool-in THEN
           MOVE "Ledger fees = pool fees: agrees" TO tourn-line
         ELSE
           MOVE "Ledger fees = pool fees: DOES NOT AGREE"
             TO tourn-line
         END-IF
         WRITE TOURN-RESULTS-RECORD FROM tourn-line
         IF tourn-paid + tourn-house EQUAL TO tourn-ledger-fees THEN
           MOVE "Ledger fees = payouts + house share: agrees"
             TO tourn-line
         ELSE
           MOVE "Ledger fees = payouts + house share: DOES NOT AGREE"
             TO tourn-line
         END-IF
         WRITE TOURN-RESULTS-RECORD FROM tourn-line.

      * Same spool and rule lines as the party host printout.
       PRINT-TOURN-PAYOUT-SHEET.
         OPEN EXTEND TICKET-SPOOL-FILE
         IF ticket-spool-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TICKET-SPOOL-FILE
         END-IF
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         MOVE SPACES TO tourn-line
         STRING "   TOURNAMENT PAYOUT "
           FUNCTION CURRENT-DATE(1:8)
           DELIMITED BY SIZE INTO tourn-line
         WRITE TICKET-SPOOL-RECORD FROM tourn-line
         MOVE tourn-pool-in TO tourn-pool-edit
         MOVE SPACES TO tourn-line
         STRING "  Entry fees in      " tourn-pool-edit
           DELIMITED BY SIZE INTO tourn-line
         WRITE TICKET-SPOOL-RECORD FROM tourn-line
         PERFORM VARYING tourn-k FROM 1 BY 1 UNTIL tourn-k > 3
           IF tpo-initials(tourn-k) NOT EQUAL TO SPACES THEN
             MOVE tpo-credits(tourn-k) TO tourn-pool-edit
             MOVE SPACES TO tourn-line
             STRING "  " tourn-k ". " tpo-initials(tourn-k)
               "  wallet +    " tourn-pool-edit
               DELIMITED BY SIZE INTO tourn-line
             WRITE TICKET-SPOOL-RECORD FROM tourn-line
           END-IF
         END-PERFORM
         MOVE tourn-house TO tourn-pool-edit
         MOVE SPACES TO tourn-line
         STRING "  House share        " tourn-pool-edit
           DELIMITED BY SIZE INTO tourn-line
         WRITE TICKET-SPOOL-RECORD FROM tourn-line
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         CLOSE TICKET-SPOOL-FILE.

       WRITE-TOURN-POOL-LINE.
         OPEN EXTEND TOURN-POOL-FILE
         IF tourn-pool-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TOURN-POOL-FILE
         END-IF
         MOVE SPACES TO TOURN-POOL-RECORD
         MOVE FUNCTION CURRENT-DATE(1:8) TO tp-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO tp-time
         MOVE tpl-type TO tp-type
         MOVE tpl-initials TO tp-initials
         MOVE tpl-credits TO tp-credits
         MOVE tpl-place TO tp-place
         MOVE tpl-source TO tp-source
         WRITE TOURN-POOL-RECORD
         CLOSE TOURN-POOL-FILE.

       INSERT-TOURNAMENT-RANKED.
         IF tourn-count GREATER OR EQUAL TO MAX-TOURN-ENTRIES THEN
           MOVE 0 TO hst-seed(hs-i)
           MOVE 0 TO hst-track(hs-i)
           MOVE 0 TO hst-attest(hs-i)
           MOVE SPACES TO hst-run-id(hs-i)
         END-PERFORM
         PERFORM SAVE-HISCORES.

           tally-shield-hp * TALLY-SHIELD-POINTS
         MOVE 0 TO tally-prev-best
         PERFORM VARYING tally-i FROM 1 BY 1 UNTIL tally-i > ls-count
           IF lst-level(tally-i) EQUAL TO current-count
              AND lst-rev(tally-i) EQUAL TO wave-rev THEN
             MOVE lst-best-time(tally-i) TO tally-prev-best
             MOVE ls-count TO tally-i
           END-IF
         END-IF
         IF score GREATER OR EQUAL TO next-extra-life
            AND practice-mode EQUAL TO 0
            AND replay-watching EQUAL TO 0
            AND puzzle-sel EQUAL TO 0 THEN
           IF lives-remaining LESS THAN 9 THEN
             ADD 1 TO lives-remaining
           END-IF
            OR replay-watching EQUAL TO 1
            OR assist-mode EQUAL TO 1
            OR tournament-active EQUAL TO 1
            OR daily-challenge-mode EQUAL TO 1
            OR jackpot-mode EQUAL TO 1
            OR endless-mode EQUAL TO 1
            OR puzzle-sel GREATER THAN 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE 1 TO result-valid
         END-PERFORM.

       INITIALS-SCREEN.
      * A relay leg needs no wheel: the roster says who played it.
         IF relay-running EQUAL TO 1 THEN
           MOVE relay-member(relay-turn) TO player-initials
           PERFORM REFRESH-PLAYER-CONTEXT
           MOVE pending-outcome TO game-state
           MOVE 0 TO end-screen-frame-count
           NEXT SENTENCE
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-up
           RETURNING initials-key
             PERFORM RECORD-PARTY-RESULT
           WHEN tournament-active EQUAL TO 1
             PERFORM WRITE-TOURNAMENT-ENTRY
      * A relay leg books to its team and member, never the boards.
           WHEN relay-running EQUAL TO 1
             PERFORM RECORD-RELAY-LEG
           WHEN daily-challenge-mode EQUAL TO 1
             PERFORM RECORD-DAILY-CHALLENGE-RESULT
      * A jackpot run is judged against the pool's target only.
           WHEN jackpot-mode EQUAL TO 1
             PERFORM RECORD-JACKPOT-RESULT
      * A gauntlet run settles against the challenger's target
      * instead of entering the boards, like the daily challenge.
           WHEN rival-challenge-mode EQUAL TO 1
             PERFORM RECORD-CHALLENGE-RESULT
      * A puzzle wave earns stars, never a board row.
           WHEN puzzle-sel GREATER THAN 0
             PERFORM RECORD-PUZZLE-RESULT
      * Endless runs file to their own board of deepest waves.
           WHEN endless-mode EQUAL TO 1
             PERFORM RECORD-ENDLESS-RESULT
      * Speedruns file to their own board, never HISCORE.DAT.
           WHEN speedrun-mode EQUAL TO 1
             PERFORM RECORD-SPEEDRUN-RESULT
             END-IF
         END-EVALUATE
         PERFORM WRITE-SESSION-LOG
         PERFORM LOG-RUN-FRAMES
         IF pending-outcome EQUAL TO 3 THEN
           PERFORM ISSUE-BOUNCE-BACK
         END-IF
         IF campaign-sel GREATER THAN 0 THEN
           PERFORM RECORD-CAMPAIGN-PROGRESS
           PERFORM FIND-CAMPAIGN-RESUME
           ADD 1 TO daily-games-completed
         END-IF
         PERFORM SAVE-DAILY-TOTALS
      * A dealt endless wave is no LEVELS.DAT layout to score.
         IF assist-mode EQUAL TO 0 AND run-perk-pw EQUAL TO 0
            AND endless-mode EQUAL TO 0 THEN
           PERFORM UPDATE-LEVEL-STATS
           PERFORM SAVE-LEVEL-STATS
         END-IF
      * contributions) inside RECORD-COOP-RESULT; running the
      * solo update again would double-book seat 1 and offer the
      * duo total as their solo best.
         IF two-player EQUAL TO 0 AND relay-running EQUAL TO 0 THEN
           PERFORM UPDATE-PLAYER-PROFILE
         END-IF
         IF replay-recording EQUAL TO 1 THEN
         END-IF
         MOVE 0 TO run-topped-board
         PERFORM CLEAR-CHECKPOINT
         IF relay-running EQUAL TO 2 THEN
           PERFORM CLOSE-RELAY
         END-IF
         MOVE 1 TO run-recorded.

       LOAD-MESSAGES.

       ISSUE-TICKET.
         PERFORM COMPUTE-SECONDS-NOW
         OPEN EXTEND TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TICKET-REGISTER-FILE
         END-IF
         MOVE ticket-next TO tk-number
         MOVE player-initials TO tk-initials
         MOVE score TO tk-score
         MOVE current-count TO tk-level
         MOVE FUNCTION CURRENT-DATE(1:8) TO tk-date
         MOVE cur-hhmmss-text TO tk-time
         MOVE cabinet-id TO tk-cabinet
         MOVE 0 TO tk-redeemed
         MOVE SPACES TO tk-prize
         MOVE run-id TO tk-run-id
         WRITE TICKET-REGISTER-RECORD
         MOVE TICKET-REGISTER-RECORD TO ticket-hold
         CLOSE TICKET-REGISTER-FILE
         MOVE cabinet-id TO tn-cabinet
         MOVE ticket-next TO tn-serial
         PERFORM COMPUTE-TICKET-CHECK
         OPEN EXTEND TICKET-SPOOL-FILE
         IF ticket-spool-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TICKET-SPOOL-FILE
         END-IF
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         MOVE "        INVADERS BREAKER PRIZE" TO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE SPACES TO ticket-line
         STRING "  TICKET NO " tn-full
           DELIMITED BY SIZE INTO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE score TO ticket-edit
         MOVE SPACES TO ticket-line
         STRING "  " player-initials "  SCORE " ticket-edit
           "  LV " tk-level
           DELIMITED BY SIZE INTO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE SPACES TO ticket-line
         STRING "  " tk-date " " tk-time "  CAB " cabinet-id
           DELIMITED BY SIZE INTO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         CLOSE TICKET-SPOOL-FILE
         ADD 1 TO ticket-next
         OPEN EXTEND TICKET-PENDING-FILE
         IF ticket-pending-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TICKET-PENDING-FILE
         END-IF
         WRITE TICKET-PENDING-RECORD FROM ticket-hold
         CLOSE TICKET-PENDING-FILE
         ADD 1 TO ticket-pending
         PERFORM PUSH-TICKETS.

      * Fills tn-check and tn-full for tn-cabinet and tn-serial;
      * a blank in the cabinet ID is skipped.
       COMPUTE-TICKET-CHECK.
         MOVE SPACES TO tn-digits
         MOVE 0 TO tn-digit-count
         PERFORM VARYING tn-i FROM 1 BY 1 UNTIL tn-i > 6
           IF tn-cabinet(tn-i:1) NOT EQUAL TO SPACE THEN
             MOVE 0 TO tn-value
             PERFORM VARYING tn-k FROM 1 BY 1 UNTIL tn-k > 36
               IF tn-alphabet(tn-k:1) EQUAL TO tn-cabinet(tn-i:1)
                   THEN
                 COMPUTE tn-value = tn-k - 1
                 MOVE 36 TO tn-k
               END-IF
             END-PERFORM
             IF tn-value GREATER THAN 9 THEN
               ADD 1 TO tn-digit-count
               MOVE tn-value(1:1) TO tn-digits(tn-digit-count:1)
             END-IF
             ADD 1 TO tn-digit-count
             MOVE tn-value(2:1) TO tn-digits(tn-digit-count:1)
           END-IF
         END-PERFORM
         MOVE tn-serial TO tn-digits(tn-digit-count + 1:6)
         ADD 6 TO tn-digit-count
         MOVE 0 TO tn-sum
         MOVE 1 TO tn-odd
         PERFORM VARYING tn-i FROM tn-digit-count BY -1
         UNTIL tn-i < 1
           MOVE tn-digits(tn-i:1) TO tn-digit
           IF tn-odd EQUAL TO 1 THEN
             COMPUTE tn-double = tn-digit * 2
             IF tn-double GREATER THAN 9 THEN
               SUBTRACT 9 FROM tn-double
             END-IF
             ADD tn-double TO tn-sum
             MOVE 0 TO tn-odd
           ELSE
             ADD tn-digit TO tn-sum
             MOVE 1 TO tn-odd
           END-IF
         END-PERFORM
         COMPUTE tn-check =
           FUNCTION MOD(10 - FUNCTION MOD(tn-sum, 10), 10)
         MOVE SPACES TO tn-full
         STRING tn-cabinet DELIMITED BY SPACE
           "-" tn-serial "-" tn-check
           DELIMITED BY SIZE INTO tn-full.

       LOAD-TICKET-QUEUE.
         MOVE 0 TO ticket-pending
         OPEN INPUT TICKET-PENDING-FILE
         IF ticket-pending-status EQUAL TO "00" THEN
           MOVE 0 TO ticket-pend-eof
           PERFORM UNTIL ticket-pend-eof EQUAL TO 1
             READ TICKET-PENDING-FILE
               AT END
                 MOVE 1 TO ticket-pend-eof
               NOT AT END
                 ADD 1 TO ticket-pending
             END-READ
           END-PERFORM
           CLOSE TICKET-PENDING-FILE
         END-IF
         PERFORM PUSH-TICKETS.

      * PUSH-JACKPOT's shape: a busy lock or an unreachable mount
      * leaves the queue as it is and puts the retry on the
      * outbox.
       PUSH-TICKETS.
         IF ticket-pending EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         PERFORM CLAIM-SHARED-LEDGER
         IF ledger-claimed NOT EQUAL TO 1 THEN
           MOVE "PUSHTICKT " TO outbox-intent
           PERFORM ENQUEUE-OUTBOX
           NEXT SENTENCE
         END-IF
         PERFORM POST-TICKET-PENDING
         PERFORM RELEASE-SHARED-LEDGER
         IF ticket-posted NOT EQUAL TO 1 THEN
           MOVE "PUSHTICKT " TO outbox-intent
           PERFORM ENQUEUE-OUTBOX
         END-IF.

      * Lock held by the caller. The queued lines go onto the end
      * of the shop register in order and the queue is emptied.
       POST-TICKET-PENDING.
         MOVE 0 TO ticket-posted
         OPEN INPUT TICKET-PENDING-FILE
         IF ticket-pending-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         OPEN EXTEND SHOP-TICKETS-FILE
         IF shop-tickets-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT SHOP-TICKETS-FILE
         END-IF
         IF shop-tickets-status NOT EQUAL TO "00" THEN
           CLOSE TICKET-PENDING-FILE
           NEXT SENTENCE
         END-IF
         MOVE 0 TO ticket-pend-eof
         PERFORM UNTIL ticket-pend-eof EQUAL TO 1
           READ TICKET-PENDING-FILE
             AT END
               MOVE 1 TO ticket-pend-eof
             NOT AT END
               WRITE SHOP-TICKETS-RECORD FROM TICKET-PENDING-RECORD
           END-READ
         END-PERFORM
         CLOSE SHOP-TICKETS-FILE
         CLOSE TICKET-PENDING-FILE
         OPEN OUTPUT TICKET-PENDING-FILE
         CLOSE TICKET-PENDING-FILE
         MOVE 0 TO ticket-pending
         MOVE 1 TO ticket-posted.

      * Voucher wheel off the idle screen: the INITIALS-SCREEN
      * controls over eight digits - Up/Down turns the digit,
      * Left/Right moves the slot, Enter redeems, Esc goes back.
       VOUCHER-SCREEN.
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-up
           RETURNING voucher-key
         END-CALL
         IF pad-up EQUAL TO 1 THEN
           MOVE 1 TO voucher-key
         END-IF
         IF voucher-key EQUAL TO 1 THEN
           IF voucher-digit(voucher-slot) EQUAL TO 9 THEN
             MOVE 0 TO voucher-digit(voucher-slot)
           ELSE
             ADD 1 TO voucher-digit(voucher-slot)
           END-IF
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-down
           RETURNING voucher-key
         END-CALL
         IF pad-down EQUAL TO 1 THEN
           MOVE 1 TO voucher-key
         END-IF
         IF voucher-key EQUAL TO 1 THEN
           IF voucher-digit(voucher-slot) EQUAL TO 0 THEN
             MOVE 9 TO voucher-digit(voucher-slot)
           ELSE
             SUBTRACT 1 FROM voucher-digit(voucher-slot)
           END-IF
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-left
           RETURNING voucher-key
         END-CALL
         IF pad-left EQUAL TO 1 THEN
           MOVE 1 TO voucher-key
         END-IF
         IF voucher-key EQUAL TO 1
            AND voucher-slot GREATER THAN 1 THEN
           SUBTRACT 1 FROM voucher-slot
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-right
           RETURNING voucher-key
         END-CALL
         IF pad-right EQUAL TO 1 THEN
           MOVE 1 TO voucher-key
         END-IF
         IF voucher-key EQUAL TO 1
            AND voucher-slot LESS THAN VOUCHER-DIGITS THEN
           ADD 1 TO voucher-slot
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-escape
           RETURNING voucher-key
         END-CALL
         IF voucher-key EQUAL TO 1 THEN
           MOVE 0 TO voucher-msg-timer
           MOVE 1 TO game-state
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-enter
           RETURNING voucher-key
         END-CALL
         IF pad-action EQUAL TO 1 THEN
           MOVE 1 TO voucher-key
         END-IF
         IF voucher-key EQUAL TO 1 THEN
           PERFORM REDEEM-VOUCHER
           PERFORM SET-VOUCHER-MESSAGE
           IF voucher-result EQUAL TO 1 THEN
             MOVE 1 TO game-state
           ELSE
             PERFORM CLEAR-VOUCHER-WHEEL
           END-IF
         END-IF
         CALL "b_DrawText" USING
           BY REFERENCE "VOUCHER CODE"
           BY VALUE 390 220 25 255 255 255 255
         END-CALL
         MOVE SPACES TO voucher-wheel-line
         STRING voucher-digit(1) " " voucher-digit(2) " "
           voucher-digit(3) " " voucher-digit(4) " "
           voucher-digit(5) " " voucher-digit(6) " "
           voucher-digit(7) " " voucher-digit(8)
           DELIMITED BY SIZE INTO voucher-wheel-line
         CALL "b_DrawText" USING
           BY REFERENCE voucher-wheel-line
           BY VALUE 330 270 40 255 255 0 255
         END-CALL
         CALL "b_DrawText" USING
           BY REFERENCE "Up/Down: digit  Left/Right: slot  Enter: ok"
           BY VALUE 280 330 16 200 200 200 255
         END-CALL
         CALL "b_DrawText" USING
           BY REFERENCE "Esc: back"
           BY VALUE 430 355 16 150 150 150 255
         END-CALL
         IF voucher-msg-timer GREATER THAN 0 THEN
           SUBTRACT 1 FROM voucher-msg-timer
           CALL "b_DrawText" USING
             BY REFERENCE voucher-line
             BY VALUE 340 185 18 255 100 100 255
           END-CALL
         END-IF.

       CLEAR-VOUCHER-WHEEL.
         PERFORM VARYING voucher-i FROM 1 BY 1
         UNTIL voucher-i > VOUCHER-DIGITS
           MOVE 0 TO voucher-digit(voucher-i)
         END-PERFORM
         MOVE 1 TO voucher-slot.

      * Luhn check digit over the seven serial digits on the wheel:
      * every other digit from the right doubled, digits of the
      * doubles summed, the check brings the total to a multiple
      * of ten. Catches any single wrong digit and most swaps.
       COMPUTE-VOUCHER-CHECK.
         MOVE 0 TO voucher-sum
         PERFORM VARYING voucher-i FROM 1 BY 1 UNTIL voucher-i > 7
           IF FUNCTION MOD(voucher-i, 2) EQUAL TO 1 THEN
             COMPUTE voucher-double = voucher-digit(voucher-i) * 2
             IF voucher-double GREATER THAN 9 THEN
               SUBTRACT 9 FROM voucher-double
             END-IF
             ADD voucher-double TO voucher-sum
           ELSE
             ADD voucher-digit(voucher-i) TO voucher-sum
           END-IF
         END-PERFORM
         COMPUTE voucher-check =
           FUNCTION MOD(10 - FUNCTION MOD(voucher-sum, 10), 10).

      * Check digit first, then the file: the matching open line is
      * flipped to redeemed through the temp file the way
      * ticket-check marks a prize ticket paid, and only a
      * successful flip is copied back and paid out. VOUCHERS.DAT
      * and its temp file are shared by every cabinet, so the flip
      * is made under the ledger lock; with the lock busy past one
      * retry the player is asked to try again.
       REDEEM-VOUCHER.
         MOVE 0 TO voucher-result
         MOVE 0 TO voucher-value-got
         IF free-play EQUAL TO 1 THEN
           MOVE 7 TO voucher-result
           NEXT SENTENCE
         END-IF
         PERFORM COMPUTE-VOUCHER-CHECK
         IF voucher-check NOT EQUAL TO voucher-digit(8) THEN
           MOVE 2 TO voucher-result
           NEXT SENTENCE
         END-IF
         PERFORM CLAIM-SHARED-LEDGER
         IF ledger-claimed NOT EQUAL TO 1 THEN
           PERFORM CLAIM-SHARED-LEDGER
         END-IF
         IF ledger-claimed NOT EQUAL TO 1 THEN
           MOVE 8 TO voucher-result
           MOVE "VOUCHER redeem refused - ledger busy"
             TO sync-journal-msg
           PERFORM WRITE-SYNC-JOURNAL
           NEXT SENTENCE
         END-IF
         MOVE 3 TO voucher-result
         OPEN INPUT VOUCHER-FILE
         IF voucher-status NOT EQUAL TO "00" THEN
           PERFORM RELEASE-SHARED-LEDGER
           NEXT SENTENCE
         END-IF
         OPEN OUTPUT VOUCHER-TEMP-FILE
         MOVE 0 TO voucher-eof
         PERFORM UNTIL voucher-eof EQUAL TO 1
           READ VOUCHER-FILE NEXT RECORD
             AT END
               MOVE 1 TO voucher-eof
             NOT AT END
               IF vc-code EQUAL TO voucher-entered THEN
                 PERFORM JUDGE-VOUCHER
               END-IF
               WRITE VOUCHER-TEMP-RECORD FROM VOUCHER-RECORD
           END-READ
         END-PERFORM
         CLOSE VOUCHER-FILE
         CLOSE VOUCHER-TEMP-FILE
         IF voucher-result NOT EQUAL TO 1 THEN
           PERFORM RELEASE-SHARED-LEDGER
           NEXT SENTENCE
         END-IF
         OPEN INPUT VOUCHER-TEMP-FILE
         OPEN OUTPUT VOUCHER-FILE
         MOVE 0 TO voucher-eof
         PERFORM UNTIL voucher-eof EQUAL TO 1
           READ VOUCHER-TEMP-FILE
             AT END
               MOVE 1 TO voucher-eof
             NOT AT END
               MOVE VOUCHER-TEMP-RECORD TO VOUCHER-RECORD
               WRITE VOUCHER-RECORD
           END-READ
         END-PERFORM
         CLOSE VOUCHER-TEMP-FILE
         CLOSE VOUCHER-FILE
         PERFORM RELEASE-SHARED-LEDGER
      * The ledger line carries the voucher's credits in cr= (as a
      * WALLET- line carries the credits drawn) and the code in v=.
         MOVE "VOUCHER " TO coin-event
         MOVE voucher-entered TO coin-voucher
         MOVE credits TO voucher-held-credits
         MOVE voucher-value-got TO credits
         PERFORM WRITE-COIN-AUDIT
         MOVE voucher-held-credits TO credits
         IF credits + voucher-value-got GREATER THAN 999 THEN
           MOVE 999 TO credits
         ELSE
           ADD voucher-value-got TO credits
         END-IF.

       JUDGE-VOUCHER.
         MOVE FUNCTION CURRENT-DATE(1:8) TO voucher-valid-from
         EVALUATE TRUE
           WHEN vc-status EQUAL TO "R"
             MOVE 4 TO voucher-result
           WHEN vc-status NOT EQUAL TO "O"
             MOVE 3 TO voucher-result
           WHEN vc-expires LESS THAN voucher-valid-from
             MOVE 5 TO voucher-result
           WHEN vc-kind EQUAL TO "B"
                AND vc-issued NOT LESS THAN voucher-valid-from
             MOVE 6 TO voucher-result
           WHEN OTHER
             MOVE 1 TO voucher-result
             MOVE vc-value TO voucher-value-got
             MOVE "R" TO vc-status
             MOVE voucher-valid-from TO vc-redeemed-on
             MOVE cabinet-id TO vc-redeemed-at
         END-EVALUATE.

       SET-VOUCHER-MESSAGE.
         MOVE SPACES TO voucher-line
         EVALUATE voucher-result
           WHEN 1
             MOVE voucher-value-got TO voucher-edit
             STRING "VOUCHER ACCEPTED - "
               FUNCTION TRIM(voucher-edit) " CREDITS"
               DELIMITED BY SIZE INTO voucher-line
           WHEN 2
             MOVE "CODE NOT VALID - CHECK THE DIGITS" TO voucher-line
           WHEN 3
             MOVE "VOUCHER NOT RECOGNISED" TO voucher-line
           WHEN 4
             MOVE "VOUCHER ALREADY USED" TO voucher-line
           WHEN 5
             MOVE "VOUCHER HAS EXPIRED" TO voucher-line
           WHEN 6
             MOVE "GOOD FROM TOMORROW - COME BACK!" TO voucher-line
           WHEN 8
             MOVE "LEDGER BUSY - PLEASE TRY AGAIN" TO voucher-line
           WHEN OTHER
             MOVE "FREE PLAY - NO VOUCHER NEEDED" TO voucher-line
         END-EVALUATE
         MOVE VOUCHER-MSG-FRAMES TO voucher-msg-timer.

      * Bounce-back: a lost paid run inside the slow-hours window
      * prints a voucher good from tomorrow for BOUNCE-VALID-DAYS.
      * The day's count comes from VOUCHERS.DAT itself, so a
      * restart cannot reset the bouncemax cap. The count, the
      * clash test and the append all happen under the ledger
      * lock, so two cabinets cannot draw the same serial; with
      * the lock busy past one retry no voucher is printed.
       ISSUE-BOUNCE-BACK.
         IF bounce-value EQUAL TO 0 OR free-play EQUAL TO 1
            OR party-active EQUAL TO 1
            OR tournament-active EQUAL TO 1 THEN
           NEXT SENTENCE
         END-IF
         PERFORM COMPUTE-SECONDS-NOW
         MOVE cur-hhmmss-text(1:4) TO bounce-hhmm
         IF bounce-hhmm LESS THAN bounce-from
            OR bounce-hhmm NOT LESS THAN bounce-to THEN
           NEXT SENTENCE
         END-IF
         PERFORM CLAIM-SHARED-LEDGER
         IF ledger-claimed NOT EQUAL TO 1 THEN
           PERFORM CLAIM-SHARED-LEDGER
         END-IF
         IF ledger-claimed NOT EQUAL TO 1 THEN
           MOVE "BOUNCE voucher skipped - ledger busy"
             TO sync-journal-msg
           PERFORM WRITE-SYNC-JOURNAL
           NEXT SENTENCE
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:8) TO voucher-date-num
         MOVE 0 TO bounce-today
         PERFORM PICK-VOUCHER-CODE
         IF bounce-today NOT LESS THAN bounce-max
            OR voucher-clash EQUAL TO 1 THEN
           PERFORM RELEASE-SHARED-LEDGER
           NEXT SENTENCE
         END-IF
         COMPUTE voucher-date-num = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(voucher-date-num) + 1)
         MOVE voucher-date-num TO voucher-valid-from
         COMPUTE voucher-date-num = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(voucher-date-num)
           + BOUNCE-VALID-DAYS - 1)
         MOVE voucher-date-num TO voucher-expiry
         OPEN EXTEND VOUCHER-FILE
         IF voucher-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT VOUCHER-FILE
         END-IF
         MOVE voucher-new-code TO vc-code
         MOVE bounce-value TO vc-value
         MOVE FUNCTION CURRENT-DATE(1:8) TO vc-issued
         MOVE voucher-expiry TO vc-expires
         MOVE "O" TO vc-status
         MOVE "B" TO vc-kind
         MOVE cabinet-id TO vc-cabinet
         MOVE "CAB " TO vc-who
         MOVE SPACES TO vc-redeemed-on
         MOVE SPACES TO vc-redeemed-at
         WRITE VOUCHER-RECORD
         CLOSE VOUCHER-FILE
         PERFORM RELEASE-SHARED-LEDGER
         OPEN EXTEND TICKET-SPOOL-FILE
         IF ticket-spool-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TICKET-SPOOL-FILE
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         MOVE "   INVADERS BREAKER - COME BACK TOMORROW"
           TO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE bounce-value TO voucher-edit
         MOVE SPACES TO ticket-line
         STRING "  VOUCHER " vc-code "  FOR "
           FUNCTION TRIM(voucher-edit) " CREDITS"
           DELIMITED BY SIZE INTO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE SPACES TO ticket-line
         STRING "  GOOD " voucher-valid-from " TO " voucher-expiry
           DELIMITED BY SIZE INTO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE "  PRESS 9 ON THE TITLE SCREEN TO REDEEM"
           TO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         CLOSE TICKET-SPOOL-FILE.

      * One pass over VOUCHERS.DAT counts today's bounce-backs from
      * this cabinet and tests a random serial for a clash; a clash
      * draws again, a few times at most. The wheel digits double
      * as scratch for the check digit. Called with the ledger lock
      * already held, so the serial stays free until it is written.
       PICK-VOUCHER-CODE.
         MOVE 0 TO voucher-tries
         MOVE 1 TO voucher-clash
         PERFORM UNTIL voucher-clash EQUAL TO 0 OR voucher-tries > 4
           ADD 1 TO voucher-tries
           MOVE 0 TO bounce-today
           MOVE 0 TO voucher-clash
           IF voucher-tries EQUAL TO 1 THEN
             COMPUTE voucher-serial = FUNCTION RANDOM(
               FUNCTION SECONDS-PAST-MIDNIGHT) * 9000000 + 1000000
           ELSE
             COMPUTE voucher-serial = FUNCTION RANDOM * 9000000
               + 1000000
           END-IF
           MOVE voucher-serial TO voucher-entered(1:7)
           PERFORM COMPUTE-VOUCHER-CHECK
           MOVE voucher-serial TO voucher-new-code(1:7)
           MOVE voucher-check TO voucher-new-code(8:1)
           OPEN INPUT VOUCHER-FILE
           IF voucher-status EQUAL TO "00" THEN
             MOVE 0 TO voucher-eof
             PERFORM UNTIL voucher-eof EQUAL TO 1
               READ VOUCHER-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO voucher-eof
                 NOT AT END
                   IF vc-serial EQUAL TO voucher-serial THEN
                     MOVE 1 TO voucher-clash
                   END-IF
                   IF vc-kind EQUAL TO "B"
                      AND vc-cabinet EQUAL TO cabinet-id
                      AND vc-issued EQUAL TO voucher-date-num THEN
                     ADD 1 TO bounce-today
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VOUCHER-FILE
           END-IF
         END-PERFORM
         PERFORM CLEAR-VOUCHER-WHEEL.

       CHECK-ACHIEVEMENTS.
         IF pending-outcome NOT EQUAL TO 4 THEN
         PERFORM COUNT-ONE-ACHIEVEMENT
         PERFORM REFRESH-UNLOCKS.

      * Checkpoint resume restores enemy-active/hp but the cell
      * kinds live only in the layout file - re-derive them from
      * the wave's pattern without disturbing the restored cells.
       REBUILD-CELL-KINDS.
         IF endless-mode EQUAL TO 1 THEN
           PERFORM GENERATE-ENDLESS-WAVE
         ELSE
           PERFORM LOAD-LEVEL-LAYOUT-READ
         END-IF
         PERFORM VARYING enemy-i FROM 1 BY 1 UNTIL enemy-i > MAX-ENEMY
           EVALUATE wave-pattern(enemy-i:1)
             WHEN "8" MOVE 1 TO enemy-kind(enemy-i)
                  AND cfg-max-enemy <= MAX-ENEMY THEN
                 MOVE cfg-max-enemy TO cur-max-enemy
               END-IF
               IF cfg-max-enemy > MAX-ENEMY THEN
                 MOVE "CAPCHKPT" TO telem-event
                 MOVE cfg-max-enemy TO telem-value
                 PERFORM WRITE-TELEMETRY
               END-IF
             END-IF
           WHEN "linemax"
             IF config-kv-value(1:3) IS NUMERIC THEN
             IF config-kv-value(1:6) IS NUMERIC THEN
               MOVE config-kv-value(1:6) TO ticket-threshold
             END-IF
           WHEN "bounceval"
             IF config-kv-value(1:2) IS NUMERIC THEN
               MOVE config-kv-value(1:2) TO bounce-value
             END-IF
           WHEN "bouncefrom"
             IF config-kv-value(1:4) IS NUMERIC THEN
               MOVE config-kv-value(1:4) TO bounce-from
             END-IF
           WHEN "bounceto"
             IF config-kv-value(1:4) IS NUMERIC THEN
               MOVE config-kv-value(1:4) TO bounce-to
             END-IF
           WHEN "bouncemax"
             IF config-kv-value(1:3) IS NUMERIC THEN
               MOVE config-kv-value(1:3) TO bounce-max
             END-IF
           WHEN "burninmins"
             IF config-kv-value(1:2) IS NUMERIC
                AND config-kv-value(1:2) NOT EQUAL TO "00" THEN
               MOVE config-kv-value(1:2) TO burnin-mins
               COMPUTE burnin-after-frames = burnin-mins * 3600
             END-IF
           WHEN "tournfee"
             IF config-kv-value(1:2) IS NUMERIC THEN
               MOVE config-kv-value(1:2) TO tourn-fee
             END-IF
      * A split that pays out more than the pool is refused and the
      * 50/30/20 default stays.
           WHEN "tournsplit"
             IF config-kv-value(1:6) IS NUMERIC
                AND FUNCTION NUMVAL(config-kv-value(1:2))
                  + FUNCTION NUMVAL(config-kv-value(3:2))
                  + FUNCTION NUMVAL(config-kv-value(5:2))
                  NOT GREATER THAN 100 THEN
               MOVE config-kv-value(1:6) TO tourn-split-text
             END-IF
           WHEN OTHER
             CONTINUE
         END-EVALUATE.
           DELIMITED BY SIZE INTO CONFIG-LINE
         WRITE CONFIG-LINE
         MOVE SPACES TO CONFIG-LINE
         STRING "bounceval=" bounce-value
           DELIMITED BY SIZE INTO CONFIG-LINE
         WRITE CONFIG-LINE
         MOVE SPACES TO CONFIG-LINE
         STRING "bouncefrom=" bounce-from
           DELIMITED BY SIZE INTO CONFIG-LINE
         WRITE CONFIG-LINE
         MOVE SPACES TO CONFIG-LINE
         STRING "bounceto=" bounce-to
           DELIMITED BY SIZE INTO CONFIG-LINE
         WRITE CONFIG-LINE
         MOVE SPACES TO CONFIG-LINE
         STRING "bouncemax=" bounce-max
           DELIMITED BY SIZE INTO CONFIG-LINE
         WRITE CONFIG-LINE
         MOVE SPACES TO CONFIG-LINE
         STRING "lang=" language-sel
           DELIMITED BY SIZE INTO CONFIG-LINE
         WRITE CONFIG-LINE
         MOVE SPACES TO CONFIG-LINE
         STRING "tournfee=" tourn-fee
           DELIMITED BY SIZE INTO CONFIG-LINE
         WRITE CONFIG-LINE
         MOVE SPACES TO CONFIG-LINE
         STRING "tournsplit=" tourn-split-text
           DELIMITED BY SIZE INTO CONFIG-LINE
         WRITE CONFIG-LINE.

      * Journals every field this save actually changed, with the
           " field=" audit-field
           " old=" audit-old " new=" audit-new
           DELIMITED BY SIZE INTO CONFIG-AUDIT-RECORD
      * Only a change made inside service mode is a staff change;
      * idle-screen toggles and fleet pushes go down as ----.
         IF operator-unlocked EQUAL TO 1 THEN
           MOVE " by=" TO CONFIG-AUDIT-RECORD(68:4)
           MOVE staff-duty-id TO CONFIG-AUDIT-RECORD(72:4)
         ELSE
           MOVE " by=----" TO CONFIG-AUDIT-RECORD(68:8)
         END-IF
         WRITE CONFIG-AUDIT-RECORD
         CLOSE CONFIG-AUDIT-FILE.

                 ELSE
                   MOVE 0 TO lst-best-time(ls-count)
                 END-IF
                 IF lsr-rev IS NUMERIC THEN
                   MOVE lsr-rev TO lst-rev(ls-count)
                 ELSE
                   MOVE 0 TO lst-rev(ls-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEVEL-STATS-FILE
           MOVE lst-lives-sum(ls-i) TO lsr-lives-sum
           MOVE lst-time-sum(ls-i) TO lsr-time-sum
           MOVE lst-best-time(ls-i) TO lsr-best-time
           MOVE lst-rev(ls-i) TO lsr-rev
           WRITE LEVEL-STATS-RECORD
         END-PERFORM
         CLOSE LEVEL-STATS-FILE.
             MOVE level-duration TO ppx-best-time
           END-IF
         END-IF
         IF score GREATER THAN ppx-best-score THEN
           MOVE score TO ppx-best-score
         END-IF
         MOVE difficulty-level TO ppx-difficulty
      * Daily play-time bookkeeping: today's minutes accumulate on
      * the record so any cabinet can tot the player's day up.
         IF ppx-used-date NOT EQUAL TO FUNCTION CURRENT-DATE(1:8)
             THEN
           MOVE FUNCTION CURRENT-DATE(1:8) TO ppx-used-date
           MOVE 0 TO ppx-used-mins
         END-IF
         IF ppx-used-mins + (run-duration / 60) GREATER THAN 999
             THEN
           MOVE 999 TO ppx-used-mins
         ELSE
           COMPUTE ppx-used-mins =
             ppx-used-mins + (run-duration / 60)
         END-IF
         IF prof-hit EQUAL TO 1 THEN
           REWRITE PLAYER-PROFILE-IDX-RECORD
             INVALID KEY CONTINUE
           END-REWRITE
         ELSE
           WRITE PLAYER-PROFILE-IDX-RECORD
             INVALID KEY CONTINUE
           END-WRITE
         END-IF
         CLOSE PLAYER-PROFILES-IDX-FILE
      * The same run as a delta for the shop-wide store, so a run
      * on another cabinet in the meantime adds rather than clashes.
         PERFORM CLEAR-PROFILE-CHANGE
         MOVE player-initials TO pch-initials
         MOVE "RUN   " TO pch-kind
         MOVE 1 TO pch-plays
         IF pending-outcome EQUAL TO 4 THEN
           MOVE 1 TO pch-wins
           MOVE level-duration TO pch-best-time
         END-IF
         MOVE score TO pch-best-score
         MOVE difficulty-level TO pch-difficulty
         MOVE FUNCTION CURRENT-DATE(1:8) TO pch-used-date
         IF run-duration / 60 GREATER THAN 999 THEN
           MOVE 999 TO pch-used-mins
         ELSE
           COMPUTE pch-used-mins = run-duration / 60
         END-IF
         PERFORM QUEUE-PROFILE-CHANGE
         PERFORM PUSH-PROFILE-CHANGES
      * The cached context is stale now; the next context call
      * (idle sync cadence, or the next confirm) re-reads it.
         MOVE LOW-VALUES TO last-context-initials.

      * Fetches the record after pv-initials (or the first, when
      * the panel is closed) for the idle-screen stepper. The
      * panel steps through the shop-wide store while it answers,
      * caching what it shows so the counter actions on the panel
      * (top-up, PIN, time budget) find the record here; with the
      * mount down it steps through the cache.
       FETCH-NEXT-PROFILE.
         MOVE 0 TO prof-hit
         OPEN INPUT SHARED-PROFILES-FILE
         IF shared-profile-status EQUAL TO "00" THEN
           PERFORM FETCH-NEXT-SHARED-PROFILE
           CLOSE SHARED-PROFILES-FILE
           NEXT SENTENCE
         END-IF
         OPEN INPUT PLAYER-PROFILES-IDX-FILE
         IF profile-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         IF pv-initials EQUAL TO SPACES THEN
           MOVE LOW-VALUES TO ppx-initials
         ELSE
           MOVE pv-initials TO ppx-initials
         END-IF
         START PLAYER-PROFILES-IDX-FILE
           KEY GREATER THAN ppx-initials
           INVALID KEY CONTINUE
         END-START
         IF profile-status EQUAL TO "00" THEN
           READ PLAYER-PROFILES-IDX-FILE NEXT RECORD
             AT END
               CONTINUE
             NOT AT END
               MOVE ppx-initials TO pv-initials
               MOVE ppx-plays TO pv-plays
               MOVE ppx-wins TO pv-wins
               MOVE ppx-best-score TO pv-best-score
               MOVE ppx-best-time TO pv-best-time
               MOVE ppx-difficulty TO pv-difficulty
               MOVE ppx-wallet TO pv-wallet
               MOVE ppx-pin TO pv-pin
               MOVE ppx-limit-mins TO pv-limit-mins
               MOVE ppx-used-mins TO pv-used-mins
               MOVE ppx-used-date TO pv-used-date
               MOVE 1 TO prof-hit
           END-READ
         END-IF
         CLOSE PLAYER-PROFILES-IDX-FILE.

       FETCH-NEXT-SHARED-PROFILE.
         IF pv-initials EQUAL TO SPACES THEN
           MOVE LOW-VALUES TO spx-initials
         ELSE
           MOVE pv-initials TO spx-initials
         END-IF
         START SHARED-PROFILES-FILE
           KEY GREATER THAN spx-initials
           INVALID KEY CONTINUE
         END-START
         IF shared-profile-status EQUAL TO "00" THEN
           READ SHARED-PROFILES-FILE NEXT RECORD
             AT END
               CONTINUE
             NOT AT END
               MOVE spx-initials TO pv-initials
               MOVE spx-plays TO pv-plays
               MOVE spx-wins TO pv-wins
               MOVE spx-best-score TO pv-best-score
               MOVE spx-best-time TO pv-best-time
               MOVE spx-difficulty TO pv-difficulty
               MOVE spx-wallet TO pv-wallet
               MOVE spx-pin TO pv-pin
               MOVE spx-limit-mins TO pv-limit-mins
               MOVE spx-used-mins TO pv-used-mins
               MOVE spx-used-date TO pv-used-date
               MOVE 1 TO prof-hit
               IF prof-pending EQUAL TO 0 THEN
                 PERFORM CACHE-SHARED-PROFILE
               END-IF
           END-READ
         END-IF.

      * Counts the changes still queued from before a restart and
      * retries them. A cabinet with no queue file at all has never
      * joined the shop-wide store: its whole cache goes in once,
      * record by record, as SEED changes, so the regulars' plays,
      * bests and wallet money from every cabinet add up there.
       LOAD-PROFILE-QUEUE.
         MOVE 0 TO prof-pending
         OPEN INPUT PROFILE-CHANGE-FILE
         IF profile-change-status EQUAL TO "00" THEN
           MOVE 0 TO prof-pend-eof
           PERFORM UNTIL prof-pend-eof EQUAL TO 1
             READ PROFILE-CHANGE-FILE
               AT END
                 MOVE 1 TO prof-pend-eof
               NOT AT END
                 ADD 1 TO prof-pending
             END-READ
           END-PERFORM
           CLOSE PROFILE-CHANGE-FILE
         ELSE
           IF profile-change-status EQUAL TO "35" THEN
             PERFORM SEED-SHARED-PROFILES
           END-IF
         END-IF
         PERFORM PUSH-PROFILE-CHANGES.

       SEED-SHARED-PROFILES.
         OPEN OUTPUT PROFILE-CHANGE-FILE
         CLOSE PROFILE-CHANGE-FILE
         OPEN INPUT PLAYER-PROFILES-IDX-FILE
         IF profile-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE LOW-VALUES TO ppx-initials
         START PLAYER-PROFILES-IDX-FILE
           KEY GREATER THAN ppx-initials
           INVALID KEY CONTINUE
         END-START
         MOVE 0 TO prof-eof
         PERFORM UNTIL prof-eof EQUAL TO 1
           READ PLAYER-PROFILES-IDX-FILE NEXT RECORD
             AT END
               MOVE 1 TO prof-eof
             NOT AT END
               PERFORM CLEAR-PROFILE-CHANGE
               MOVE ppx-initials TO pch-initials
               MOVE "SEED  " TO pch-kind
               MOVE ppx-plays TO pch-plays
               MOVE ppx-wins TO pch-wins
               MOVE ppx-best-score TO pch-best-score
               MOVE ppx-best-time TO pch-best-time
               MOVE ppx-difficulty TO pch-difficulty
               MOVE ppx-wallet TO pch-wallet
               MOVE ppx-pin TO pch-pin
               MOVE ppx-limit-mins TO pch-limit-mins
               MOVE ppx-used-date TO pch-used-date
               MOVE ppx-used-mins TO pch-used-mins
               PERFORM QUEUE-PROFILE-CHANGE
           END-READ
         END-PERFORM
         CLOSE PLAYER-PROFILES-IDX-FILE.

       CLEAR-PROFILE-CHANGE.
         INITIALIZE PROFILE-CHANGE-RECORD.

      * Appends the change built in PROFILE-CHANGE-RECORD to the
      * queue; it stays there until a merge into the store takes it.
       QUEUE-PROFILE-CHANGE.
         MOVE SPACES TO pch-stamp
         STRING FUNCTION CURRENT-DATE(1:8) "-"
           FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO pch-stamp
         MOVE PROFILE-CHANGE-RECORD TO prof-chg-hold
         OPEN EXTEND PROFILE-CHANGE-FILE
         IF profile-change-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT PROFILE-CHANGE-FILE
         END-IF
         WRITE PROFILE-CHANGE-RECORD FROM prof-chg-hold
         CLOSE PROFILE-CHANGE-FILE
         ADD 1 TO prof-pending.

      * Same claim/release shape as PUSH-SHARED-DAILY: a busy lock
      * or a store that will not open leaves the queue as it is and
      * puts the retry on the outbox.
       PUSH-PROFILE-CHANGES.
         IF prof-pending EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         PERFORM CLAIM-SHARED-LEDGER
         IF ledger-claimed NOT EQUAL TO 1 THEN
           MOVE "PUSHPROFS " TO outbox-intent
           PERFORM ENQUEUE-OUTBOX
           NEXT SENTENCE
         END-IF
         PERFORM MERGE-PENDING-PROFILES
         PERFORM RELEASE-SHARED-LEDGER
         IF prof-merged NOT EQUAL TO 1 THEN
           MOVE "PUSHPROFS " TO outbox-intent
           PERFORM ENQUEUE-OUTBOX
         END-IF.

      * Lock held by the caller. Every queued change merges into
      * the store in order, then the queue is emptied; the store is
      * created on the mount the first time anything is merged.
       MERGE-PENDING-PROFILES.
         MOVE 0 TO prof-merged
         IF prof-pending EQUAL TO 0 THEN
           MOVE 1 TO prof-merged
           NEXT SENTENCE
         END-IF
         OPEN INPUT PROFILE-CHANGE-FILE
         IF profile-change-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         OPEN I-O SHARED-PROFILES-FILE
         IF shared-profile-status EQUAL TO "35" THEN
           OPEN OUTPUT SHARED-PROFILES-FILE
           CLOSE SHARED-PROFILES-FILE
           OPEN I-O SHARED-PROFILES-FILE
         END-IF
         IF shared-profile-status NOT EQUAL TO "00" THEN
           CLOSE PROFILE-CHANGE-FILE
           NEXT SENTENCE
         END-IF
         MOVE 0 TO prof-pend-eof
         PERFORM UNTIL prof-pend-eof EQUAL TO 1
           READ PROFILE-CHANGE-FILE
             AT END
               MOVE 1 TO prof-pend-eof
             NOT AT END
               PERFORM MERGE-PROFILE-CHANGE
           END-READ
         END-PERFORM
         CLOSE SHARED-PROFILES-FILE
         CLOSE PROFILE-CHANGE-FILE
         OPEN OUTPUT PROFILE-CHANGE-FILE
         CLOSE PROFILE-CHANGE-FILE
         MOVE 0 TO prof-pending
         MOVE 1 TO prof-merged.

      * Counters add, bests keep the better (best time the lower
      * non-zero), wallet credits add up to the 9999 ceiling, a PIN
      * or budget as set wins. Minutes add on the same day; a later
      * day starts the day's count afresh and an earlier one is
      * spent. A SEED brings its PIN and budget only where the
      * store has none yet.
       MERGE-PROFILE-CHANGE.
         MOVE pch-initials TO spx-initials
         MOVE 1 TO prof-found
         READ SHARED-PROFILES-FILE
           INVALID KEY
             MOVE 0 TO prof-found
             INITIALIZE SHARED-PROFILE-RECORD
             MOVE pch-initials TO spx-initials
             MOVE 2 TO spx-difficulty
         END-READ
         ADD pch-plays TO spx-plays
         ADD pch-wins TO spx-wins
         IF pch-best-score GREATER THAN spx-best-score THEN
           MOVE pch-best-score TO spx-best-score
         END-IF
         IF pch-best-time GREATER THAN 0
            AND (spx-best-time EQUAL TO 0
                 OR pch-best-time LESS THAN spx-best-time) THEN
           MOVE pch-best-time TO spx-best-time
         END-IF
         IF pch-difficulty GREATER THAN 0 THEN
           MOVE pch-difficulty TO spx-difficulty
         END-IF
         MOVE spx-wallet TO prof-wallet-before
         IF spx-wallet + pch-wallet GREATER THAN 9999 THEN
           MOVE 9999 TO spx-wallet
         ELSE
           ADD pch-wallet TO spx-wallet
         END-IF
         COMPUTE prof-wallet-moved = spx-wallet - prof-wallet-before
         EVALUATE pch-kind
           WHEN "PIN   "
             MOVE pch-pin TO spx-pin
           WHEN "LIMIT "
             MOVE pch-limit-mins TO spx-limit-mins
           WHEN "SEED  "
             IF spx-pin EQUAL TO 0 THEN
               MOVE pch-pin TO spx-pin
             END-IF
             IF spx-limit-mins EQUAL TO 0 THEN
               MOVE pch-limit-mins TO spx-limit-mins
             END-IF
           WHEN OTHER
             CONTINUE
         END-EVALUATE
         IF pch-used-date NOT EQUAL TO SPACES THEN
           EVALUATE TRUE
             WHEN pch-used-date EQUAL TO spx-used-date
               IF spx-used-mins + pch-used-mins GREATER THAN 999
                   THEN
                 MOVE 999 TO spx-used-mins
               ELSE
                 ADD pch-used-mins TO spx-used-mins
               END-IF
             WHEN spx-used-date EQUAL TO SPACES
                  OR pch-used-date GREATER THAN spx-used-date
               MOVE pch-used-date TO spx-used-date
               MOVE pch-used-mins TO spx-used-mins
             WHEN OTHER
               CONTINUE
           END-EVALUATE
         END-IF
         MOVE cabinet-id TO spx-cabinet-id
         MOVE FUNCTION CURRENT-DATE(1:14) TO spx-updated
         MOVE spx-initials TO prof-wallet-initials
         MOVE pch-kind TO prof-wallet-kind
         MOVE "+" TO prof-wallet-sign
         MOVE spx-wallet TO prof-wallet-after
         IF prof-found EQUAL TO 1 THEN
           REWRITE SHARED-PROFILE-RECORD
             INVALID KEY MOVE 0 TO prof-wallet-moved
           END-REWRITE
         ELSE
           WRITE SHARED-PROFILE-RECORD
             INVALID KEY MOVE 0 TO prof-wallet-moved
           END-WRITE
         END-IF
         IF prof-wallet-moved GREATER THAN 0 THEN
           PERFORM WRITE-SHARED-WALLET
         END-IF.

      * Journals a wallet movement just made on the store; called
      * under the ledger lock, straight after the rewrite, so the
      * journal and the store move together.
       WRITE-SHARED-WALLET.
         PERFORM COMPUTE-SECONDS-NOW
         OPEN EXTEND SHARED-WALLET-FILE
         IF shared-wallet-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT SHARED-WALLET-FILE
         END-IF
         MOVE SPACES TO SHARED-WALLET-RECORD
         MOVE FUNCTION CURRENT-DATE(1:8) TO swl-date
         MOVE cur-hhmmss-text TO swl-time
         MOVE cabinet-id TO swl-cabinet
         MOVE prof-wallet-initials TO swl-initials
         MOVE prof-wallet-kind TO swl-kind
         MOVE prof-wallet-sign TO swl-sign
         MOVE prof-wallet-moved TO swl-credits
         MOVE prof-wallet-after TO swl-after
         WRITE SHARED-WALLET-RECORD
         CLOSE SHARED-WALLET-FILE.

      * Refreshes the cache from the store for prof-pull-initials,
      * and says whether the store answered (prof-shared-ok).
      * Queued changes go first; while any are still queued the
      * cache holds news the store has not had and is left alone.
      * A regular the store no longer has - purged or merged away
      * by ident-maint - is dropped from the cache as well.
       PULL-SHARED-PROFILE.
         MOVE 0 TO prof-shared-ok
         PERFORM PUSH-PROFILE-CHANGES
         OPEN INPUT SHARED-PROFILES-FILE
         IF shared-profile-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE 1 TO prof-shared-ok
         IF prof-pending GREATER THAN 0 THEN
           CLOSE SHARED-PROFILES-FILE
           NEXT SENTENCE
         END-IF
         MOVE prof-pull-initials TO spx-initials
         READ SHARED-PROFILES-FILE
           INVALID KEY
             PERFORM UNCACHE-PROFILE
           NOT INVALID KEY
             PERFORM CACHE-SHARED-PROFILE
         END-READ
         CLOSE SHARED-PROFILES-FILE.

      * The store's record as just read becomes the cache's.
       CACHE-SHARED-PROFILE.
         OPEN I-O PLAYER-PROFILES-IDX-FILE
         IF profile-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE spx-initials TO ppx-initials
         MOVE 1 TO prof-cached
         READ PLAYER-PROFILES-IDX-FILE
           INVALID KEY
             MOVE 0 TO prof-cached
         END-READ
         MOVE spx-initials TO ppx-initials
         MOVE spx-plays TO ppx-plays
         MOVE spx-wins TO ppx-wins
         MOVE spx-best-score TO ppx-best-score
         MOVE spx-best-time TO ppx-best-time
         MOVE spx-difficulty TO ppx-difficulty
         MOVE spx-wallet TO ppx-wallet
         MOVE spx-pin TO ppx-pin
         MOVE spx-limit-mins TO ppx-limit-mins
         MOVE spx-used-date TO ppx-used-date
         MOVE spx-used-mins TO ppx-used-mins
         IF prof-cached EQUAL TO 1 THEN
           REWRITE PLAYER-PROFILE-IDX-RECORD
             INVALID KEY CONTINUE
           END-REWRITE
           WRITE PLAYER-PROFILE-IDX-RECORD
             INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO profile-player-count
         END-IF
         CLOSE PLAYER-PROFILES-IDX-FILE.

       UNCACHE-PROFILE.
         OPEN I-O PLAYER-PROFILES-IDX-FILE
         IF profile-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE prof-pull-initials TO ppx-initials
         DELETE PLAYER-PROFILES-IDX-FILE
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF profile-player-count GREATER THAN 0 THEN
               SUBTRACT 1 FROM profile-player-count
             END-IF
         END-DELETE
         CLOSE PLAYER-PROFILES-IDX-FILE.

      * Idle-screen lookup panel: V opens it on the first stored
         IF lb-page-key EQUAL TO 1 THEN
           PERFORM WAKE-FROM-ATTRACT
           ADD 1 TO lb-page
           IF lb-page GREATER THAN 11 THEN
             MOVE 0 TO lb-page
           END-IF
           IF lb-page EQUAL TO 11 THEN
             PERFORM LOAD-TEAM-BOARD
           END-IF
           IF lb-page EQUAL TO 9 THEN
             PERFORM LOAD-ENDLESS-BOARD
           END-IF
           IF lb-page EQUAL TO 8 THEN
             PERFORM LOAD-RECORDS-BOOK
           END-IF
           IF lb-page EQUAL TO 7 THEN
             PERFORM LOAD-RATING-BOARD
           END-IF
           IF lb-page EQUAL TO 6 THEN
             PERFORM LOAD-COOP-BOARD
           END-IF
             MOVE 0 TO speedrun-mode
           ELSE
             MOVE 1 TO speedrun-mode
             PERFORM DISARM-ENDLESS
             PERFORM DISARM-PUZZLE
             PERFORM DISARM-RELAY
           END-IF
         END-IF
         IF speedrun-mode EQUAL TO 1 THEN
             BY VALUE 30 542 14 255 230 80 255
           END-CALL
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-f5
           RETURNING endless-key
         END-CALL
         IF endless-key EQUAL TO 1 THEN
           PERFORM WAKE-FROM-ATTRACT
           IF endless-mode EQUAL TO 1 THEN
             PERFORM DISARM-ENDLESS
           ELSE
             PERFORM ARM-ENDLESS
           END-IF
         END-IF
      * Shares the speedrun line: arming either drops the other.
         IF endless-mode EQUAL TO 1 THEN
           MOVE endless-depth TO endless-depth-edit
           MOVE SPACES TO endless-line
           STRING "Endless: ARMED (F5) - wave "
             FUNCTION TRIM(endless-depth-edit) ", own board"
             DELIMITED BY SIZE INTO endless-line
           CALL "b_DrawText" USING
             BY REFERENCE endless-line
             BY VALUE 30 542 14 150 255 220 255
           END-CALL
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-f6
           RETURNING puzzle-key
         END-CALL
         IF puzzle-key EQUAL TO 1 AND puzzle-count GREATER THAN 0
             THEN
           PERFORM WAKE-FROM-ATTRACT
           PERFORM STEP-PUZZLE-SELECTION
         END-IF
         IF puzzle-sel GREATER THAN 0 THEN
           PERFORM DRAW-PUZZLE-ARMED
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-f7
           RETURNING relay-key
         END-CALL
         IF relay-key EQUAL TO 1
            AND (team-count GREATER THAN 0 OR relay-mode EQUAL TO 1)
             THEN
           PERFORM WAKE-FROM-ATTRACT
           PERFORM STEP-RELAY-TEAM
         END-IF
         IF relay-mode EQUAL TO 1 THEN
           PERFORM DRAW-RELAY-ARMED
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-k
           RETURNING chg-key
             MOVE 0 TO rival-challenge-mode
           ELSE
             MOVE 1 TO rival-challenge-mode
             PERFORM DISARM-ENDLESS
             PERFORM DISARM-PUZZLE
             PERFORM DISARM-RELAY
           END-IF
         END-IF
         CALL "b_IsKeyPressed" USING
             BY VALUE 840 151 14 150 255 220 255
           END-CALL
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-nine
           RETURNING voucher-key
         END-CALL
         IF voucher-key EQUAL TO 1 THEN
           PERFORM WAKE-FROM-ATTRACT
           PERFORM CLEAR-VOUCHER-WHEEL
           MOVE 0 TO voucher-msg-timer
           MOVE 13 TO game-state
         END-IF
         IF free-play EQUAL TO 0 THEN
           CALL "b_DrawText" USING
             BY REFERENCE "Voucher code: 9"
             BY VALUE 420 135 14 150 150 150 255
           END-CALL
         END-IF
         IF voucher-msg-timer GREATER THAN 0 THEN
           SUBTRACT 1 FROM voucher-msg-timer
           CALL "b_DrawText" USING
             BY REFERENCE voucher-line
             BY VALUE 340 185 18 100 255 150 255
           END-CALL
         END-IF
         IF theme-active EQUAL TO 1 THEN
           PERFORM DRAW-EVENT-OVERLAY
           PERFORM DRAW-EVENT-BANNER
           BY VALUE 610 288 12 150 150 150 255
         END-CALL.

      * Rows are keyed by wave and layout revision: a re-saved
      * wave's first run opens a fresh row rather than inheriting
      * a best time set on the old layout.
       UPDATE-LEVEL-STATS.
         MOVE 0 TO ls-found-pos
         PERFORM VARYING ls-i FROM 1 BY 1 UNTIL ls-i > ls-count
           IF lst-level(ls-i) EQUAL TO current-count
              AND lst-rev(ls-i) EQUAL TO wave-rev THEN
             MOVE ls-i TO ls-found-pos
             MOVE ls-count TO ls-i
           END-IF
           ADD 1 TO ls-count
           MOVE ls-count TO ls-found-pos
           MOVE current-count TO lst-level(ls-found-pos)
           MOVE wave-rev TO lst-rev(ls-found-pos)
         END-IF
         IF pending-outcome EQUAL TO 4 THEN
           ADD 1 TO lst-wins(ls-found-pos)
         MOVE 180 TO lr-y
         PERFORM VARYING ls-i FROM 1 BY 1 UNTIL ls-i > ls-count
           MOVE lst-level(ls-i) TO lr-level-edit
           MOVE lst-rev(ls-i) TO lr-rev-edit
           COMPUTE lr-winpct-edit =
             lst-wins(ls-i) * 100 /
             (lst-wins(ls-i) + lst-losses(ls-i))
             lst-time-sum(ls-i) /
             (lst-wins(ls-i) + lst-losses(ls-i))
           MOVE SPACES TO lr-line
           STRING "Lv" lr-level-edit "r" lr-rev-edit " "
             lr-winpct-edit "% L" lr-lives-edit " T" lr-time-edit "s"
             DELIMITED BY SIZE INTO lr-line
           END-STRING
           CALL "b_DrawText" USING
           MOVE enemy-active(enemy-i) TO ck-enemy-active(enemy-i)
           MOVE enemy-hp(enemy-i) TO ck-enemy-hp(enemy-i)
         END-PERFORM
         IF endless-mode EQUAL TO 1 THEN
           MOVE endless-depth TO ck-endless-depth
           MOVE endless-seed TO ck-endless-seed
         ELSE
           MOVE 0 TO ck-endless-depth
           MOVE 0 TO ck-endless-seed
         END-IF
         IF puzzle-sel GREATER THAN 0 THEN
           MOVE pzw-level(puzzle-sel) TO ck-puzzle-level
         ELSE
           MOVE 0 TO ck-puzzle-level
         END-IF
         MOVE run-id TO ck-run-id
         IF relay-running EQUAL TO 1 THEN
           MOVE 1 TO ck-relay-running
           MOVE relay-sel TO ck-relay-sel
           MOVE relay-name TO ck-relay-name
           MOVE relay-size TO ck-relay-size
           MOVE relay-turn TO ck-relay-turn
           MOVE relay-lives TO ck-relay-lives
           MOVE relay-leg-base TO ck-relay-leg-base
           MOVE relay-waves TO ck-relay-waves
           MOVE relay-roster-table TO ck-relay-roster-table
           MOVE relay-leg-count TO ck-relay-leg-count
           MOVE relay-leg-table TO ck-relay-leg-table
         ELSE
           MOVE 0 TO ck-relay-running
           MOVE 0 TO ck-relay-sel
           MOVE SPACES TO ck-relay-name
           MOVE 0 TO ck-relay-size
           MOVE 0 TO ck-relay-turn
           MOVE 0 TO ck-relay-lives
           MOVE 0 TO ck-relay-leg-base
           MOVE 0 TO ck-relay-waves
           MOVE SPACES TO ck-relay-roster-table
           MOVE 0 TO ck-relay-leg-count
           MOVE SPACES TO ck-relay-leg-table
         END-IF
         WRITE CHECKPOINT-RECORD
         CLOSE CHECKPOINT-FILE
         MOVE 1 TO checkpoint-available.
       SAVE-REPLAY.
         OPEN OUTPUT REPLAY-SEED-FILE
         MOVE run-seed TO rs-seed
         MOVE FUNCTION CURRENT-DATE(1:8) TO rs-run-date
         MOVE run-start-text TO rs-run-start
         IF endless-mode EQUAL TO 1 THEN
           MOVE endless-depth TO rs-endless-depth
           MOVE endless-base TO rs-endless-base
         ELSE
           MOVE 0 TO rs-endless-depth
           MOVE 0 TO rs-endless-base
         END-IF
         MOVE run-id TO rs-run-id
         WRITE REPLAY-SEED-RECORD
         CLOSE REPLAY-SEED-FILE
         OPEN OUTPUT REPLAY-FILE
         CLOSE REPLAY-FILE.

       RESUME-FROM-CHECKPOINT.
      * A relay standing between legs when an older run is resumed
      * files as it stands, as DISARM-RELAY would file it; the
      * checkpoint then says whether the resumed run is a relay.
         IF relay-running EQUAL TO 1
            AND relay-leg-count GREATER THAN 0 THEN
           PERFORM FILE-RELAY-RESULT
         END-IF
         MOVE 0 TO relay-mode
         MOVE 0 TO relay-running
         MOVE 0 TO relay-sel
         MOVE 1 TO charge-exempt
         PERFORM APPLY-DIFFICULTY
         MOVE 0 TO charge-exempt
               MOVE ck-enemy-active(enemy-i) TO enemy-active(enemy-i)
               MOVE ck-enemy-hp(enemy-i) TO enemy-hp(enemy-i)
             END-PERFORM
             MOVE 0 TO endless-mode
             IF ck-endless-depth IS NUMERIC
                AND ck-endless-depth GREATER THAN 0
                AND ck-endless-seed IS NUMERIC THEN
               MOVE 1 TO endless-mode
               MOVE ck-endless-depth TO endless-depth
               MOVE ck-endless-seed TO endless-seed
               PERFORM SEED-ENDLESS-RUN
             END-IF
             MOVE 0 TO puzzle-sel
             IF ck-puzzle-level IS NUMERIC
                AND ck-puzzle-level GREATER THAN 0 THEN
               PERFORM VARYING puzzle-i FROM 1 BY 1
               UNTIL puzzle-i > puzzle-count
                 IF pzw-level(puzzle-i) EQUAL TO ck-puzzle-level THEN
                   MOVE puzzle-i TO puzzle-sel
                 END-IF
               END-PERFORM
             END-IF
      * The resumed run keeps the ID it started under; a checkpoint
      * from before run IDs gets a fresh one.
             IF ck-run-id EQUAL TO SPACES
                OR ck-run-id EQUAL TO LOW-VALUES THEN
               PERFORM ASSIGN-RUN-ID
             ELSE
               MOVE ck-run-id TO run-id
             END-IF
      * A relay leg resumes on its team's pool, as its member, with
      * the legs already booked; anything else books to no relay.
             IF ck-relay-running EQUAL TO 1
                AND ck-relay-size IS NUMERIC
                AND ck-relay-size GREATER THAN 1
                AND ck-relay-turn IS NUMERIC
                AND ck-relay-turn GREATER THAN 0
                AND ck-relay-turn NOT GREATER THAN ck-relay-size
                 THEN
               MOVE 1 TO relay-mode
               MOVE 1 TO relay-running
               MOVE ck-relay-sel TO relay-sel
               MOVE ck-relay-name TO relay-name
               MOVE ck-relay-size TO relay-size
               MOVE ck-relay-turn TO relay-turn
               MOVE ck-relay-lives TO relay-lives
               MOVE ck-relay-leg-base TO relay-leg-base
               MOVE ck-relay-waves TO relay-waves
               MOVE ck-relay-roster-table TO relay-roster-table
               MOVE ck-relay-leg-count TO relay-leg-count
               MOVE ck-relay-leg-table TO relay-leg-table
               MOVE 0 TO relay-rank
               MOVE relay-member(relay-turn) TO player-initials
               PERFORM REFRESH-PLAYER-CONTEXT
             END-IF
         END-READ
         CLOSE CHECKPOINT-FILE
         PERFORM RESTART-MISSILE
                plt-step-count(campaign-sel) THEN
           MOVE plt-step(campaign-sel, campaign-step) TO wave-num
         END-IF
         IF puzzle-sel GREATER THAN 0 THEN
           MOVE pzw-level(puzzle-sel) TO wave-num
         END-IF
         PERFORM REBUILD-CELL-KINDS
         MOVE 0 TO enemy-active-count
         PERFORM VARYING enemy-i FROM 1 BY 1 UNTIL enemy-i > MAX-ENEMY
         MOVE 0 TO wallet-balance
         MOVE 0 TO limit-mins-cache
         MOVE 0 TO used-mins-cache
         MOVE player-initials TO prof-pull-initials
         PERFORM PULL-SHARED-PROFILE
         OPEN INPUT PLAYER-PROFILES-IDX-FILE
         IF profile-status EQUAL TO "00" THEN
           MOVE player-initials TO ppx-initials
           END-READ
           CLOSE PLAYER-PROFILES-IDX-FILE
         END-IF
      * Wallet money is only spendable at the store (DRAW-FROM-
      * WALLET); with the store out of reach the cached balance
      * would let a run start that the draw then cannot pay for.
         IF prof-shared-ok EQUAL TO 0 THEN
           MOVE 0 TO wallet-balance
         END-IF
         PERFORM LOAD-CHALLENGES
         PERFORM FIND-CAMPAIGN-RESUME
         PERFORM REFRESH-UNLOCKS.
       START-DAILY-CHALLENGE.
         PERFORM CHECK-CREDIT-AVAILABLE
         IF can-start-run EQUAL TO 1 THEN
           PERFORM DISARM-ENDLESS
           PERFORM DISARM-PUZZLE
           PERFORM DISARM-RELAY
           MOVE 1 TO daily-challenge-mode
           PERFORM APPLY-DIFFICULTY
           MOVE 0 TO replay-watching
         END-IF
         MOVE run-seed TO rng-state.

      * Progressive jackpot. A jackpot run is a paid solo play on
      * the pool's fixed seed, chased against the pool's target;
      * it files to no board. Only offered while the mount carries
      * a live pool, and never on free play, where nothing feeds it.
       START-JACKPOT-RUN.
         IF jackpot-on EQUAL TO 0 OR free-play EQUAL TO 1
            OR party-active EQUAL TO 1
            OR two-player EQUAL TO 1 OR versus-mode EQUAL TO 1 THEN
           NEXT SENTENCE
         END-IF
         PERFORM CHECK-CREDIT-AVAILABLE
         IF can-start-run EQUAL TO 1 THEN
           PERFORM DISARM-ENDLESS
           PERFORM DISARM-PUZZLE
           PERFORM DISARM-RELAY
           MOVE 1 TO jackpot-mode
           MOVE 0 TO daily-challenge-mode
           PERFORM APPLY-DIFFICULTY
           MOVE 0 TO replay-watching
           MOVE 0 TO practice-mode
           MOVE 1 TO replay-recording
           MOVE 0 TO replay-frame-count
           MOVE 2 TO game-state
           PERFORM WAKE-FROM-ATTRACT
         END-IF.

       SEED-JACKPOT-RUN.
         COMPUTE run-seed =
           FUNCTION MOD(jackpot-game-seed, RNG-MODULUS)
         IF run-seed EQUAL TO 0 THEN
           MOVE 1 TO run-seed
         END-IF
         MOVE run-seed TO rng-state.

      * Beating the target queues the win; the award itself is
      * whatever the pool holds when the win reaches the lock.
       RECORD-JACKPOT-RESULT.
         IF jackpot-target GREATER THAN 0
            AND score GREATER THAN jackpot-target THEN
           MOVE SPACES TO JACKPOT-JOURNAL-RECORD
           INITIALIZE JACKPOT-JOURNAL-RECORD
           MOVE "WIN   " TO jj-type
           MOVE player-initials TO jj-initials
           MOVE score TO jj-score
           PERFORM QUEUE-JACKPOT-LINE
           PERFORM PUSH-JACKPOT
         END-IF
         MOVE 0 TO jackpot-mode.

      * Terms and pool off the mount for the idle screen and HUD.
       LOAD-JACKPOT.
         MOVE 0 TO jackpot-on
         OPEN INPUT JACKPOT-FILE
         IF jackpot-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         READ JACKPOT-FILE
           AT END
             CONTINUE
           NOT AT END
             IF jk-pool IS NUMERIC AND jk-share-pct IS NUMERIC
                AND jk-target IS NUMERIC
                AND jk-game-seed IS NUMERIC THEN
               MOVE jk-round TO jackpot-round
               MOVE jk-pool TO jackpot-pool
               MOVE jk-share-pct TO jackpot-share-pct
               MOVE jk-target TO jackpot-target
               MOVE jk-game-seed TO jackpot-game-seed
               IF jk-share-pct GREATER THAN 0 THEN
                 MOVE 1 TO jackpot-on
               END-IF
             END-IF
         END-READ
         CLOSE JACKPOT-FILE.

       LOAD-JACKPOT-QUEUE.
         MOVE 0 TO jackpot-pending
         OPEN INPUT JACKPOT-PENDING-FILE
         IF jackpot-pending-status EQUAL TO "00" THEN
           MOVE 0 TO jackpot-pend-eof
           PERFORM UNTIL jackpot-pend-eof EQUAL TO 1
             READ JACKPOT-PENDING-FILE
               AT END
                 MOVE 1 TO jackpot-pend-eof
               NOT AT END
                 ADD 1 TO jackpot-pending
             END-READ
           END-PERFORM
           CLOSE JACKPOT-PENDING-FILE
         END-IF
         PERFORM PUSH-JACKPOT
         PERFORM LOAD-JACKPOT.

      * A paid play's share, tagged with its PLAY line's sequence
      * number so the report can tie the pool to this ledger.
       FEED-JACKPOT.
         MOVE SPACES TO JACKPOT-JOURNAL-RECORD
         INITIALIZE JACKPOT-JOURNAL-RECORD
         MOVE "FEED  " TO jj-type
         MOVE jackpot-play-seq TO jj-coin-seq
         MOVE player-initials TO jj-initials
         MOVE needed-credits TO jj-credits
         COMPUTE jj-amount = needed-credits * jackpot-share-pct / 100
         PERFORM QUEUE-JACKPOT-LINE
         PERFORM PUSH-JACKPOT.

      * Appends the line built in JACKPOT-JOURNAL-RECORD to the
      * pending queue, stamped with this cabinet and the time.
       QUEUE-JACKPOT-LINE.
         MOVE FUNCTION CURRENT-DATE(1:8) TO jj-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO jj-time
         MOVE cabinet-id TO jj-cabinet
         MOVE jackpot-round TO jj-round
         MOVE JACKPOT-JOURNAL-RECORD TO jackpot-hold
         OPEN EXTEND JACKPOT-PENDING-FILE
         IF jackpot-pending-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT JACKPOT-PENDING-FILE
         END-IF
         WRITE jackpot-pending-record FROM jackpot-hold
         CLOSE JACKPOT-PENDING-FILE
         ADD 1 TO jackpot-pending.

      * Same claim/release shape as PUSH-PROFILE-CHANGES: a busy
      * lock or an unreachable pool leaves the queue as it is and
      * puts the retry on the outbox.
       PUSH-JACKPOT.
         IF jackpot-pending EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         PERFORM CLAIM-SHARED-LEDGER
         IF ledger-claimed NOT EQUAL TO 1 THEN
           MOVE "PUSHJACKP " TO outbox-intent
           PERFORM ENQUEUE-OUTBOX
           NEXT SENTENCE
         END-IF
         PERFORM POST-JACKPOT-PENDING
         PERFORM RELEASE-SHARED-LEDGER
         IF jackpot-posted NOT EQUAL TO 1 THEN
           MOVE "PUSHJACKP " TO outbox-intent
           PERFORM ENQUEUE-OUTBOX
         END-IF.

      * Lock held by the caller. Every queued line posts to the
      * pool in order and onto the journal, the pool is written
      * back and the queue emptied.
       POST-JACKPOT-PENDING.
         MOVE 0 TO jackpot-posted
         OPEN INPUT JACKPOT-FILE
         IF jackpot-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         MOVE 1 TO jackpot-found
         READ JACKPOT-FILE
           AT END
             MOVE 0 TO jackpot-found
         END-READ
         CLOSE JACKPOT-FILE
         IF jackpot-found EQUAL TO 0
            OR jk-pool IS NOT NUMERIC
            OR jk-round IS NOT NUMERIC THEN
           MOVE "JACKPOT post refused - pool record unreadable"
             TO sync-journal-msg
           PERFORM WRITE-SYNC-JOURNAL
           NEXT SENTENCE
         END-IF
         OPEN INPUT JACKPOT-PENDING-FILE
         IF jackpot-pending-status NOT EQUAL TO "00" THEN
           NEXT SENTENCE
         END-IF
         OPEN EXTEND JACKPOT-JOURNAL-FILE
         IF jackpot-journal-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT JACKPOT-JOURNAL-FILE
         END-IF
         IF jackpot-journal-status NOT EQUAL TO "00" THEN
           CLOSE JACKPOT-PENDING-FILE
           NEXT SENTENCE
         END-IF
         MOVE 0 TO jackpot-pend-eof
         PERFORM UNTIL jackpot-pend-eof EQUAL TO 1
           READ JACKPOT-PENDING-FILE
             AT END
               MOVE 1 TO jackpot-pend-eof
             NOT AT END
               MOVE jackpot-pending-record TO JACKPOT-JOURNAL-RECORD
               PERFORM POST-JACKPOT-LINE
           END-READ
         END-PERFORM
         CLOSE JACKPOT-JOURNAL-FILE
         CLOSE JACKPOT-PENDING-FILE
         OPEN OUTPUT JACKPOT-PENDING-FILE
         CLOSE JACKPOT-PENDING-FILE
         MOVE 0 TO jackpot-pending
         MOVE FUNCTION CURRENT-DATE(1:14) TO jk-updated
         MOVE cabinet-id TO jk-cabinet
         OPEN OUTPUT JACKPOT-FILE
         WRITE JACKPOT-RECORD
         CLOSE JACKPOT-FILE
         MOVE jk-round TO jackpot-round
         MOVE jk-pool TO jackpot-pool
         MOVE 1 TO jackpot-posted.

      * A feed lands on the round open now, whatever round was
      * showing when the play was paid. A win takes the whole pool:
      * the JACKPOT ledger line, the AWARD, the ticket, then the
      * RESET that opens the next round at the seed amount.
       POST-JACKPOT-LINE.
         MOVE jk-round TO jj-round
         EVALUATE jj-type
           WHEN "FEED  "
             ADD jj-amount TO jk-pool
             MOVE jk-pool TO jj-pool
             WRITE JACKPOT-JOURNAL-RECORD
           WHEN "WIN   "
             MOVE jj-initials TO jackpot-win-initials
             MOVE jj-score TO jackpot-win-score
             MOVE jk-pool TO jackpot-win-amount
             MOVE jk-round TO jackpot-win-round
             MOVE "JACKPOT " TO coin-event
             MOVE jj-initials TO coin-profile
             PERFORM WRITE-COIN-AUDIT
             MOVE FUNCTION CURRENT-DATE(1:8) TO jj-date
             MOVE FUNCTION CURRENT-DATE(9:6) TO jj-time
             MOVE "AWARD " TO jj-type
             MOVE coin-seq TO jj-coin-seq
             MOVE jk-pool TO jj-amount
             MOVE 0 TO jj-pool
             WRITE JACKPOT-JOURNAL-RECORD
             PERFORM PRINT-JACKPOT-TICKET
             ADD 1 TO jk-round
             MOVE jk-seed-amount TO jk-pool
             MOVE FUNCTION CURRENT-DATE(1:14) TO jk-opened
             MOVE "RESET " TO jj-type
             MOVE jk-round TO jj-round
             MOVE 0 TO jj-coin-seq
             MOVE SPACES TO jj-initials
             MOVE 0 TO jj-credits
             MOVE jk-seed-amount TO jj-amount
             MOVE jk-pool TO jj-pool
             MOVE 0 TO jj-score
             WRITE JACKPOT-JOURNAL-RECORD
           WHEN OTHER
             CONTINUE
         END-EVALUATE.

      * The winner's claim slip, on the prize-ticket printer. It
      * is not a prize ticket - the counter pays it against the
      * AWARD line and the JACKPOT ledger line it names.
       PRINT-JACKPOT-TICKET.
         OPEN EXTEND TICKET-SPOOL-FILE
         IF ticket-spool-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT TICKET-SPOOL-FILE
         END-IF
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         MOVE "     INVADERS BREAKER JACKPOT WINNER" TO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE jackpot-win-amount TO jackpot-edit
         MOVE SPACES TO ticket-line
         STRING "  ROUND " jackpot-win-round
           "  PAYS " FUNCTION TRIM(jackpot-edit) " CREDITS"
           DELIMITED BY SIZE INTO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE jackpot-win-score TO jackpot-score-edit
         MOVE SPACES TO ticket-line
         STRING "  " jackpot-win-initials "  SCORE "
           jackpot-score-edit
           DELIMITED BY SIZE INTO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE SPACES TO ticket-line
         STRING "  " jj-date " " jj-time "  CAB " cabinet-id
           DELIMITED BY SIZE INTO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE SPACES TO ticket-line
         STRING "  LEDGER SEQ " coin-seq
           DELIMITED BY SIZE INTO ticket-line
         WRITE TICKET-SPOOL-RECORD FROM ticket-line
         MOVE "----------------------------------------"
           TO TICKET-SPOOL-RECORD
         WRITE TICKET-SPOOL-RECORD
         CLOSE TICKET-SPOOL-FILE
         MOVE SPACES TO jackpot-line
         STRING "JACKPOT! " jackpot-win-initials " WINS "
           FUNCTION TRIM(jackpot-edit) " CREDITS"
           DELIMITED BY SIZE INTO jackpot-line
         MOVE JACKPOT-BANNER-FRAMES TO jackpot-banner-timer.

      * Idle-screen line: the banner after a win here, otherwise
      * the pool and the score that takes it.
       DRAW-JACKPOT-IDLE.
         IF jackpot-banner-timer GREATER THAN 0 THEN
           SUBTRACT 1 FROM jackpot-banner-timer
           CALL "b_DrawText" USING
             BY REFERENCE jackpot-line
             BY VALUE 280 160 24 255 215 0 255
           END-CALL
           NEXT SENTENCE
         END-IF
         IF jackpot-on EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE jackpot-pool TO jackpot-edit
         MOVE jackpot-target TO jackpot-score-edit
         MOVE SPACES TO jackpot-line
         STRING "JACKPOT " FUNCTION TRIM(jackpot-edit)
           " CREDITS - beat " FUNCTION TRIM(jackpot-score-edit)
           "  A: try"
           DELIMITED BY SIZE INTO jackpot-line
         CALL "b_DrawText" USING
           BY REFERENCE jackpot-line
           BY VALUE 300 160 18 255 215 0 255
         END-CALL.

      * The board belongs to one calendar day; first touch after
      * midnight clears it, same pattern as ROLL-DAILY-TOTALS.
       ROLL-DAILY-BOARD.
         IF db-count EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         IF clock-skewed EQUAL TO 1 THEN
           MOVE "PUSHDAILY " TO outbox-intent
           PERFORM ENQUEUE-OUTBOX
           NEXT SENTENCE
         END-IF
         PERFORM CLAIM-SHARED-LEDGER
         IF ledger-claimed NOT EQUAL TO 1 THEN
           MOVE "PUSHDAILY " TO outbox-intent
                   MOVE hev-seed TO hst-seed(hev-rank)
                   MOVE hev-track TO hst-track(hev-rank)
                   MOVE hev-attest TO hst-attest(hev-rank)
                   MOVE hev-run-id TO hst-run-id(hev-rank)
                 END-IF
             END-READ
           END-PERFORM
           MOVE run-seed TO hst-seed(hs-base + hs-insert-pos)
           MOVE att-track TO hst-track(hs-base + hs-insert-pos)
           MOVE att-value TO hst-attest(hs-base + hs-insert-pos)
           MOVE run-id TO hst-run-id(hs-base + hs-insert-pos)
           IF pending-outcome EQUAL TO 4 THEN
             MOVE level-duration TO
               hst-best-time(hs-base + hs-insert-pos)
           MOVE hst-seed(hs-i) TO hev-seed
           MOVE hst-track(hs-i) TO hev-track
           MOVE hst-attest(hs-i) TO hev-attest
           MOVE hst-run-id(hs-i) TO hev-run-id
           WRITE HISCORE-EVIDENCE-RECORD
         END-PERFORM
         CLOSE HISCORE-EVIDENCE-FILE.
                   MOVE 0 TO sst-track(ss-i)
                   MOVE 0 TO sst-attest(ss-i)
                 END-IF
                 MOVE ss-posted TO sst-posted(ss-i)
                 MOVE ss-run-id TO sst-run-id(ss-i)
                 ADD 1 TO ss-count
             END-READ
           END-PERFORM
           MOVE sst-seed(ss-i) TO ss-seed
           MOVE sst-track(ss-i) TO ss-track
           MOVE sst-attest(ss-i) TO ss-attest
           MOVE sst-posted(ss-i) TO ss-posted
           MOVE sst-run-id(ss-i) TO ss-run-id
           WRITE SHARED-SCORE-RECORD
         END-PERFORM
         CLOSE SHARED-SCORES-FILE.
      * is journalled so a cabinet whose entries were dropped can be
      * traced and recovered from SYNC-JOURNAL.DAT.
       PUSH-LOCAL-SCORES.
         IF clock-skewed EQUAL TO 1 THEN
           MOVE "PUSHSCORES" TO outbox-intent
           PERFORM ENQUEUE-OUTBOX
           NEXT SENTENCE
         END-IF
         PERFORM CLAIM-SHARED-LEDGER
         IF ledger-claimed NOT EQUAL TO 1 THEN
           MOVE "PUSHSCORES" TO outbox-intent
         PERFORM READ-SHARED-LEDGER
         MOVE ss-count TO sync-before-count
         MOVE 0 TO ss-keep-count
         MOVE 0 TO sync-own-count
         PERFORM VARYING ss-i FROM 1 BY 1 UNTIL ss-i > ss-count
           IF sst-cabinet-id(ss-i) NOT EQUAL TO cabinet-id THEN
             ADD 1 TO ss-keep-count
      * this push erases it from the world - journal the row
      * itself so it can be put back by hand.
             PERFORM JOURNAL-IF-ROW-LOST
             ADD 1 TO sync-own-count
             MOVE sst-initials(ss-i) TO sot-initials(sync-own-count)
             MOVE sst-score(ss-i) TO sot-score(sync-own-count)
             MOVE sst-posted(ss-i) TO sot-posted(sync-own-count)
           END-IF
         END-PERFORM
         COMPUTE sync-dropped-count = ss-count - ss-keep-count
             MOVE hst-seed(hs-i) TO sst-seed(ss-count)
             MOVE hst-track(hs-i) TO sst-track(ss-count)
             MOVE hst-attest(hs-i) TO sst-attest(ss-count)
             MOVE hst-run-id(hs-i) TO sst-run-id(ss-count)
             PERFORM STAMP-PUSHED-ROW
           END-IF
         END-PERFORM
         IF ss-count GREATER OR EQUAL TO MAX-SHARED-ENTRIES THEN
           PERFORM WRITE-SYNC-JOURNAL
         END-IF.

      * An entry already on the ledger keeps the stamp it was first
      * posted with (spaces on a row older than the stamp stay
      * spaces); only a genuinely new entry is stamped now.
       STAMP-PUSHED-ROW.
         MOVE 0 TO sync-row-found
         MOVE SPACES TO sst-posted(ss-count)
         PERFORM VARYING sync-j FROM 1 BY 1
         UNTIL sync-j > sync-own-count
           IF sot-initials(sync-j) EQUAL TO hst-initials(hs-i)
              AND sot-score(sync-j) EQUAL TO hst-score(hs-i) THEN
             MOVE 1 TO sync-row-found
             MOVE sot-posted(sync-j) TO sst-posted(ss-count)
             MOVE sync-own-count TO sync-j
           END-IF
         END-PERFORM
         IF sync-row-found EQUAL TO 0 THEN
           MOVE FUNCTION CURRENT-DATE(1:14) TO sst-posted(ss-count)
         END-IF.

      * Local entries that could not be pushed because the ledger
      * hit MAX-SHARED-ENTRIES: journal their contents too, so a
      * capped-out ledger never silently swallows a score.
       JOURNAL-CAPPED-ROWS.
         MOVE 0 TO sync-capped-count
         PERFORM VARYING sync-j FROM 1 BY 1
         UNTIL sync-j > HISCORE-SLOTS
           IF hst-score(sync-j) GREATER THAN 0 THEN
                 " score=" sync-score-edit
                 DELIMITED BY SIZE INTO sync-journal-msg
               PERFORM WRITE-SYNC-JOURNAL
               ADD 1 TO sync-capped-count
             END-IF
           END-IF
         END-PERFORM
         IF sync-capped-count GREATER THAN 0 THEN
           MOVE "CAPLEDGR" TO telem-event
           MOVE sync-capped-count TO telem-value
           PERFORM WRITE-TELEMETRY
         END-IF.

      * File-based claim on the shared mount: the lock file's
      * absence is the free state. OPEN OUTPUT is not atomic, so
      * one sees its own id and the other retries next sync round.
      * A lock older than LEDGER-LOCK-STALE-SECS is from a cabinet
      * that died mid-push; it is broken (deleted) and the push
      * retried on the following round. A cabinet on a build whose
      * ledger format the mount has moved off never claims it.
       CLAIM-SHARED-LEDGER.
         MOVE 0 TO ledger-claimed
         MOVE 0 TO lock-present
         MOVE 0 TO lock-stale
         IF release-held EQUAL TO 1 THEN
           NEXT SENTENCE
         END-IF
         PERFORM COMPUTE-SECONDS-NOW
         OPEN INPUT SHARED-LOCK-FILE
         IF shared-lock-status EQUAL TO "00" THEN
         END-CALL
         MOVE 0 TO ledger-claimed.

      * A wave that would have grown past the 75-slot checkpoint
      * layout stays at MAX-ENEMY; log that the layout capped it.
       NOTE-CHECKPOINT-CEILING.
         IF cur-max-enemy EQUAL TO MAX-ENEMY THEN
           MOVE "CAPCHKPT" TO telem-event
           MOVE current-count TO telem-value
           PERFORM WRITE-TELEMETRY
         END-IF.

       WRITE-TELEMETRY.
         IF replay-watching EQUAL TO 1
            OR attract-replay EQUAL TO 1 THEN
           " ev=" telem-event
           " v=" telem-value
           DELIMITED BY SIZE INTO TELEMETRY-RECORD
      * In-run events carry the run's experiment arm so
      * AB-REPORT can split them between the two arms.
         IF exp-arm NOT EQUAL TO SPACE AND game-playing THEN
           MOVE "x=" TO TELEMETRY-RECORD(39:2)
           MOVE exp-name TO TELEMETRY-RECORD(41:12)
           MOVE "/" TO TELEMETRY-RECORD(53:1)
           MOVE exp-arm TO TELEMETRY-RECORD(54:1)
         END-IF
      * Lines logged while a run is on (its closing frame lines
      * included) carry the run's ID.
         IF run-id NOT EQUAL TO SPACES
            AND run-recorded EQUAL TO 0
            AND NOT game-idle AND NOT game-service THEN
           MOVE "id=" TO TELEMETRY-RECORD(57:3)
           MOVE run-id TO TELEMETRY-RECORD(60:20)
         END-IF
         WRITE TELEMETRY-RECORD
         CLOSE TELEMETRY-FILE.

           MOVE 0 TO wld-best-time(wld-i)
           MOVE 0 TO wld-seed(wld-i)
         END-PERFORM
         MOVE 0 TO wld-dropped
         PERFORM VARYING ss-i FROM 1 BY 1 UNTIL ss-i > ss-count
           MOVE 0 TO wld-insert-pos
           PERFORM VARYING wld-i FROM 1 BY 1
               MOVE wld-i TO wld-insert-pos
             END-IF
           END-PERFORM
           IF (wld-insert-pos EQUAL TO 0 AND sst-score(ss-i) > 0)
              OR (wld-insert-pos > 0
                  AND wld-score(WORLD-MAX-HISCORES) > 0) THEN
             ADD 1 TO wld-dropped
           END-IF
           IF wld-insert-pos > 0 THEN
             PERFORM VARYING wld-i FROM WORLD-MAX-HISCORES BY -1
             UNTIL wld-i EQUAL TO wld-insert-pos
             MOVE sst-seed(ss-i) TO wld-seed(wld-insert-pos)
           END-IF
         END-PERFORM
         IF wld-dropped GREATER THAN 0
            AND wld-dropped NOT EQUAL TO wld-dropped-last THEN
           MOVE "CAPWORLD" TO telem-event
           MOVE wld-dropped TO telem-value
           PERFORM WRITE-TELEMETRY
         END-IF
         MOVE wld-dropped TO wld-dropped-last
         MOVE 1 TO worldwide-synced.

       COPY background.
       COPY player.
       COPY ball.
       COPY saucer.
       COPY cannon.
       COPY layout.
       COPY missile.
       COPY shield.
       COPY powerup.

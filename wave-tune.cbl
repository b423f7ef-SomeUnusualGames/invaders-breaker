      * Compile and run on Windows:
      * cobc -xj wave-tune.cbl batch-runlog.cbl report-archive.cbl
      * Wave tuning report. Scores every level-num on LEVELS.DAT on
      * a difficulty index built from three things the session log
      * already carries:
      *   abandonment  runs whose header ended (outcome LOSS) on
      *                the wave, as a percentage of attempts
      *   lives        lives lost per attempt - the lost= count on
      *                every wave= line for the wave, plus the one
      *                life that ended each abandoned attempt
      *   time         mean clear time on the wave's wave= lines as
      *                a percentage of the median across all waves
      * Attempts are clears (wave= lines) plus abandons (LOSS
      * headers). Both record types carry the engine's enemy-count
      * ladder (25, 50, 75 ...), so they divide by START-ENEMY-COUNT
      * to become the level-num LOAD-LEVEL-LAYOUT reads for that
      * wave. LEVEL-STATS.DAT's all-time run-end losses ride along
      * as a column so a wave whose log has been archived still
      * shows its history.
      * Each rated wave (MIN-ATTEMPTS or more) is held against the
      * nearest rated wave either side in play order; SPIKE and DIP
      * mark a wave well above or below both of them. The proposed
      * fire bonus moves one step per BONUS-STEP index points
      * between the wave and its nearer neighbour (capped at MAX-MOVE
      * a pass, clamped to -9..+9) - a higher bonus lengthens the
      * enemy shot timer, so a spike is eased by raising it.
      * Output: WAVE-TUNE.RPT, and WAVE-TUNE.DAT with one proposal
      * per level:
      *   level=NNN old=+N new=+N ok=Y
      * Spikes and dips are written ok=Y, every other wave ok=N.
      * Edit the ok= flags to approve, then run
      *   wave-tune APPLY [who]
      * to write the approved bonuses into LEVELS.DAT (compacted to
      * one record per level, as LEVELS-MAINT leaves it). A level
      * whose bonus has changed since the proposal was made is
      * skipped. Every change is journalled to CONFIG-AUDIT.DAT as
      * src=TUNE; once STAFF.DAT has a register, [who] must be an
      * active staff ID.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAVE-TUNE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT LEVELS-FILE ASSIGN TO "LEVELS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS levels-status.
         SELECT SESSION-LOG-FILE ASSIGN TO "SESSION-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS session-log-status.
         SELECT LEVEL-STATS-FILE ASSIGN TO "LEVEL-STATS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS level-stats-status.
         SELECT TUNE-REPORT-FILE ASSIGN TO "WAVE-TUNE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS tune-report-status.
         SELECT TUNE-PROPOSAL-FILE ASSIGN TO "WAVE-TUNE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS tune-proposal-status.
         SELECT CONFIG-AUDIT-FILE ASSIGN TO "CONFIG-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-audit-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
       DATA DIVISION.
       FILE SECTION.
       FD LEVELS-FILE.
         COPY levels-record.
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD LEVEL-STATS-FILE.
         COPY level-stats-record.
       FD TUNE-REPORT-FILE.
         01 TUNE-REPORT-RECORD PIC X(80).
       FD TUNE-PROPOSAL-FILE.
         01 TUNE-PROPOSAL-RECORD.
           05 tp-tag PIC X(06).
           05 tp-level PIC X(03).
           05 FILLER PIC X(05).
           05 tp-old PIC X(02).
           05 FILLER PIC X(05).
           05 tp-new PIC X(02).
           05 FILLER PIC X(04).
           05 tp-ok PIC X(01).
       FD CONFIG-AUDIT-FILE.
         COPY config-audit-record.
       FD STAFF-FILE.
         COPY staff-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 wave-tune-data.
         78 MAX-TUNE-LEVELS VALUE 200.
         78 START-ENEMY-COUNT VALUE 25.
         78 MIN-ATTEMPTS VALUE 10.
         78 LIVES-WEIGHT VALUE 50.
         78 SPIKE-RATIO VALUE 1.5.
         78 SPIKE-GAP VALUE 15.
         78 BONUS-STEP VALUE 10.
         78 MAX-MOVE VALUE 3.
         05 levels-status PIC X(02) VALUE "00".
         05 session-log-status PIC X(02) VALUE "00".
         05 level-stats-status PIC X(02) VALUE "00".
         05 tune-report-status PIC X(02) VALUE "00".
         05 tune-proposal-status PIC X(02) VALUE "00".
         05 config-audit-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 wt-eof PIC 9 VALUE 0.
         05 wt-i PIC 9(03).
         05 wt-j PIC 9(03).
         05 wt-pos PIC 9(03).
         05 wt-count PIC 9(03) VALUE 0.
         05 wt-wave PIC 9(03).
         05 wt-rated PIC 9(03) VALUE 0.
         05 wt-flagged PIC 9(03) VALUE 0.
         05 wt-applied PIC 9(03) VALUE 0.
         05 wt-skipped PIC 9(03) VALUE 0.
         05 wt-median PIC 9(05)V9(01) VALUE 0.
         05 wt-swap PIC 9(05)V9(01).
         05 wt-prev PIC 9(03).
         05 wt-next PIC 9(03).
         05 wt-nbr-lo PIC 9(04)V9(01).
         05 wt-nbr-hi PIC 9(04)V9(01).
         05 wt-delta PIC S9(03).
         05 wt-new PIC S9(03).
         05 wt-num-in PIC S9(03).
         05 wt-today PIC X(08).
         05 wt-time-now PIC X(06).
         05 wt-action PIC X(10).
         05 wt-who PIC X(06) VALUE SPACES.
         05 wt-staff-ok PIC 9 VALUE 1.
         05 wt-staff-rows PIC 9(03) VALUE 0.
         05 wt-line PIC X(80).
         05 wt-sign-old PIC +9.
         05 wt-sign-new PIC +9.
         05 wt-edit-att PIC ZZZZ9.
         05 wt-edit-pct PIC ZZ9.9.
         05 wt-edit-lives PIC Z9.99.
         05 wt-edit-time PIC ZZZ9.9.
         05 wt-edit-tpct PIC ZZZ9.
         05 wt-edit-index PIC ZZZ9.9.
         05 wt-edit-nbr PIC ZZZ9.9.
         05 wt-edit-ends PIC ZZZZ9.
         05 wt-edit-count PIC ZZ9.
         05 wt-audit-field PIC X(12).
         05 wt-audit-old PIC X(06).
         05 wt-audit-new PIC X(06).
         05 command-line-args PIC X(40).
         05 wt-hold PIC X(160).
      * Session-log lines at the fixed columns WRITE-SESSION-LOG
      * and WRITE-WAVE-DETAIL lay them down at.
         05 SL-WORK PIC X(96).
         05 SL-PARSED REDEFINES SL-WORK.
           10 sl-tag PIC X(06).
           10 sl-start PIC X(06).
           10 FILLER PIC X(09).
           10 sl-outcome PIC X(04).
           10 FILLER PIC X(07).
           10 sl-level PIC X(03).
           10 FILLER PIC X(61).
         05 SLW-PARSED REDEFINES SL-WORK.
           10 slw-tag PIC X(05).
           10 slw-wave PIC X(03).
           10 FILLER PIC X(17).
           10 slw-time PIC X(05).
           10 FILLER PIC X(07).
           10 slw-lost PIC X(01).
           10 FILLER PIC X(58).
         05 wt-sort-table.
           10 wt-sort-time PIC 9(05)V9(01)
              OCCURS MAX-TUNE-LEVELS TIMES.
         05 wt-level-table.
           10 wt-entry OCCURS MAX-TUNE-LEVELS TIMES.
             15 wtt-num PIC 9(03).
             15 wtt-pattern PIC X(75).
             15 wtt-bonus PIC S9(02).
             15 wtt-move PIC 9(01).
             15 wtt-rev PIC 9(03).
             15 wtt-budget PIC 9(01).
             15 wtt-par PIC 9(01).
             15 wtt-cleared PIC 9(05).
             15 wtt-abandoned PIC 9(05).
             15 wtt-lost-sum PIC 9(07).
             15 wtt-time-sum PIC 9(09).
             15 wtt-attempts PIC 9(05).
             15 wtt-aband-pct PIC 9(03)V9(01).
             15 wtt-lives PIC 9(02)V9(02).
             15 wtt-avg-time PIC 9(05)V9(01).
             15 wtt-time-pct PIC 9(04).
             15 wtt-index PIC 9(04)V9(01).
             15 wtt-target PIC 9(04)V9(01).
             15 wtt-flag PIC X(05).
             15 wtt-new PIC S9(02).
             15 wtt-ends PIC 9(05).
             15 wtt-ok PIC X(01).
             15 wtt-was PIC S9(02).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE FUNCTION CURRENT-DATE(1:8) TO wt-today
         MOVE FUNCTION CURRENT-DATE(9:6) TO wt-time-now
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO wt-action
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO wt-action wt-who
         END-UNSTRING
         PERFORM 1000-LOAD-LEVELS THRU 1000-EXIT
         IF wt-count EQUAL TO 0 THEN
           DISPLAY "No levels on LEVELS.DAT to tune" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF wt-action EQUAL TO "APPLY" THEN
           PERFORM 0100-CHECK-STAFF THRU 0100-EXIT
           IF wt-staff-ok EQUAL TO 0 THEN
             DISPLAY "Give your staff ID as [who]: " wt-who
               " is not an active ID on STAFF.DAT" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             PERFORM 9910-RUNLOG-END
             GOBACK
           END-IF
           IF wt-who EQUAL TO SPACES THEN
             MOVE "OP" TO wt-who
           END-IF
           PERFORM 6000-APPLY THRU 6000-EXIT
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 2000-TALLY-LOG THRU 2000-EXIT
         PERFORM 2500-TALLY-LEVEL-STATS THRU 2500-EXIT
         PERFORM 3000-SCORE-WAVES THRU 3000-EXIT
         PERFORM 4000-JUDGE-NEIGHBOURS THRU 4000-EXIT
         PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
         PERFORM 5500-WRITE-PROPOSALS THRU 5500-EXIT
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * No STAFF.DAT, or an empty one: any tag (default OP) as
      * before. Otherwise [who] must match an active register row.
       0100-CHECK-STAFF.
         MOVE 1 TO wt-staff-ok
         MOVE 0 TO wt-staff-rows
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 0100-EXIT
         END-IF
         MOVE 0 TO wt-staff-ok
         MOVE 0 TO wt-eof
         PERFORM UNTIL wt-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO wt-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO wt-staff-rows
               IF st-id EQUAL TO wt-who(1:4)
                  AND wt-who(5:2) EQUAL TO SPACES
                  AND st-active EQUAL TO "Y" THEN
                 MOVE 1 TO wt-staff-ok
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF wt-staff-rows EQUAL TO 0 THEN
           MOVE 1 TO wt-staff-ok
         END-IF.
       0100-EXIT.
         EXIT.

      * Same last-record-wins compaction as LEVELS-MAINT, so the
      * table holds exactly the layouts the game would load, in
      * level-num order for the neighbour pass.
       1000-LOAD-LEVELS.
         OPEN INPUT LEVELS-FILE
         IF levels-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO wt-eof
         PERFORM UNTIL wt-eof EQUAL TO 1
           READ LEVELS-FILE NEXT RECORD
             AT END
               MOVE 1 TO wt-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF level-num IS NUMERIC THEN
                 PERFORM 1100-KEEP-LATEST
               END-IF
           END-READ
         END-PERFORM
         CLOSE LEVELS-FILE
         PERFORM VARYING wt-i FROM 1 BY 1 UNTIL wt-i > wt-count
           PERFORM VARYING wt-j FROM wt-i BY 1 UNTIL wt-j > wt-count
             IF wtt-num(wt-j) LESS THAN wtt-num(wt-i) THEN
               MOVE wt-entry(wt-i) TO wt-hold
               MOVE wt-entry(wt-j) TO wt-entry(wt-i)
               MOVE wt-hold TO wt-entry(wt-j)
             END-IF
           END-PERFORM
         END-PERFORM.
       1000-EXIT.
         EXIT.

       1100-KEEP-LATEST.
         MOVE 0 TO wt-pos
         PERFORM VARYING wt-i FROM 1 BY 1 UNTIL wt-i > wt-count
           IF wtt-num(wt-i) EQUAL TO level-num THEN
             MOVE wt-i TO wt-pos
             MOVE wt-count TO wt-i
           END-IF
         END-PERFORM
         IF wt-pos EQUAL TO 0 THEN
           IF wt-count GREATER OR EQUAL TO MAX-TUNE-LEVELS THEN
             NEXT SENTENCE
           END-IF
           ADD 1 TO wt-count
           MOVE wt-count TO wt-pos
           INITIALIZE wt-entry(wt-pos)
           MOVE level-num TO wtt-num(wt-pos)
         END-IF
         MOVE level-pattern TO wtt-pattern(wt-pos)
         IF level-fire-bonus IS NUMERIC THEN
           MOVE level-fire-bonus TO wtt-bonus(wt-pos)
         ELSE
           MOVE 0 TO wtt-bonus(wt-pos)
         END-IF
         IF level-movement IS NUMERIC
            AND level-movement LESS OR EQUAL TO 3 THEN
           MOVE level-movement TO wtt-move(wt-pos)
         ELSE
           MOVE 0 TO wtt-move(wt-pos)
         END-IF
         IF level-rev IS NUMERIC THEN
           MOVE level-rev TO wtt-rev(wt-pos)
         ELSE
           MOVE 0 TO wtt-rev(wt-pos)
         END-IF
         IF level-budget IS NUMERIC AND level-par IS NUMERIC THEN
           MOVE level-budget TO wtt-budget(wt-pos)
           MOVE level-par TO wtt-par(wt-pos)
         ELSE
           MOVE 0 TO wtt-budget(wt-pos)
           MOVE 0 TO wtt-par(wt-pos)
         END-IF.

      * Finds wt-wave among the loaded levels; wt-pos 0 when the
      * wave has no layout record (the game plays it all-enemies).
       1200-FIND-LEVEL.
         MOVE 0 TO wt-pos
         PERFORM VARYING wt-j FROM 1 BY 1 UNTIL wt-j > wt-count
           IF wtt-num(wt-j) EQUAL TO wt-wave THEN
             MOVE wt-j TO wt-pos
             MOVE wt-count TO wt-j
           END-IF
         END-PERFORM.

       2000-TALLY-LOG.
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           DISPLAY "No SESSION-LOG.DAT - nothing to rate"
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO wt-eof
         PERFORM UNTIL wt-eof EQUAL TO 1
           READ SESSION-LOG-FILE NEXT RECORD INTO SL-WORK
             AT END
               MOVE 1 TO wt-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 2100-TALLY-LINE
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE.
       2000-EXIT.
         EXIT.

       2100-TALLY-LINE.
         IF slw-tag EQUAL TO "wave="
            AND slw-wave(3:1) IS NUMERIC THEN
           COMPUTE wt-wave =
             FUNCTION NUMVAL(slw-wave) / START-ENEMY-COUNT
           PERFORM 1200-FIND-LEVEL
           IF wt-pos GREATER THAN 0 THEN
             ADD 1 TO wtt-cleared(wt-pos)
             IF slw-time(5:1) IS NUMERIC THEN
               ADD FUNCTION NUMVAL(slw-time) TO wtt-time-sum(wt-pos)
             END-IF
             IF slw-lost IS NUMERIC THEN
               ADD FUNCTION NUMVAL(slw-lost) TO wtt-lost-sum(wt-pos)
             END-IF
           END-IF
         ELSE
           IF sl-tag EQUAL TO "start="
              AND sl-outcome EQUAL TO "LOSS"
              AND sl-level(3:1) IS NUMERIC THEN
             COMPUTE wt-wave =
               FUNCTION NUMVAL(sl-level) / START-ENEMY-COUNT
             PERFORM 1200-FIND-LEVEL
             IF wt-pos GREATER THAN 0 THEN
               ADD 1 TO wtt-abandoned(wt-pos)
             END-IF
           END-IF
         END-IF.

      * All-time run-end losses per wave, kept by the cabinet in
      * UPDATE-LEVEL-STATS on the same enemy-count ladder - only
      * the row for the wave's live layout revision counts.
       2500-TALLY-LEVEL-STATS.
         OPEN INPUT LEVEL-STATS-FILE
         IF level-stats-status NOT EQUAL TO "00" THEN
           GO TO 2500-EXIT
         END-IF
         MOVE 0 TO wt-eof
         PERFORM UNTIL wt-eof EQUAL TO 1
           READ LEVEL-STATS-FILE NEXT RECORD
             AT END
               MOVE 1 TO wt-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF lsr-level IS NUMERIC
                  AND lsr-losses IS NUMERIC THEN
                 COMPUTE wt-wave = lsr-level / START-ENEMY-COUNT
                 PERFORM 1200-FIND-LEVEL
                 IF lsr-rev IS NOT NUMERIC THEN
                   MOVE 0 TO lsr-rev
                 END-IF
                 IF wt-pos GREATER THAN 0
                    AND lsr-rev EQUAL TO wtt-rev(wt-pos) THEN
                   ADD lsr-losses TO wtt-ends(wt-pos)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE LEVEL-STATS-FILE.
       2500-EXIT.
         EXIT.

      * Per-wave rates first, then the median clear time across
      * the rated waves, then the index itself.
       3000-SCORE-WAVES.
         MOVE 0 TO wt-rated
         PERFORM VARYING wt-i FROM 1 BY 1 UNTIL wt-i > wt-count
           COMPUTE wtt-attempts(wt-i) =
             wtt-cleared(wt-i) + wtt-abandoned(wt-i)
           IF wtt-attempts(wt-i) GREATER THAN 0 THEN
             COMPUTE wtt-aband-pct(wt-i) ROUNDED =
               wtt-abandoned(wt-i) * 100 / wtt-attempts(wt-i)
             COMPUTE wtt-lives(wt-i) ROUNDED =
               (wtt-lost-sum(wt-i) + wtt-abandoned(wt-i))
               / wtt-attempts(wt-i)
           END-IF
           IF wtt-cleared(wt-i) GREATER THAN 0 THEN
             COMPUTE wtt-avg-time(wt-i) ROUNDED =
               wtt-time-sum(wt-i) / wtt-cleared(wt-i)
           END-IF
           IF wtt-attempts(wt-i) GREATER OR EQUAL TO MIN-ATTEMPTS
              AND wtt-cleared(wt-i) GREATER THAN 0 THEN
             ADD 1 TO wt-rated
             MOVE wtt-avg-time(wt-i) TO wt-sort-time(wt-rated)
           END-IF
         END-PERFORM
         PERFORM VARYING wt-i FROM 1 BY 1 UNTIL wt-i > wt-rated
           PERFORM VARYING wt-j FROM wt-i BY 1 UNTIL wt-j > wt-rated
             IF wt-sort-time(wt-j) LESS THAN wt-sort-time(wt-i) THEN
               MOVE wt-sort-time(wt-i) TO wt-swap
               MOVE wt-sort-time(wt-j) TO wt-sort-time(wt-i)
               MOVE wt-swap TO wt-sort-time(wt-j)
             END-IF
           END-PERFORM
         END-PERFORM
         IF wt-rated GREATER THAN 0 THEN
           IF FUNCTION MOD(wt-rated, 2) EQUAL TO 1 THEN
             COMPUTE wt-i = (wt-rated + 1) / 2
             MOVE wt-sort-time(wt-i) TO wt-median
           ELSE
             COMPUTE wt-i = wt-rated / 2
             COMPUTE wt-median ROUNDED =
               (wt-sort-time(wt-i) + wt-sort-time(wt-i + 1)) / 2
           END-IF
         END-IF
         PERFORM VARYING wt-i FROM 1 BY 1 UNTIL wt-i > wt-count
           MOVE 100 TO wtt-time-pct(wt-i)
           IF wt-median GREATER THAN 0
              AND wtt-cleared(wt-i) GREATER THAN 0 THEN
             COMPUTE wtt-time-pct(wt-i) ROUNDED =
               wtt-avg-time(wt-i) * 100 / wt-median
           END-IF
           COMPUTE wtt-index(wt-i) ROUNDED =
             wtt-aband-pct(wt-i)
             + wtt-lives(wt-i) * LIVES-WEIGHT
             + wtt-time-pct(wt-i) / 2
         END-PERFORM.
       3000-EXIT.
         EXIT.

      * Each rated wave against the nearest rated wave either side
      * in play order. A wave is only a SPIKE when it stands above
      * both neighbours (and a DIP below both), so one hard wave
      * does not drag the waves around it into DIPs. The target is
      * whichever neighbour sits closer to the wave's own index -
      * the smallest move that brings it back onto the curve.
      * Unrated waves keep their bonus.
       4000-JUDGE-NEIGHBOURS.
         MOVE 0 TO wt-flagged
         PERFORM VARYING wt-i FROM 1 BY 1 UNTIL wt-i > wt-count
           MOVE wtt-bonus(wt-i) TO wtt-new(wt-i)
           MOVE "N" TO wtt-ok(wt-i)
           MOVE SPACES TO wtt-flag(wt-i)
           IF wtt-attempts(wt-i) LESS THAN MIN-ATTEMPTS THEN
             MOVE "FEW" TO wtt-flag(wt-i)
           ELSE
             PERFORM 4100-NEIGHBOUR-TARGET
             IF wt-prev GREATER THAN 0
                OR wt-next GREATER THAN 0 THEN
               PERFORM 4200-PROPOSE-BONUS
             END-IF
           END-IF
         END-PERFORM.
       4000-EXIT.
         EXIT.

       4100-NEIGHBOUR-TARGET.
         MOVE 0 TO wt-prev
         MOVE 0 TO wt-next
         PERFORM VARYING wt-j FROM wt-i BY -1 UNTIL wt-j < 1
           IF wt-j NOT EQUAL TO wt-i
              AND wtt-attempts(wt-j) GREATER OR EQUAL TO
                  MIN-ATTEMPTS THEN
             MOVE wt-j TO wt-prev
             MOVE 1 TO wt-j
           END-IF
         END-PERFORM
         PERFORM VARYING wt-j FROM wt-i BY 1 UNTIL wt-j > wt-count
           IF wt-j NOT EQUAL TO wt-i
              AND wtt-attempts(wt-j) GREATER OR EQUAL TO
                  MIN-ATTEMPTS THEN
             MOVE wt-j TO wt-next
             MOVE wt-count TO wt-j
           END-IF
         END-PERFORM
         IF wt-prev EQUAL TO 0 THEN
           MOVE wt-next TO wt-prev
         END-IF
         IF wt-next EQUAL TO 0 THEN
           MOVE wt-prev TO wt-next
         END-IF
         IF wt-prev EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         IF wtt-index(wt-prev) LESS THAN wtt-index(wt-next) THEN
           MOVE wtt-index(wt-prev) TO wt-nbr-lo
           MOVE wtt-index(wt-next) TO wt-nbr-hi
         ELSE
           MOVE wtt-index(wt-next) TO wt-nbr-lo
           MOVE wtt-index(wt-prev) TO wt-nbr-hi
         END-IF
         IF wtt-index(wt-i) GREATER OR EQUAL TO wt-nbr-hi THEN
           MOVE wt-nbr-hi TO wtt-target(wt-i)
         ELSE
           IF wtt-index(wt-i) LESS OR EQUAL TO wt-nbr-lo THEN
             MOVE wt-nbr-lo TO wtt-target(wt-i)
           ELSE
             MOVE wtt-index(wt-i) TO wtt-target(wt-i)
           END-IF
         END-IF.

       4200-PROPOSE-BONUS.
         IF wtt-index(wt-i) GREATER OR EQUAL TO
            wt-nbr-hi * SPIKE-RATIO
            AND wtt-index(wt-i) - wt-nbr-hi
                GREATER OR EQUAL TO SPIKE-GAP THEN
           MOVE "SPIKE" TO wtt-flag(wt-i)
         END-IF
         IF wt-nbr-lo GREATER OR EQUAL TO
            wtt-index(wt-i) * SPIKE-RATIO
            AND wt-nbr-lo - wtt-index(wt-i)
                GREATER OR EQUAL TO SPIKE-GAP THEN
           MOVE "DIP" TO wtt-flag(wt-i)
         END-IF
         COMPUTE wt-delta ROUNDED =
           (wtt-index(wt-i) - wtt-target(wt-i)) / BONUS-STEP
         IF wt-delta GREATER THAN MAX-MOVE THEN
           MOVE MAX-MOVE TO wt-delta
         END-IF
         IF wt-delta LESS THAN 0 - MAX-MOVE THEN
           COMPUTE wt-delta = 0 - MAX-MOVE
         END-IF
         COMPUTE wt-new = wtt-bonus(wt-i) + wt-delta
         IF wt-new GREATER THAN 9 THEN
           MOVE 9 TO wt-new
         END-IF
         IF wt-new LESS THAN -9 THEN
           MOVE -9 TO wt-new
         END-IF
         MOVE wt-new TO wtt-new(wt-i)
         IF wtt-flag(wt-i) NOT EQUAL TO SPACES THEN
           ADD 1 TO wt-flagged
           IF wtt-new(wt-i) NOT EQUAL TO wtt-bonus(wt-i) THEN
             MOVE "Y" TO wtt-ok(wt-i)
           END-IF
         END-IF.

       5000-WRITE-REPORT.
         OPEN OUTPUT TUNE-REPORT-FILE
         IF tune-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write WAVE-TUNE.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE SPACES TO wt-line
         STRING "WAVE DIFFICULTY INDEX - " wt-today
           DELIMITED BY SIZE INTO wt-line
         WRITE TUNE-REPORT-RECORD FROM wt-line
         ADD 1 TO runlog-written
         MOVE SPACES TO wt-line
         MOVE "LVL" TO wt-line(1:3)
         MOVE "TRIES" TO wt-line(6:5)
         MOVE "ABND%" TO wt-line(13:5)
         MOVE "LIVES" TO wt-line(20:5)
         MOVE "  TIME" TO wt-line(27:6)
         MOVE "TIM%" TO wt-line(35:4)
         MOVE " INDEX" TO wt-line(41:6)
         MOVE "TARGET" TO wt-line(49:6)
         MOVE "FLAG" TO wt-line(57:4)
         MOVE "FB" TO wt-line(63:2)
         MOVE "NEW" TO wt-line(67:3)
         MOVE " ENDS" TO wt-line(72:5)
         WRITE TUNE-REPORT-RECORD FROM wt-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO wt-line
         WRITE TUNE-REPORT-RECORD FROM wt-line
         ADD 1 TO runlog-written
         PERFORM VARYING wt-i FROM 1 BY 1 UNTIL wt-i > wt-count
           MOVE SPACES TO wt-line
           MOVE wtt-num(wt-i) TO wt-line(1:3)
           MOVE wtt-attempts(wt-i) TO wt-edit-att
           MOVE wt-edit-att TO wt-line(6:5)
           MOVE wtt-bonus(wt-i) TO wt-sign-old
           MOVE wtt-new(wt-i) TO wt-sign-new
           MOVE wt-sign-old TO wt-line(63:2)
           MOVE wt-sign-new TO wt-line(68:2)
           MOVE wtt-ends(wt-i) TO wt-edit-ends
           MOVE wt-edit-ends TO wt-line(72:5)
           IF wtt-attempts(wt-i) GREATER THAN 0 THEN
             MOVE wtt-aband-pct(wt-i) TO wt-edit-pct
             MOVE wt-edit-pct TO wt-line(13:5)
             MOVE wtt-lives(wt-i) TO wt-edit-lives
             MOVE wt-edit-lives TO wt-line(20:5)
             MOVE wtt-avg-time(wt-i) TO wt-edit-time
             MOVE wt-edit-time TO wt-line(27:6)
             MOVE wtt-time-pct(wt-i) TO wt-edit-tpct
             MOVE wt-edit-tpct TO wt-line(35:4)
             MOVE wtt-index(wt-i) TO wt-edit-index
             MOVE wt-edit-index TO wt-line(41:6)
           END-IF
           IF wtt-target(wt-i) GREATER THAN 0 THEN
             MOVE wtt-target(wt-i) TO wt-edit-nbr
             MOVE wt-edit-nbr TO wt-line(49:6)
           END-IF
           MOVE wtt-flag(wt-i) TO wt-line(57:5)
           WRITE TUNE-REPORT-RECORD FROM wt-line
           ADD 1 TO runlog-written
         END-PERFORM
         MOVE ALL "-" TO wt-line
         WRITE TUNE-REPORT-RECORD FROM wt-line
         ADD 1 TO runlog-written
         MOVE wt-median TO wt-edit-time
         MOVE SPACES TO wt-line
         STRING "Median clear time (rated waves): "
           FUNCTION TRIM(wt-edit-time) "s"
           DELIMITED BY SIZE INTO wt-line
         WRITE TUNE-REPORT-RECORD FROM wt-line
         ADD 1 TO runlog-written
         DISPLAY wt-line
         MOVE wt-rated TO wt-edit-count
         MOVE wt-flagged TO wt-edit-att
         MOVE SPACES TO wt-line
         STRING "Rated waves: " FUNCTION TRIM(wt-edit-count)
           "  flagged: " FUNCTION TRIM(wt-edit-att)
           DELIMITED BY SIZE INTO wt-line
         WRITE TUNE-REPORT-RECORD FROM wt-line
         ADD 1 TO runlog-written
         DISPLAY wt-line
         MOVE "INDEX = ABND% + LIVES x 50 + TIM% / 2.  FEW = under 10"
           TO wt-line
         WRITE TUNE-REPORT-RECORD FROM wt-line
         ADD 1 TO runlog-written
         MOVE "tries; ENDS = all-time run-end losses (LEVEL-STATS)."
           TO wt-line
         WRITE TUNE-REPORT-RECORD FROM wt-line
         ADD 1 TO runlog-written
         CLOSE TUNE-REPORT-FILE
         MOVE "WAVE-TUNE.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Report written to WAVE-TUNE.RPT".
       5000-EXIT.
         EXIT.

       5500-WRITE-PROPOSALS.
         OPEN OUTPUT TUNE-PROPOSAL-FILE
         PERFORM VARYING wt-i FROM 1 BY 1 UNTIL wt-i > wt-count
           MOVE wtt-bonus(wt-i) TO wt-sign-old
           MOVE wtt-new(wt-i) TO wt-sign-new
           MOVE SPACES TO TUNE-PROPOSAL-RECORD
           STRING "level=" wtt-num(wt-i)
             " old=" wt-sign-old
             " new=" wt-sign-new
             " ok=" wtt-ok(wt-i)
             DELIMITED BY SIZE INTO TUNE-PROPOSAL-RECORD
           WRITE TUNE-PROPOSAL-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE TUNE-PROPOSAL-FILE
         DISPLAY "Proposals written to WAVE-TUNE.DAT - set ok=Y on"
           " the ones to keep and run APPLY".
       5500-EXIT.
         EXIT.

      * Approved proposals go into the table first; LEVELS.DAT is
      * rewritten once, then each change is journalled.
       6000-APPLY.
         OPEN INPUT TUNE-PROPOSAL-FILE
         IF tune-proposal-status NOT EQUAL TO "00" THEN
           DISPLAY "No WAVE-TUNE.DAT - run the report first"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         MOVE 0 TO wt-eof
         PERFORM UNTIL wt-eof EQUAL TO 1
           READ TUNE-PROPOSAL-FILE NEXT RECORD
             AT END
               MOVE 1 TO wt-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tp-tag EQUAL TO "level="
                  AND tp-level IS NUMERIC
                  AND tp-ok EQUAL TO "Y" THEN
                 PERFORM 6100-APPLY-ONE
               END-IF
           END-READ
         END-PERFORM
         CLOSE TUNE-PROPOSAL-FILE
         IF wt-applied GREATER THAN 0 THEN
           OPEN OUTPUT LEVELS-FILE
           PERFORM VARYING wt-i FROM 1 BY 1 UNTIL wt-i > wt-count
             MOVE wtt-num(wt-i) TO level-num
             MOVE wtt-pattern(wt-i) TO level-pattern
             MOVE wtt-bonus(wt-i) TO level-fire-bonus
             MOVE wtt-move(wt-i) TO level-movement
             MOVE wtt-rev(wt-i) TO level-rev
             MOVE wtt-budget(wt-i) TO level-budget
             MOVE wtt-par(wt-i) TO level-par
             WRITE LEVELS-RECORD
             ADD 1 TO runlog-written
           END-PERFORM
           CLOSE LEVELS-FILE
           PERFORM VARYING wt-i FROM 1 BY 1 UNTIL wt-i > wt-count
             IF wtt-ok(wt-i) EQUAL TO "A" THEN
               PERFORM 8000-JOURNAL
             END-IF
           END-PERFORM
         END-IF
         MOVE wt-applied TO wt-edit-count
         DISPLAY "Fire bonuses changed: " FUNCTION TRIM(wt-edit-count)
         MOVE wt-skipped TO wt-edit-count
         DISPLAY "Proposals skipped: " FUNCTION TRIM(wt-edit-count).
       6000-EXIT.
         EXIT.

       6100-APPLY-ONE.
         MOVE tp-level TO wt-wave
         PERFORM 1200-FIND-LEVEL
         IF wt-pos EQUAL TO 0 THEN
           DISPLAY "Level " tp-level " is no longer on LEVELS.DAT"
           ADD 1 TO wt-skipped
           NEXT SENTENCE
         END-IF
         IF tp-old(2:1) IS NOT NUMERIC
            OR tp-new(2:1) IS NOT NUMERIC THEN
           DISPLAY "Level " tp-level " proposal is unreadable"
           ADD 1 TO wt-skipped
           NEXT SENTENCE
         END-IF
         COMPUTE wt-num-in = FUNCTION NUMVAL(tp-old)
         IF wt-num-in NOT EQUAL TO wtt-bonus(wt-pos) THEN
           DISPLAY "Level " tp-level
             " bonus changed since the proposal - skipped"
           ADD 1 TO wt-skipped
           NEXT SENTENCE
         END-IF
         COMPUTE wt-num-in = FUNCTION NUMVAL(tp-new)
         IF wt-num-in EQUAL TO wtt-bonus(wt-pos)
            OR wtt-ok(wt-pos) EQUAL TO "A" THEN
           NEXT SENTENCE
         END-IF
         MOVE wtt-bonus(wt-pos) TO wtt-was(wt-pos)
         MOVE wt-num-in TO wtt-bonus(wt-pos)
         MOVE "A" TO wtt-ok(wt-pos)
         ADD 1 TO wt-applied.

      * Same line shape as the cabinet's own config journal.
       8000-JOURNAL.
         MOVE SPACES TO wt-audit-field
         STRING "firebonus" wtt-num(wt-i)
           DELIMITED BY SIZE INTO wt-audit-field
         MOVE wtt-was(wt-i) TO wt-sign-old
         MOVE wtt-bonus(wt-i) TO wt-sign-new
         MOVE wt-sign-old TO wt-audit-old
         MOVE wt-sign-new TO wt-audit-new
         OPEN EXTEND CONFIG-AUDIT-FILE
         IF config-audit-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT CONFIG-AUDIT-FILE
         END-IF
         MOVE SPACES TO CONFIG-AUDIT-RECORD
         STRING wt-today "-" wt-time-now
           " src=" "TUNE  "
           " field=" wt-audit-field
           " old=" wt-audit-old " new=" wt-audit-new
           " by=" wt-who(1:4)
           DELIMITED BY SIZE INTO CONFIG-AUDIT-RECORD
         WRITE CONFIG-AUDIT-RECORD
         ADD 1 TO runlog-written
         CLOSE CONFIG-AUDIT-FILE
         DISPLAY "Level " wtt-num(wt-i) " fire bonus " wt-audit-old
           " -> " wt-audit-new.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "WAVE-TUNE" TO rptarc-program
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
         MOVE "WAVE-TUNE" TO runlog-program
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
       END PROGRAM WAVE-TUNE.

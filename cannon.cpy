      * Fire with Space (or the pad face button) during play; the
      * serve uses the same inputs but only ever happens from the
      * idle state, so there is no clash. During replay playback
      * the recorded fire track supplies the trigger instead, so a
      * cannon-using run replays the world it actually played.
       UPDATE-CANNON.
         IF NOT game-playing THEN
           NEXT SENTENCE
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-space
           RETURNING cannon-key
         END-CALL
         IF cannon-key EQUAL TO 0 THEN
           CALL "b_IsGamepadAvailable" USING BY VALUE
             rl-gamepad-1
             RETURNING gp-connected
           END-CALL
           IF gp-connected EQUAL TO 1 THEN
             CALL "b_IsGamepadButtonPressed" USING BY VALUE
               rl-gamepad-1 rl-gp-face-action
               RETURNING cannon-key
             END-CALL
           END-IF
         END-IF
         IF replay-watching EQUAL TO 1 THEN
           MOVE replay-fire-now TO cannon-key
         ELSE
           IF replay-recording EQUAL TO 1
              AND replay-frame-count GREATER OR EQUAL TO 1 THEN
             MOVE cannon-key TO rpt-fire(replay-frame-count)
           END-IF
         END-IF
         IF cannon-key EQUAL TO 1 AND cannon-ammo GREATER THAN 0
             THEN
           PERFORM FIRE-CANNON
         END-IF
         PERFORM UPDATE-CANNON-SHOTS.

       FIRE-CANNON.
         PERFORM VARYING cannon-i FROM 1 BY 1
         UNTIL cannon-i > MAX-CANNON-SHOTS
           IF cannon-shot-live(cannon-i) EQUAL TO 0 THEN
             SUBTRACT 1 FROM cannon-ammo
             IF tutorial-mode EQUAL TO 1
                AND tut-step EQUAL TO 4 THEN
               MOVE 1 TO tut-did(4)
             END-IF
             MOVE 1 TO cannon-shot-live(cannon-i)
             COMPUTE cannon-shot-x(cannon-i) =
               player-x + (cur-player-width / 2)
             MOVE 540 TO cannon-shot-y(cannon-i)
             IF sfx-hit NOT EQUAL TO -1 THEN
               CALL "b_PlaySound" USING BY VALUE sfx-hit
             END-IF
             MOVE MAX-CANNON-SHOTS TO cannon-i
           END-IF
         END-PERFORM.

       UPDATE-CANNON-SHOTS.
         PERFORM VARYING cannon-i FROM 1 BY 1
         UNTIL cannon-i > MAX-CANNON-SHOTS
           IF cannon-shot-live(cannon-i) EQUAL TO 1 THEN
             SUBTRACT CANNON-SHOT-SPEED FROM
               cannon-shot-y(cannon-i)
             IF cannon-shot-y(cannon-i) LESS THAN 0 THEN
               MOVE 0 TO cannon-shot-live(cannon-i)
             ELSE
               PERFORM CHECK-CANNON-SHOT-HITS
             END-IF
           END-IF
         END-PERFORM.

      * One shot, one target: first check the missile wall, then
      * the saucer, then the grid. A hit always spends the shot.
       CHECK-CANNON-SHOT-HITS.
         MOVE 0 TO cannon-hit
         PERFORM VARYING missile-i FROM 1 BY 1
         UNTIL missile-i > MAX-MISSILE
           IF m-x(missile-i) GREATER THAN 0
              AND cannon-hit EQUAL TO 0 THEN
             IF cannon-shot-x(cannon-i) GREATER OR EQUAL TO
                  m-x(missile-i) - 6
                AND cannon-shot-x(cannon-i) LESS OR EQUAL TO
                  m-x(missile-i) + 6
                AND cannon-shot-y(cannon-i) LESS OR EQUAL TO
                  m-y(missile-i) + MISSILE-HEIGHT
                AND cannon-shot-y(cannon-i) GREATER OR EQUAL TO
                  m-y(missile-i) THEN
               MOVE 0 TO m-x(missile-i)
               MOVE 1 TO cannon-hit
             END-IF
           END-IF
         END-PERFORM
         IF cannon-hit EQUAL TO 0 AND saucer-active EQUAL TO 1 THEN
           IF cannon-shot-x(cannon-i) GREATER OR EQUAL TO saucer-x
              AND cannon-shot-x(cannon-i) LESS OR EQUAL TO
                  saucer-x + SAUCER-WIDTH
              AND cannon-shot-y(cannon-i) LESS OR EQUAL TO
                  saucer-y + SAUCER-HEIGHT THEN
             PERFORM KILL-SAUCER
             MOVE 1 TO cannon-hit
           END-IF
         END-IF
         IF cannon-hit EQUAL TO 0 THEN
           PERFORM CHECK-CANNON-GRID-HIT
         END-IF
         IF cannon-hit EQUAL TO 1 THEN
           MOVE 0 TO cannon-shot-live(cannon-i)
         END-IF.

       CHECK-CANNON-GRID-HIT.
         PERFORM VARYING cannon-j FROM 1 BY 1
         UNTIL cannon-j > MAX-ENEMY
           IF enemy-rect-list(cannon-j) GREATER THAN 0
              AND cannon-hit EQUAL TO 0 THEN
             CALL "b_RectangleGetX" USING BY VALUE
               enemy-rect-list(cannon-j)
               RETURNING brick-x
             END-CALL
             CALL "b_RectangleGetY" USING BY VALUE
               enemy-rect-list(cannon-j)
               RETURNING brick-y
             END-CALL
             IF cannon-shot-x(cannon-i) GREATER OR EQUAL TO brick-x
                AND cannon-shot-x(cannon-i) LESS OR EQUAL TO
                    brick-x + ENEMY-WIDTH
                AND cannon-shot-y(cannon-i) LESS OR EQUAL TO
                    brick-y + ENEMY-HEIGHT
                AND cannon-shot-y(cannon-i) GREATER OR EQUAL TO
                    brick-y THEN
               MOVE 1 TO cannon-hit
      * A hard block just eats the shot; no damage, no score.
               IF enemy-kind(cannon-j) NOT EQUAL TO 1 THEN
                 SUBTRACT 1 FROM enemy-hp(cannon-j)
               END-IF
               IF enemy-kind(cannon-j) NOT EQUAL TO 1
                  AND enemy-hp(cannon-j) LESS OR EQUAL TO 0 THEN
                 IF sfx-kill NOT EQUAL TO -1 THEN
                   CALL "b_PlaySound" USING BY VALUE sfx-kill
                 END-IF
                 PERFORM TRIGGER-SHAKE
                 SUBTRACT 1 FROM enemy-count
                 COMPUTE enemy-points-calc = 20 * run-promo-mult
                 MOVE enemy-points-calc TO enemy-points
                 ADD enemy-points TO score
                 IF two-player EQUAL TO 1 THEN
                   ADD 1 TO coop-kills(1)
                   ADD enemy-points TO coop-score(1)
                 END-IF
                 MOVE -1 TO enemy-rect-list(cannon-j)
                 PERFORM SPAWN-POWERUP
                 IF enemy-kind(cannon-j) EQUAL TO 2 THEN
                   MOVE cannon-j TO chain-seed
                   PERFORM DETONATE-EXPLOSIVE-CELL
                 END-IF
                 IF enemy-count EQUAL TO 0 AND
                      boss-active EQUAL TO 0 THEN
                   PERFORM STOP-LEVEL-TIMER
                   MOVE 4 TO pending-outcome
                   MOVE HIT-STOP-FRAMES TO hit-stop-timer
                   MOVE 8 TO game-state
                 END-IF
                 IF cannon-j EQUAL TO leftmost-enemy THEN
                   PERFORM SET-NEW-LEFTMOST
                 END-IF
                 IF cannon-j EQUAL TO rightmost-enemy THEN
                   PERFORM SET-NEW-RIGHTMOST
                 END-IF
               END-IF
             END-IF
           END-IF
         END-PERFORM.

       DRAW-CANNON-SHOTS.
         PERFORM VARYING cannon-i FROM 1 BY 1
         UNTIL cannon-i > MAX-CANNON-SHOTS
           IF cannon-shot-live(cannon-i) EQUAL TO 1 THEN
             COMPUTE m-draw-x = cannon-shot-x(cannon-i) + shake-dx
             COMPUTE m-draw-y = cannon-shot-y(cannon-i) + shake-dy
             CALL "b_DrawRectangle" USING BY VALUE
               m-draw-x m-draw-y 3 12 120 255 160 255
             END-CALL
           END-IF
         END-PERFORM
         IF game-playing AND cannon-ammo GREATER THAN 0 THEN
           MOVE cannon-ammo TO cannon-ammo-edit
           MOVE SPACES TO cannon-line
           STRING "Ammo " cannon-ammo-edit
             DELIMITED BY SIZE INTO cannon-line
           END-STRING
           CALL "b_DrawText" USING
             BY REFERENCE cannon-line
             BY VALUE 10 48 14 120 255 160 255
           END-CALL
         END-IF.

      * Spawns on a randomized countdown, drifts across above the
      * formation, despawns off-screen. The bonus value is rolled
      * at spawn and kept hidden until the ball connects.
       UPDATE-SAUCER.
         IF NOT game-playing THEN
           NEXT SENTENCE
         END-IF
         IF saucer-flash-timer GREATER THAN 0 THEN
           SUBTRACT 1 FROM saucer-flash-timer
         END-IF
         IF saucer-active EQUAL TO 0 THEN
           IF saucer-timer GREATER THAN 0 THEN
             SUBTRACT 1 FROM saucer-timer
           ELSE
             MOVE 1 TO saucer-active
             PERFORM GAME-RANDOM
             COMPUTE saucer-bonus = 50 + (rng-value * 250)
             IF saucer-dir EQUAL TO 1 THEN
               MOVE -1 TO saucer-dir
               MOVE 960 TO saucer-x
             ELSE
               MOVE 1 TO saucer-dir
               COMPUTE saucer-x = 0 - SAUCER-WIDTH
             END-IF
             COMPUTE saucer-y = enemy-first-y - 28
             IF saucer-y LESS THAN 12 THEN
               MOVE 12 TO saucer-y
             END-IF
           END-IF
         ELSE
           COMPUTE saucer-x = saucer-x + (saucer-dir * SAUCER-SPEED)
           IF saucer-x GREATER THAN 970
              OR saucer-x LESS THAN -50 THEN
             MOVE 0 TO saucer-active
             PERFORM RESET-SAUCER-TIMER
           END-IF
         END-IF.

       RESET-SAUCER-TIMER.
         PERFORM GAME-RANDOM
         COMPUTE saucer-timer = exp-saucer-base + (rng-value * 1200).

       KILL-SAUCER.
         ADD saucer-bonus TO score
         MOVE 0 TO saucer-active
         MOVE saucer-x TO saucer-flash-x
         MOVE saucer-y TO saucer-flash-y
         MOVE SAUCER-FLASH-FRAMES TO saucer-flash-timer
         PERFORM RESET-SAUCER-TIMER
         IF sfx-kill NOT EQUAL TO -1 THEN
           CALL "b_PlaySound" USING BY VALUE sfx-kill
         END-IF
         PERFORM TRIGGER-SHAKE
         MOVE 255 TO flash-r
         MOVE 230 TO flash-g
         MOVE 80 TO flash-b
         PERFORM TRIGGER-FLASH
         MOVE "SAUCER  " TO telem-event
         MOVE saucer-bonus TO telem-value
         PERFORM WRITE-TELEMETRY.

       DRAW-SAUCER.
         IF saucer-active EQUAL TO 1 AND game-playing THEN
           COMPUTE saucer-draw-x = saucer-x + shake-dx
           COMPUTE saucer-draw-y = saucer-y + shake-dy
           CALL "b_DrawRectangle" USING BY VALUE
             saucer-draw-x saucer-draw-y
             SAUCER-WIDTH SAUCER-HEIGHT 255 80 200 255
           END-CALL
           CALL "b_DrawRectangle" USING BY VALUE
             saucer-draw-x saucer-draw-y
             SAUCER-WIDTH 4 255 180 240 255
           END-CALL
         END-IF
         IF saucer-flash-timer GREATER THAN 0 THEN
           MOVE saucer-bonus TO saucer-edit
           MOVE SPACES TO saucer-line
           STRING "+" FUNCTION TRIM(saucer-edit)
             DELIMITED BY SIZE INTO saucer-line
           END-STRING
           CALL "b_DrawText" USING
             BY REFERENCE saucer-line
             BY VALUE saucer-flash-x saucer-flash-y
             18 255 230 80 255
           END-CALL
         END-IF.


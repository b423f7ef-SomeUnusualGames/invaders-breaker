               IF enemy-hp-calc LESS THAN 1 THEN
                 MOVE 1 TO enemy-hp-calc
               END-IF
      * Endless waves toughen every cell as the run goes deeper;
      * the bonus tops out at 5, so a cell stays below a wall's 9.
               IF endless-mode EQUAL TO 1 THEN
                 ADD endless-hp-bonus TO enemy-hp-calc
               END-IF
               MOVE enemy-hp-calc TO enemy-hp(enemy-i)
               ADD 1 TO enemy-active-count
               END-EVALUATE
            AND current-count EQUAL TO START-ENEMY-COUNT THEN
           MOVE theme-feat-wave TO wave-num
         END-IF
      *> A puzzle run plays the puzzle wave picked on the idle screen.
         IF puzzle-sel GREATER THAN 0 THEN
           MOVE pzw-level(puzzle-sel) TO wave-num
         END-IF
         PERFORM LOAD-LEVEL-LAYOUT
         IF wave-found EQUAL TO 1 THEN
           MOVE wave-movement TO formation-pattern
         MOVE 0 TO sway-count
         MOVE 0 TO boss-active
         MOVE -1 TO boss-rect
      *> Endless runs meet the boss row on a fixed beat of depth;
      *> the enemy-count ladder tops out long before they end.
         IF endless-mode EQUAL TO 1 THEN
           IF FUNCTION MOD(endless-depth, ENDLESS-BOSS-EVERY)
               EQUAL TO 0 THEN
             PERFORM INIT-BOSS-ROW
           END-IF
         ELSE
           IF current-count EQUAL TO cur-max-enemy THEN
             PERFORM INIT-BOSS-ROW
           END-IF
         END-IF
         PERFORM INIT-ENEMY.


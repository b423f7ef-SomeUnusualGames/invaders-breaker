         IF tutorial-mode EQUAL TO 1 AND tut-step EQUAL TO 5 THEN
           MOVE 0 TO powerup-roll
         END-IF
         IF powerup-roll < exp-drop-pct THEN
           PERFORM VARYING powerup-i FROM 1 BY 1
           UNTIL powerup-i > MAX-POWERUP
             IF powerup-rect-list(powerup-i) LESS OR EQUAL TO 0 THEN
       APPLY-POWERUP-EFFECT.
         EVALUATE powerup-type(powerup-i)
           WHEN 1
      * A puzzle wave's lives are its launch budget: no more.
             IF lives-remaining LESS THAN 9
                AND puzzle-sel EQUAL TO 0 THEN
               ADD 1 TO lives-remaining
             END-IF
           WHEN 2

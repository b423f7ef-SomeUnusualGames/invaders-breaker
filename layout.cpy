       LOAD-LEVEL-LAYOUT-READ.
         MOVE 0 TO wave-found
         MOVE 0 TO wave-eof
         MOVE ALL "1" TO wave-pattern
         MOVE 0 TO wave-fire-bonus
         MOVE 0 TO wave-movement
         MOVE 0 TO wave-rev
         OPEN INPUT LEVELS-FILE
         IF levels-status EQUAL TO "00" THEN
      * SAVE-EDITOR-LEVEL only ever appends (OPEN EXTEND), so a
      * re-saved level's newest layout is always the LAST matching
      * record in the file, not the first - keep reading to EOF so a
      * later match overwrites wave-pattern/wave-fire-bonus instead of
      * stopping at the level's original, possibly stale, save.
           PERFORM UNTIL wave-eof EQUAL TO 1
             READ LEVELS-FILE NEXT RECORD
               AT END
                 MOVE 1 TO wave-eof
               NOT AT END
                 IF level-num EQUAL TO wave-num THEN
                   MOVE level-pattern TO wave-pattern
                   MOVE level-fire-bonus TO wave-fire-bonus
                   IF level-movement IS NUMERIC
                      AND level-movement LESS OR EQUAL TO 3 THEN
                     MOVE level-movement TO wave-movement
                   ELSE
                     MOVE 0 TO wave-movement
                   END-IF
                   IF level-rev IS NUMERIC THEN
                     MOVE level-rev TO wave-rev
                   ELSE
                     MOVE 0 TO wave-rev
                   END-IF
                   MOVE 1 TO wave-found
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEVELS-FILE
         END-IF.

       LOAD-LEVEL-LAYOUT.
         IF endless-mode EQUAL TO 1 THEN
           PERFORM GENERATE-ENDLESS-WAVE
         ELSE
           PERFORM LOAD-LEVEL-LAYOUT-READ
         END-IF
         MOVE 0 TO enemy-active-count
      * Hard blocks (8) get a live cell and a rect but never join
      * the enemy count - an unbreakable wall must not hold the
      * wave-clear check hostage. Explosive blocks (9) are
      * one-hit cells that count like enemies.
         PERFORM VARYING enemy-i FROM 1 BY 1 UNTIL enemy-i > MAX-ENEMY
           MOVE 0 TO enemy-kind(enemy-i)
           EVALUATE wave-pattern(enemy-i:1)
             WHEN "0"
               MOVE 0 TO enemy-active(enemy-i)
             WHEN "8"
               MOVE 1 TO enemy-active(enemy-i)
               MOVE 1 TO enemy-kind(enemy-i)
             WHEN "9"
               MOVE 1 TO enemy-active(enemy-i)
               MOVE 2 TO enemy-kind(enemy-i)
               ADD 1 TO enemy-active-count
             WHEN OTHER
               MOVE 1 TO enemy-active(enemy-i)
               ADD 1 TO enemy-active-count
           END-EVALUATE
         END-PERFORM.

      * Endless waves are dealt, not read. The generator opens on
      * the run seed mixed with the depth and rolls every cell in
      * turn: half the grid filled at the start and five points
      * more each wave; explosive cells from the second wave and
      * hard blocks from the third, both capped so a wave stays
      * clearable; a hit point more on every cell each third wave;
      * the fire bonus a step lower every second wave; and the
      * movement from the classic march through the weave and the
      * column drops to a rolled pattern past the sixth wave.
       GENERATE-ENDLESS-WAVE.
         MOVE endless-depth TO wave-num
         MOVE 0 TO wave-rev
         MOVE 1 TO wave-found
         COMPUTE endless-gen = FUNCTION MOD(
           endless-seed + (endless-depth * 7919), RNG-MODULUS)
         IF endless-gen EQUAL TO 0 THEN
           MOVE 1 TO endless-gen
         END-IF
         IF endless-depth GREATER THAN 10 THEN
           MOVE 95 TO endless-fill-pct
         ELSE
           COMPUTE endless-fill-pct = 45 + (endless-depth * 5)
         END-IF
         EVALUATE TRUE
           WHEN endless-depth LESS THAN 3
             MOVE 0 TO endless-hard-pct
           WHEN endless-depth GREATER THAN 9
             MOVE 15 TO endless-hard-pct
           WHEN OTHER
             COMPUTE endless-hard-pct = (endless-depth - 2) * 2
         END-EVALUATE
         EVALUATE TRUE
           WHEN endless-depth LESS THAN 2
             MOVE 0 TO endless-blast-pct
           WHEN endless-depth GREATER THAN 6
             MOVE 10 TO endless-blast-pct
           WHEN OTHER
             COMPUTE endless-blast-pct = endless-depth + 3
         END-EVALUATE
         IF endless-depth GREATER THAN 15 THEN
           MOVE 5 TO endless-hp-bonus
         ELSE
           COMPUTE endless-hp-bonus = (endless-depth - 1) / 3
         END-IF
         IF endless-depth GREATER THAN 12 THEN
           MOVE -4 TO wave-fire-bonus
         ELSE
           COMPUTE endless-fire-calc = 2 - ((endless-depth - 1) / 2)
           MOVE endless-fire-calc TO wave-fire-bonus
         END-IF
         EVALUATE TRUE
           WHEN endless-depth LESS THAN 3
             MOVE 0 TO wave-movement
           WHEN endless-depth LESS THAN 5
             MOVE 1 TO wave-movement
           WHEN endless-depth LESS THAN 7
             MOVE 2 TO wave-movement
           WHEN OTHER
             PERFORM ROLL-ENDLESS-CELL
             COMPUTE wave-movement =
               FUNCTION MOD(endless-roll, 3) + 1
         END-EVALUATE
         MOVE ALL "0" TO wave-pattern
         PERFORM VARYING endless-i FROM 1 BY 1
         UNTIL endless-i > MAX-ENEMY
           PERFORM ROLL-ENDLESS-CELL
           IF endless-roll LESS THAN endless-fill-pct THEN
             PERFORM ROLL-ENDLESS-CELL
             EVALUATE TRUE
               WHEN endless-roll LESS THAN endless-hard-pct
                 MOVE "8" TO wave-pattern(endless-i:1)
               WHEN endless-roll LESS THAN
                    endless-hard-pct + endless-blast-pct
                 MOVE "9" TO wave-pattern(endless-i:1)
               WHEN OTHER
                 MOVE "1" TO wave-pattern(endless-i:1)
             END-EVALUATE
           END-IF
         END-PERFORM
      * A roll of nothing but walls and gaps would be a wave no one
      * can clear; the last cell of the formation becomes an enemy.
         MOVE 0 TO endless-live
         PERFORM VARYING endless-i FROM 1 BY 1
         UNTIL endless-i > cur-max-enemy
           IF wave-pattern(endless-i:1) EQUAL TO "1"
              OR wave-pattern(endless-i:1) EQUAL TO "9" THEN
             ADD 1 TO endless-live
           END-IF
         END-PERFORM
         IF endless-live EQUAL TO 0 THEN
           MOVE "1" TO wave-pattern(cur-max-enemy:1)
         END-IF.

       ROLL-ENDLESS-CELL.
         COMPUTE endless-gen =
           FUNCTION MOD(endless-gen * 16807, RNG-MODULUS)
         COMPUTE endless-roll = FUNCTION MOD(endless-gen, 100).

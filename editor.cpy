         MOVE ALL "1" TO editor-pattern
         MOVE 1 TO editor-cursor
         MOVE 1 TO editor-level-num
         MOVE 0 TO editor-budget
         MOVE 0 TO editor-par
         MOVE 7 TO game-state.

       EDITOR-SCREEN.
           BY REFERENCE editor-hint-line
           BY VALUE 30 150 18 255 255 255 255
         END-CALL
         MOVE SPACES TO editor-hint-line
         IF editor-budget EQUAL TO 0 THEN
           MOVE "Puzzle: off  (4/6: launch budget)" TO editor-hint-line
         ELSE
           STRING "Puzzle: " editor-budget " launches, par "
             editor-par "  (4/6: budget  7/9: par)"
             DELIMITED BY SIZE INTO editor-hint-line
         END-IF
         CALL "b_DrawText" USING
           BY REFERENCE editor-hint-line
           BY VALUE 30 172 16 150 255 220 255
         END-CALL
         CALL "b_DrawText" USING
           BY REFERENCE
           "Arrows: move  Space: enemy/empty/hard/explosive"
            AND editor-level-num LESS THAN 999 THEN
           ADD 1 TO editor-level-num
         END-IF
      * Par stays within the budget: a new puzzle opens at par
      * equal to its budget, and cutting the budget pulls par down.
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-four
           RETURNING editor-key
         END-CALL
         IF editor-key EQUAL TO 1
            AND editor-budget GREATER THAN 0 THEN
           SUBTRACT 1 FROM editor-budget
           IF editor-par GREATER THAN editor-budget THEN
             MOVE editor-budget TO editor-par
           END-IF
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-six
           RETURNING editor-key
         END-CALL
         IF editor-key EQUAL TO 1
            AND editor-budget LESS THAN 9 THEN
           ADD 1 TO editor-budget
           IF editor-par EQUAL TO 0 THEN
             MOVE editor-budget TO editor-par
           END-IF
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-seven
           RETURNING editor-key
         END-CALL
         IF editor-key EQUAL TO 1
            AND editor-par GREATER THAN 1 THEN
           SUBTRACT 1 FROM editor-par
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-nine
           RETURNING editor-key
         END-CALL
         IF editor-key EQUAL TO 1
            AND editor-par LESS THAN editor-budget THEN
           ADD 1 TO editor-par
         END-IF
         CALL "b_IsKeyPressed" USING
           BY VALUE rl-key-enter
           RETURNING editor-key
           END-IF
         END-PERFORM.

      * Every save is a new numbered revision: the layout goes to
      * LEVELS.DAT stamped with its revision, and a copy with date,
      * staff tag and enemy count to LEVEL-REVS.DAT, so nothing is
      * lost when LEVELS-MAINT compacts the live file.
       SAVE-EDITOR-LEVEL.
         PERFORM FIND-EDITOR-REVISION
         MOVE editor-level-num TO level-num
         MOVE editor-pattern TO level-pattern
         MOVE 0 TO level-fire-bonus
         MOVE 0 TO level-movement
         MOVE editor-next-rev TO level-rev
         MOVE editor-budget TO level-budget
         MOVE editor-par TO level-par
         OPEN EXTEND LEVELS-FILE
         IF levels-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT LEVELS-FILE
         END-IF
         WRITE LEVELS-RECORD
         CLOSE LEVELS-FILE
         MOVE editor-next-rev TO editor-arch-rev
         MOVE staff-duty-id TO editor-arch-who
         MOVE editor-pattern TO editor-arch-pattern
         MOVE 0 TO editor-arch-bonus
         MOVE 0 TO editor-arch-move
         MOVE editor-budget TO editor-arch-budget
         MOVE editor-par TO editor-arch-par
         PERFORM ARCHIVE-EDITOR-REVISION
         PERFORM LOAD-PUZZLE-CATALOG.

      * Next revision = highest on LEVEL-REVS.DAT for the level + 1.
      * A level with no history yet but a layout already on
      * LEVELS.DAT gets that layout archived first (under its own
      * stamped revision, 0 for a pre-revision record), so the
      * original stays reachable for a rollback.
       FIND-EDITOR-REVISION.
         MOVE 0 TO editor-rev-seen
         MOVE 0 TO editor-max-rev
         OPEN INPUT LEVEL-REVS-FILE
         IF level-revs-status EQUAL TO "00" THEN
           MOVE 0 TO editor-rev-eof
           PERFORM UNTIL editor-rev-eof EQUAL TO 1
             READ LEVEL-REVS-FILE NEXT RECORD
               AT END
                 MOVE 1 TO editor-rev-eof
               NOT AT END
                 IF lv-num EQUAL TO editor-level-num
                    AND lv-rev IS NUMERIC THEN
                   MOVE 1 TO editor-rev-seen
                   IF lv-rev GREATER THAN editor-max-rev THEN
                     MOVE lv-rev TO editor-max-rev
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEVEL-REVS-FILE
         END-IF
         IF editor-rev-seen EQUAL TO 0 THEN
           MOVE 0 TO editor-arch-found
           OPEN INPUT LEVELS-FILE
           IF levels-status EQUAL TO "00" THEN
             MOVE 0 TO editor-rev-eof
             PERFORM UNTIL editor-rev-eof EQUAL TO 1
               READ LEVELS-FILE NEXT RECORD
                 AT END
                   MOVE 1 TO editor-rev-eof
                 NOT AT END
                   IF level-num EQUAL TO editor-level-num THEN
                     MOVE 1 TO editor-arch-found
                     MOVE level-pattern TO editor-arch-pattern
                     MOVE 0 TO editor-arch-bonus
                     IF level-fire-bonus IS NUMERIC THEN
                       MOVE level-fire-bonus TO editor-arch-bonus
                     END-IF
                     MOVE 0 TO editor-arch-move
                     IF level-movement IS NUMERIC THEN
                       MOVE level-movement TO editor-arch-move
                     END-IF
                     MOVE 0 TO editor-arch-rev
                     IF level-rev IS NUMERIC THEN
                       MOVE level-rev TO editor-arch-rev
                     END-IF
                     MOVE 0 TO editor-arch-budget
                     MOVE 0 TO editor-arch-par
                     IF level-budget IS NUMERIC
                        AND level-par IS NUMERIC THEN
                       MOVE level-budget TO editor-arch-budget
                       MOVE level-par TO editor-arch-par
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LEVELS-FILE
           END-IF
           IF editor-arch-found EQUAL TO 1 THEN
             MOVE "----" TO editor-arch-who
             PERFORM ARCHIVE-EDITOR-REVISION
             MOVE editor-arch-rev TO editor-max-rev
           END-IF
         END-IF
         COMPUTE editor-next-rev = editor-max-rev + 1.

       ARCHIVE-EDITOR-REVISION.
         MOVE 0 TO editor-enemies
         PERFORM VARYING enemy-i FROM 1 BY 1 UNTIL enemy-i > MAX-ENEMY
           IF editor-arch-pattern(enemy-i:1) EQUAL TO "1"
              OR editor-arch-pattern(enemy-i:1) EQUAL TO "9" THEN
             ADD 1 TO editor-enemies
           END-IF
         END-PERFORM
         MOVE editor-level-num TO lv-num
         MOVE editor-arch-rev TO lv-rev
         MOVE FUNCTION CURRENT-DATE(1:8) TO lv-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO lv-time
         MOVE editor-arch-who TO lv-who
         MOVE editor-enemies TO lv-enemies
         MOVE editor-arch-bonus TO lv-fire-bonus
         MOVE editor-arch-move TO lv-movement
         MOVE editor-arch-pattern TO lv-pattern
         MOVE editor-arch-budget TO lv-budget
         MOVE editor-arch-par TO lv-par
         OPEN EXTEND LEVEL-REVS-FILE
         IF level-revs-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT LEVEL-REVS-FILE
         END-IF
         WRITE LEVEL-REV-RECORD
         CLOSE LEVEL-REVS-FILE.

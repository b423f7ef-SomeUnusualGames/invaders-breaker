      * Compile and run on Windows:
      * cobc -xj levels-maint.cbl batch-runlog.cbl
      * LEVELS.DAT maintenance. SAVE-EDITOR-LEVEL only ever appends,
      * so the live file accumulates a stale record for every
      * re-save; this utility compacts it to one current record per
      * levels with their enemy counts to LEVELS-CATALOG.TXT.
      * Run with the argument DELETE nnn to drop level nnn outright
      * during the same pass - the one thing the editor cannot do.
      * Every editor save is also kept on LEVEL-REVS.DAT:
      *   levels-maint REVS [nnn]             list the revisions of
      *     level nnn (or of every level), marking the live one
      *   levels-maint ROLLBACK nnn rrr [who] put revision rrr of
      *     level nnn back as the live layout, under its own
      *     revision number so the level-stats row and best times
      *     earned on that layout apply again; journalled to
      *     CONFIG-AUDIT.DAT as src=LEVELS (once STAFF.DAT has a
      *     register, [who] must be an active staff ID)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVELS-MAINT.
       ENVIRONMENT DIVISION.
         SELECT CATALOG-FILE ASSIGN TO "LEVELS-CATALOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS catalog-status.
         SELECT LEVEL-REVS-FILE ASSIGN TO "LEVEL-REVS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS level-revs-status.
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
       FD CATALOG-FILE.
         01 CATALOG-RECORD PIC X(60).
       FD LEVEL-REVS-FILE.
         COPY level-rev-record.
       FD CONFIG-AUDIT-FILE.
         COPY config-audit-record.
       FD STAFF-FILE.
         COPY staff-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 levels-maint-data.
         78 MAX-KEPT-LEVELS VALUE 200.
         05 levels-status PIC X(02) VALUE "00".
         05 catalog-status PIC X(02) VALUE "00".
         05 level-revs-status PIC X(02) VALUE "00".
         05 config-audit-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 lm-eof PIC 9 VALUE 0.
         05 lm-i PIC 9(03).
         05 lm-j PIC 9(03).
         05 lm-delete-num PIC 9(03) VALUE 0.
         05 command-line-args PIC X(40).
         05 lm-arg-tail PIC X(10).
         05 lm-action PIC X(10).
         05 lm-arg-1 PIC X(10).
         05 lm-arg-2 PIC X(10).
         05 lm-who PIC X(06) VALUE SPACES.
         05 lm-staff-ok PIC 9 VALUE 1.
         05 lm-staff-rows PIC 9(03) VALUE 0.
         05 lm-list-num PIC 9(03) VALUE 0.
         05 lm-roll-num PIC 9(03) VALUE 0.
         05 lm-roll-rev PIC 9(03) VALUE 0.
         05 lm-roll-found PIC 9 VALUE 0.
         05 lm-roll-old-rev PIC 9(03) VALUE 0.
         05 lm-roll-pattern PIC X(75).
         05 lm-roll-bonus PIC S9(02).
         05 lm-roll-move PIC 9(01).
         05 lm-roll-budget PIC 9(01).
         05 lm-roll-par PIC 9(01).
         05 lm-fixed-par PIC 9(05) VALUE 0.
         05 lm-puzzle-text PIC X(20).
         05 lm-rev-count PIC 9(05) VALUE 0.
         05 lm-sign-edit PIC +9.
         05 lm-audit-field PIC X(12).
         05 lm-audit-old PIC X(06).
         05 lm-audit-new PIC X(06).
         05 lm-level-table.
           10 lm-entry OCCURS MAX-KEPT-LEVELS TIMES.
             15 lmt-num PIC 9(03).
             15 lmt-pattern PIC X(75).
             15 lmt-bonus PIC S9(02).
             15 lmt-move PIC 9(01).
             15 lmt-rev PIC 9(03).
             15 lmt-budget PIC 9(01).
             15 lmt-par PIC 9(01).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO lm-action lm-arg-1 lm-arg-2
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO lm-action lm-arg-1 lm-arg-2 lm-who
         END-UNSTRING
         IF command-line-args(1:7) EQUAL TO "DELETE " THEN
           MOVE command-line-args(8:3) TO lm-arg-tail
           IF lm-arg-tail(1:3) IS NUMERIC THEN
             MOVE lm-arg-tail(1:3) TO lm-delete-num
           END-IF
         END-IF
         IF lm-action EQUAL TO "REVS" THEN
           IF lm-arg-1(1:3) IS NUMERIC THEN
             MOVE lm-arg-1(1:3) TO lm-list-num
           END-IF
           PERFORM 1000-LOAD-AND-COMPACT THRU 1000-EXIT
           PERFORM 6000-LIST-REVISIONS THRU 6000-EXIT
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF lm-action EQUAL TO "ROLLBACK" THEN
           IF lm-arg-1(1:3) IS NOT NUMERIC
              OR lm-arg-2(1:3) IS NOT NUMERIC THEN
             DISPLAY "ROLLBACK needs a level and a revision, "
               "e.g. ROLLBACK 004 002" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             PERFORM 9910-RUNLOG-END
             GOBACK
           END-IF
           MOVE lm-arg-1(1:3) TO lm-roll-num
           MOVE lm-arg-2(1:3) TO lm-roll-rev
           PERFORM 0100-CHECK-STAFF THRU 0100-EXIT
           IF lm-staff-ok EQUAL TO 0 THEN
             DISPLAY "Give your staff ID as [who]: " lm-who
               " is not an active ID on STAFF.DAT" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             PERFORM 9910-RUNLOG-END
             GOBACK
           END-IF
           IF lm-who EQUAL TO SPACES THEN
             MOVE "OP" TO lm-who
           END-IF
           PERFORM 7000-FIND-REVISION THRU 7000-EXIT
           IF lm-roll-found EQUAL TO 0 THEN
             DISPLAY "Level " lm-roll-num " has no revision "
               lm-roll-rev " on LEVEL-REVS.DAT" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             PERFORM 9910-RUNLOG-END
             GOBACK
           END-IF
         END-IF
         PERFORM 1000-LOAD-AND-COMPACT THRU 1000-EXIT
         IF lm-roll-found EQUAL TO 1 THEN
           PERFORM 7100-ROLLBACK THRU 7100-EXIT
         END-IF
         PERFORM 2000-VALIDATE THRU 2000-EXIT
         PERFORM 3000-REWRITE THRU 3000-EXIT
         IF lm-roll-found EQUAL TO 1 THEN
           PERFORM 8000-JOURNAL THRU 8000-EXIT
         END-IF
         PERFORM 4000-WRITE-CATALOG THRU 4000-EXIT
         PERFORM 5000-REPORT THRU 5000-EXIT
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * No STAFF.DAT, or an empty one: any tag (default OP) as
      * before. Otherwise [who] must match an active register row.
       0100-CHECK-STAFF.
         MOVE 1 TO lm-staff-ok
         MOVE 0 TO lm-staff-rows
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 0100-EXIT
         END-IF
         MOVE 0 TO lm-staff-ok
         MOVE 0 TO lm-eof
         PERFORM UNTIL lm-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO lm-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO lm-staff-rows
               IF st-id EQUAL TO lm-who(1:4)
                  AND lm-who(5:2) EQUAL TO SPACES
                  AND st-active EQUAL TO "Y" THEN
                 MOVE 1 TO lm-staff-ok
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF lm-staff-rows EQUAL TO 0 THEN
           MOVE 1 TO lm-staff-ok
         END-IF.
       0100-EXIT.
         EXIT.

      * Later records overwrite earlier ones for the same level, so
      * the table ends up holding exactly the layouts the game
      * would load; everything else was dead weight.
         OPEN INPUT LEVELS-FILE
         IF levels-status NOT EQUAL TO "00" THEN
           DISPLAY "No LEVELS.DAT to maintain" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO lm-eof
             AT END
               MOVE 1 TO lm-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 1100-KEEP-LATEST
           END-READ
         END-PERFORM
               ELSE
                 MOVE 0 TO lmt-move(lm-found-pos)
               END-IF
               IF level-rev IS NUMERIC THEN
                 MOVE level-rev TO lmt-rev(lm-found-pos)
               ELSE
                 MOVE 0 TO lmt-rev(lm-found-pos)
               END-IF
               IF level-budget IS NUMERIC
                  AND level-par IS NUMERIC THEN
                 MOVE level-budget TO lmt-budget(lm-found-pos)
                 MOVE level-par TO lmt-par(lm-found-pos)
               ELSE
                 MOVE 0 TO lmt-budget(lm-found-pos)
                 MOVE 0 TO lmt-par(lm-found-pos)
               END-IF
             END-IF
           END-IF
         END-IF.
             MOVE -9 TO lmt-bonus(lm-i)
             ADD 1 TO lm-fixed-bonus
           END-IF
      * A puzzle's par must lie within its launch budget, and an
      * ordinary wave carries none.
           IF lmt-budget(lm-i) EQUAL TO 0
              AND lmt-par(lm-i) NOT EQUAL TO 0 THEN
             MOVE 0 TO lmt-par(lm-i)
             ADD 1 TO lm-fixed-par
           END-IF
           IF lmt-budget(lm-i) GREATER THAN 0
              AND (lmt-par(lm-i) EQUAL TO 0
                   OR lmt-par(lm-i) GREATER THAN lmt-budget(lm-i))
               THEN
             MOVE lmt-budget(lm-i) TO lmt-par(lm-i)
             ADD 1 TO lm-fixed-par
           END-IF
         END-PERFORM.
       2000-EXIT.
         EXIT.
           MOVE lmt-pattern(lm-i) TO level-pattern
           MOVE lmt-bonus(lm-i) TO level-fire-bonus
           MOVE lmt-move(lm-i) TO level-movement
           MOVE lmt-rev(lm-i) TO level-rev
           MOVE lmt-budget(lm-i) TO level-budget
           MOVE lmt-par(lm-i) TO level-par
           WRITE LEVELS-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE LEVELS-FILE.
       3000-EXIT.
         OPEN OUTPUT CATALOG-FILE
         MOVE "SAVED LEVELS CATALOG" TO lm-line
         WRITE CATALOG-RECORD FROM lm-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO lm-line
         WRITE CATALOG-RECORD FROM lm-line
         ADD 1 TO runlog-written
         PERFORM VARYING lm-i FROM 1 BY 1 UNTIL lm-i > lm-count
           MOVE 0 TO lm-enemies
           PERFORM VARYING lm-j FROM 1 BY 1 UNTIL lm-j > 75
             END-IF
           END-PERFORM
           MOVE lm-enemies TO lm-edit-2
           MOVE SPACES TO lm-puzzle-text
           IF lmt-budget(lm-i) GREATER THAN 0 THEN
             STRING ", puzzle " lmt-par(lm-i) "/" lmt-budget(lm-i)
               DELIMITED BY SIZE INTO lm-puzzle-text
           END-IF
           MOVE SPACES TO lm-line
           STRING "Level " lmt-num(lm-i) ": " DELIMITED BY SIZE
             FUNCTION TRIM(lm-edit-2) " enemies, fire bonus "
             lmt-bonus(lm-i) ", rev " lmt-rev(lm-i)
             lm-puzzle-text
             DELIMITED BY SIZE INTO lm-line
           WRITE CATALOG-RECORD FROM lm-line
           ADD 1 TO runlog-written
           DISPLAY lm-line
         END-PERFORM
         CLOSE CATALOG-FILE.
         DISPLAY "Pattern bytes repaired: " FUNCTION TRIM(lm-edit-1)
         MOVE lm-fixed-bonus TO lm-edit-1
         DISPLAY "Fire bonuses repaired: " FUNCTION TRIM(lm-edit-1)
         MOVE lm-fixed-par TO lm-edit-1
         DISPLAY "Puzzle pars repaired: " FUNCTION TRIM(lm-edit-1)
         IF lm-delete-num GREATER THAN 0 THEN
           IF lm-deleted EQUAL TO 1 THEN
             DISPLAY "Deleted level " lm-delete-num
         END-IF.
       5000-EXIT.
         EXIT.

       6000-LIST-REVISIONS.
         OPEN INPUT LEVEL-REVS-FILE
         IF level-revs-status NOT EQUAL TO "00" THEN
           DISPLAY "No LEVEL-REVS.DAT - no editor saves recorded yet"
           GO TO 6000-EXIT
         END-IF
         MOVE 0 TO lm-rev-count
         MOVE 0 TO lm-eof
         PERFORM UNTIL lm-eof EQUAL TO 1
           READ LEVEL-REVS-FILE NEXT RECORD
             AT END
               MOVE 1 TO lm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF lm-list-num EQUAL TO 0
                  OR lv-num EQUAL TO lm-list-num THEN
                 PERFORM 6100-LIST-ONE
               END-IF
           END-READ
         END-PERFORM
         CLOSE LEVEL-REVS-FILE
         MOVE lm-rev-count TO lm-edit-1
         DISPLAY "Revisions listed: " FUNCTION TRIM(lm-edit-1).
       6000-EXIT.
         EXIT.

       6100-LIST-ONE.
         ADD 1 TO lm-rev-count
         MOVE lv-enemies TO lm-edit-2
         MOVE lv-fire-bonus TO lm-sign-edit
         MOVE SPACES TO lm-line
         STRING lv-num " r" lv-rev " " lv-date "-" lv-time
           " by " lv-who " " lm-edit-2 " enemies fb " lm-sign-edit
           DELIMITED BY SIZE INTO lm-line
         PERFORM VARYING lm-i FROM 1 BY 1 UNTIL lm-i > lm-count
           IF lmt-num(lm-i) EQUAL TO lv-num
              AND lmt-rev(lm-i) EQUAL TO lv-rev THEN
             MOVE " *LIVE" TO lm-line(52:6)
           END-IF
         END-PERFORM
         DISPLAY lm-line.

      * Last matching row wins, the same rule the live file uses.
       7000-FIND-REVISION.
         MOVE 0 TO lm-roll-found
         OPEN INPUT LEVEL-REVS-FILE
         IF level-revs-status NOT EQUAL TO "00" THEN
           GO TO 7000-EXIT
         END-IF
         MOVE 0 TO lm-eof
         PERFORM UNTIL lm-eof EQUAL TO 1
           READ LEVEL-REVS-FILE NEXT RECORD
             AT END
               MOVE 1 TO lm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF lv-num EQUAL TO lm-roll-num
                  AND lv-rev EQUAL TO lm-roll-rev THEN
                 MOVE 1 TO lm-roll-found
                 MOVE lv-pattern TO lm-roll-pattern
                 MOVE 0 TO lm-roll-bonus
                 IF lv-fire-bonus IS NUMERIC THEN
                   MOVE lv-fire-bonus TO lm-roll-bonus
                 END-IF
                 MOVE 0 TO lm-roll-move
                 IF lv-movement IS NUMERIC THEN
                   MOVE lv-movement TO lm-roll-move
                 END-IF
                 MOVE 0 TO lm-roll-budget
                 MOVE 0 TO lm-roll-par
                 IF lv-budget IS NUMERIC AND lv-par IS NUMERIC THEN
                   MOVE lv-budget TO lm-roll-budget
                   MOVE lv-par TO lm-roll-par
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE LEVEL-REVS-FILE.
       7000-EXIT.
         EXIT.

      * The live record for the level is replaced (or re-created,
      * if it had been deleted) with the archived layout.
       7100-ROLLBACK.
         MOVE 0 TO lm-found-pos
         PERFORM VARYING lm-i FROM 1 BY 1 UNTIL lm-i > lm-count
           IF lmt-num(lm-i) EQUAL TO lm-roll-num THEN
             MOVE lm-i TO lm-found-pos
           END-IF
         END-PERFORM
         IF lm-found-pos EQUAL TO 0 THEN
           IF lm-count GREATER OR EQUAL TO MAX-KEPT-LEVELS THEN
             DISPLAY "Level table full - rollback not applied"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
             MOVE 0 TO lm-roll-found
             GO TO 7100-EXIT
           END-IF
           ADD 1 TO lm-count
           MOVE lm-count TO lm-found-pos
           MOVE lm-roll-num TO lmt-num(lm-found-pos)
           MOVE 0 TO lmt-rev(lm-found-pos)
         END-IF
         MOVE lmt-rev(lm-found-pos) TO lm-roll-old-rev
         MOVE lm-roll-pattern TO lmt-pattern(lm-found-pos)
         MOVE lm-roll-bonus TO lmt-bonus(lm-found-pos)
         MOVE lm-roll-move TO lmt-move(lm-found-pos)
         MOVE lm-roll-budget TO lmt-budget(lm-found-pos)
         MOVE lm-roll-par TO lmt-par(lm-found-pos)
         MOVE lm-roll-rev TO lmt-rev(lm-found-pos)
         DISPLAY "Level " lm-roll-num " rolled back from rev "
           lm-roll-old-rev " to rev " lm-roll-rev.
       7100-EXIT.
         EXIT.

      * Same line shape as the cabinet's own config journal.
       8000-JOURNAL.
         MOVE SPACES TO lm-audit-field
         STRING "level" lm-roll-num "rev" DELIMITED BY SIZE
           INTO lm-audit-field
         MOVE lm-roll-old-rev TO lm-audit-old
         MOVE lm-roll-rev TO lm-audit-new
         OPEN EXTEND CONFIG-AUDIT-FILE
         IF config-audit-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT CONFIG-AUDIT-FILE
         END-IF
         MOVE SPACES TO CONFIG-AUDIT-RECORD
         STRING FUNCTION CURRENT-DATE(1:8) "-"
           FUNCTION CURRENT-DATE(9:6)
           " src=" "LEVELS"
           " field=" lm-audit-field
           " old=" lm-audit-old " new=" lm-audit-new
           " by=" lm-who(1:4)
           DELIMITED BY SIZE INTO CONFIG-AUDIT-RECORD
         WRITE CONFIG-AUDIT-RECORD
         ADD 1 TO runlog-written
         CLOSE CONFIG-AUDIT-FILE.
       8000-EXIT.
         EXIT.

       9900-RUNLOG-START.
         MOVE "LEVELS-MAINT" TO runlog-program
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
       END PROGRAM LEVELS-MAINT.

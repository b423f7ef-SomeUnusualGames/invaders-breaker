      * Compile and run on Windows:
      * cobc -xj bracket.cbl batch-runlog.cbl report-archive.cbl
      * Knockout bracket events. The field is registered and seeded
      * here; the cabinet then shows the bracket on its idle screen,
      * calls each pairing into alternating versus on 4, and moves
      * the winner on after every match:
      *   bracket OPEN <initials> <initials> ...
      *     2 to 16 entrants, seeded by their best score on
      *     PLAYER-PROFILES.IDX (registration order breaks ties);
      *     the draw is filled out to 4, 8 or 16 with byes, which
      *     go to the top seeds and are settled straight away
      *   bracket SHOW
      *     the bracket as it stands, to BRACKET.RPT
      *   bracket CANCEL
      *     abandons the event and clears BRACKET.DAT
      * A new event cannot be opened over one that has no champion
      * yet; finish it on the cabinet or CANCEL it first.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRACKET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BRACKET-FILE ASSIGN TO "BRACKET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bracket-status.
         SELECT PLAYER-PROFILES-FILE
           ASSIGN TO "PLAYER-PROFILES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ppx-initials
           FILE STATUS IS profile-status.
         SELECT BRACKET-REPORT-FILE ASSIGN TO "BRACKET.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS bracket-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD BRACKET-FILE.
         COPY bracket-record.
       FD PLAYER-PROFILES-FILE.
         COPY player-profile-idx-record.
       FD BRACKET-REPORT-FILE.
         01 BRACKET-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 bracket-batch-data.
         05 bracket-status PIC X(02) VALUE "00".
         05 profile-status PIC X(02) VALUE "00".
         05 bracket-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(120).
         05 br-ptr PIC 9(03).
         05 br-verb PIC X(08) VALUE SPACES.
         05 br-eof PIC 9 VALUE 0.
         05 br-i PIC 9(02).
         05 br-j PIC 9(02).
         05 br-m PIC 9(02).
         05 br-r PIC 9(01).
         05 br-size PIC 9(02) VALUE 0.
         05 br-rounds PIC 9(01) VALUE 0.
         05 br-matches PIC 9(02).
         05 br-target PIC 9(02).
         05 br-seat PIC 9(01).
         05 br-seed PIC 9(02).
         05 br-pos PIC 9(02).
         05 br-champion PIC X(03) VALUE SPACES.
         05 br-today PIC X(08).
         05 br-line PIC X(80).
         05 br-edit PIC Z9.
         05 br-edit-2 PIC Z9.
         05 br-edit-3 PIC ZZZZZ9.
         05 br-edit-4 PIC ZZZZZ9.
      * Standard draw order: position p of the first round holds
      * the seed at entry p, so 1 and 2 can only meet in the final.
         05 br-order-4 PIC X(08) VALUE "01040203".
         05 br-order-8 PIC X(16) VALUE "0108040502070306".
         05 br-order-16 PIC X(32)
           VALUE "01160809041305120215071003140611".
         05 br-order PIC X(32).
         05 br-order-seed PIC 9(02).
      * Entrants as typed, then sorted into seed order.
         78 MAX-ENTRANTS VALUE 16.
         05 br-entrant-count PIC 9(02) VALUE 0.
         05 br-args.
           10 br-arg OCCURS MAX-ENTRANTS TIMES PIC X(04).
         05 br-entrant-table.
           10 br-entrant OCCURS MAX-ENTRANTS TIMES.
             15 bre-initials PIC X(03).
             15 bre-best PIC 9(06).
         05 br-entrant-hold.
           10 brh-initials PIC X(03).
           10 brh-best PIC 9(06).
         78 MAX-BRACKET-ROWS VALUE 15.
         05 br-row-count PIC 9(02) VALUE 0.
         05 br-table.
           10 br-row OCCURS MAX-BRACKET-ROWS TIMES.
             15 brt-event-date PIC X(08).
             15 brt-round PIC 9(01).
             15 brt-match PIC 9(02).
             15 brt-seed-1 PIC 9(02).
             15 brt-side-1 PIC X(03).
             15 brt-seed-2 PIC 9(02).
             15 brt-side-2 PIC X(03).
             15 brt-score-1 PIC 9(06).
             15 brt-score-2 PIC 9(06).
             15 brt-winner PIC X(03).
             15 brt-status PIC X(01).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE 1 TO br-ptr
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO br-verb
           WITH POINTER br-ptr
         END-UNSTRING
         MOVE FUNCTION CURRENT-DATE(1:8) TO br-today
         PERFORM 1000-LOAD-BRACKET THRU 1000-EXIT
         EVALUATE br-verb
           WHEN "OPEN    "
             PERFORM 2000-OPEN-BRACKET THRU 2000-EXIT
           WHEN "SHOW    "
             PERFORM 3000-SHOW-BRACKET THRU 3000-EXIT
           WHEN "CANCEL  "
             PERFORM 4000-CANCEL-BRACKET THRU 4000-EXIT
           WHEN OTHER
             DISPLAY "Usage: bracket OPEN <initials> <initials> ..."
               UPON SYSERR
             DISPLAY "       bracket SHOW" UPON SYSERR
             DISPLAY "       bracket CANCEL" UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-BRACKET.
         MOVE 0 TO br-row-count
         MOVE 0 TO br-rounds
         MOVE SPACES TO br-champion
         OPEN INPUT BRACKET-FILE
         IF bracket-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO br-eof
         PERFORM UNTIL br-eof EQUAL TO 1
           READ BRACKET-FILE
             AT END
               MOVE 1 TO br-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF br-row-count LESS THAN MAX-BRACKET-ROWS THEN
                 ADD 1 TO br-row-count
                 MOVE BRACKET-RECORD TO br-row(br-row-count)
                 IF bk-round GREATER THAN br-rounds THEN
                   MOVE bk-round TO br-rounds
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE BRACKET-FILE
         IF br-row-count GREATER THAN 0 THEN
           IF brt-status(br-row-count) NOT EQUAL TO "P" THEN
             MOVE brt-winner(br-row-count) TO br-champion
           END-IF
         END-IF.
       1000-EXIT.
         EXIT.

       1100-SAVE-BRACKET.
         OPEN OUTPUT BRACKET-FILE
         IF bracket-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write BRACKET.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         PERFORM VARYING br-i FROM 1 BY 1
         UNTIL br-i > br-row-count
           MOVE br-row(br-i) TO BRACKET-RECORD
           WRITE BRACKET-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE BRACKET-FILE.

       2000-OPEN-BRACKET.
         IF br-row-count GREATER THAN 0
            AND br-champion EQUAL TO SPACES THEN
           DISPLAY "Bracket of " brt-event-date(1)
             " has no champion yet - finish it or CANCEL it"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE SPACES TO br-args
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO br-arg(1) br-arg(2) br-arg(3) br-arg(4)
                br-arg(5) br-arg(6) br-arg(7) br-arg(8)
                br-arg(9) br-arg(10) br-arg(11) br-arg(12)
                br-arg(13) br-arg(14) br-arg(15) br-arg(16)
           WITH POINTER br-ptr
         END-UNSTRING
         IF br-ptr LESS THAN 120
            AND command-line-args(br-ptr:) NOT EQUAL TO SPACES THEN
           DISPLAY "At most " MAX-ENTRANTS " entrants" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO br-entrant-count
         PERFORM VARYING br-i FROM 1 BY 1
         UNTIL br-i > MAX-ENTRANTS
           IF br-arg(br-i) NOT EQUAL TO SPACES THEN
             IF br-arg(br-i)(4:1) NOT EQUAL TO SPACE
                OR br-arg(br-i)(1:3) EQUAL TO "---" THEN
               DISPLAY "Bad initials: " br-arg(br-i) UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
             END-IF
             ADD 1 TO br-entrant-count
             MOVE FUNCTION UPPER-CASE(br-arg(br-i)(1:3))
               TO bre-initials(br-entrant-count)
             MOVE 0 TO bre-best(br-entrant-count)
           END-IF
         END-PERFORM
         IF br-entrant-count LESS THAN 2 THEN
           DISPLAY "A bracket needs at least 2 entrants" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         PERFORM VARYING br-i FROM 1 BY 1
         UNTIL br-i > br-entrant-count
           PERFORM VARYING br-j FROM 1 BY 1
           UNTIL br-j > br-entrant-count
             IF br-j NOT EQUAL TO br-i
                AND bre-initials(br-j) EQUAL TO bre-initials(br-i)
             THEN
               DISPLAY "Entered twice: " bre-initials(br-i)
                 UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
             END-IF
           END-PERFORM
         END-PERFORM
         PERFORM 2100-LOAD-BEST-SCORES THRU 2100-EXIT
         PERFORM 2200-SORT-SEEDS
         PERFORM 2300-BUILD-DRAW
         PERFORM 5000-RESOLVE-BYES
         PERFORM 1100-SAVE-BRACKET
         PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
         MOVE br-entrant-count TO br-edit
         MOVE br-size TO br-edit-2
         DISPLAY "Bracket opened: " FUNCTION TRIM(br-edit)
           " entrants in a draw of " FUNCTION TRIM(br-edit-2)
           " - see BRACKET.RPT".
       2000-EXIT.
         EXIT.

      * Entrants with no profile seed on 0 and go to the bottom.
       2100-LOAD-BEST-SCORES.
         OPEN INPUT PLAYER-PROFILES-FILE
         IF profile-status NOT EQUAL TO "00" THEN
           GO TO 2100-EXIT
         END-IF
         MOVE 0 TO br-eof
         PERFORM UNTIL br-eof EQUAL TO 1
           READ PLAYER-PROFILES-FILE NEXT RECORD
             AT END
               MOVE 1 TO br-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM VARYING br-i FROM 1 BY 1
               UNTIL br-i > br-entrant-count
                 IF bre-initials(br-i) EQUAL TO ppx-initials THEN
                   MOVE ppx-best-score TO bre-best(br-i)
                 END-IF
               END-PERFORM
           END-READ
         END-PERFORM
         CLOSE PLAYER-PROFILES-FILE.
       2100-EXIT.
         EXIT.

      * Insertion sort on best score, high first; equal scores keep
      * registration order.
       2200-SORT-SEEDS.
         PERFORM VARYING br-i FROM 2 BY 1
         UNTIL br-i > br-entrant-count
           MOVE br-entrant(br-i) TO br-entrant-hold
           MOVE br-i TO br-j
           PERFORM UNTIL br-j EQUAL TO 1
             IF bre-best(br-j - 1) LESS THAN brh-best THEN
               MOVE br-entrant(br-j - 1) TO br-entrant(br-j)
               SUBTRACT 1 FROM br-j
             ELSE
               MOVE br-entrant-hold TO br-entrant(br-j)
               MOVE 1 TO br-j
             END-IF
           END-PERFORM
           IF bre-best(1) LESS THAN brh-best THEN
             MOVE br-entrant-hold TO br-entrant(1)
           END-IF
         END-PERFORM.

      * Every match of every round gets its row now, round by
      * round; later rounds start with both sides awaiting.
       2300-BUILD-DRAW.
         EVALUATE TRUE
           WHEN br-entrant-count NOT GREATER THAN 4
             MOVE 4 TO br-size
             MOVE 2 TO br-rounds
             MOVE br-order-4 TO br-order
           WHEN br-entrant-count NOT GREATER THAN 8
             MOVE 8 TO br-size
             MOVE 3 TO br-rounds
             MOVE br-order-8 TO br-order
           WHEN OTHER
             MOVE 16 TO br-size
             MOVE 4 TO br-rounds
             MOVE br-order-16 TO br-order
         END-EVALUATE
         MOVE 0 TO br-row-count
         MOVE SPACES TO br-champion
         COMPUTE br-matches = br-size / 2
         PERFORM VARYING br-r FROM 1 BY 1
         UNTIL br-r > br-rounds
           PERFORM VARYING br-m FROM 1 BY 1
           UNTIL br-m > br-matches
             ADD 1 TO br-row-count
             MOVE br-today TO brt-event-date(br-row-count)
             MOVE br-r TO brt-round(br-row-count)
             MOVE br-m TO brt-match(br-row-count)
             MOVE 0 TO brt-seed-1(br-row-count)
             MOVE 0 TO brt-seed-2(br-row-count)
             MOVE SPACES TO brt-side-1(br-row-count)
             MOVE SPACES TO brt-side-2(br-row-count)
             MOVE 0 TO brt-score-1(br-row-count)
             MOVE 0 TO brt-score-2(br-row-count)
             MOVE SPACES TO brt-winner(br-row-count)
             MOVE "P" TO brt-status(br-row-count)
             IF br-r EQUAL TO 1 THEN
               COMPUTE br-pos = (br-m * 2 - 2) * 2 + 1
               MOVE br-order(br-pos:2) TO br-order-seed
               MOVE br-order-seed TO br-seed
               PERFORM 2310-SEAT-SEED
               MOVE br-seed TO brt-seed-1(br-row-count)
               MOVE brh-initials TO brt-side-1(br-row-count)
               ADD 2 TO br-pos
               MOVE br-order(br-pos:2) TO br-order-seed
               MOVE br-order-seed TO br-seed
               PERFORM 2310-SEAT-SEED
               MOVE br-seed TO brt-seed-2(br-row-count)
               MOVE brh-initials TO brt-side-2(br-row-count)
             END-IF
           END-PERFORM
           COMPUTE br-matches = br-matches / 2
         END-PERFORM.

      * A seed beyond the field is a bye: seed 0, side "---".
       2310-SEAT-SEED.
         IF br-seed GREATER THAN br-entrant-count THEN
           MOVE 0 TO br-seed
           MOVE "---" TO brh-initials
         ELSE
           MOVE bre-initials(br-seed) TO brh-initials
         END-IF.

       3000-SHOW-BRACKET.
         IF br-row-count EQUAL TO 0 THEN
           DISPLAY "No bracket on BRACKET.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
         DISPLAY "Bracket of " brt-event-date(1)
           " written to BRACKET.RPT".
       3000-EXIT.
         EXIT.

       4000-CANCEL-BRACKET.
         IF br-row-count EQUAL TO 0 THEN
           DISPLAY "No bracket on BRACKET.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         MOVE 0 TO br-row-count
         PERFORM 1100-SAVE-BRACKET
         DISPLAY "Bracket cancelled".
       4000-EXIT.
         EXIT.

      * Same rule the cabinet applies after each match: a pairing
      * against a bye settles itself and the winner moves on.
       5000-RESOLVE-BYES.
         PERFORM VARYING br-i FROM 1 BY 1
         UNTIL br-i > br-row-count
           IF brt-status(br-i) EQUAL TO "P"
              AND brt-side-1(br-i) NOT EQUAL TO SPACES
              AND brt-side-2(br-i) NOT EQUAL TO SPACES
              AND (brt-side-1(br-i) EQUAL TO "---"
                   OR brt-side-2(br-i) EQUAL TO "---") THEN
             IF brt-side-1(br-i) EQUAL TO "---" THEN
               MOVE brt-side-2(br-i) TO brt-winner(br-i)
               MOVE brt-seed-2(br-i) TO br-seed
             ELSE
               MOVE brt-side-1(br-i) TO brt-winner(br-i)
               MOVE brt-seed-1(br-i) TO br-seed
             END-IF
             MOVE "B" TO brt-status(br-i)
             PERFORM 5100-PLACE-WINNER
           END-IF
         END-PERFORM.

       5100-PLACE-WINNER.
         IF brt-round(br-i) NOT LESS THAN br-rounds THEN
           MOVE brt-winner(br-i) TO br-champion
           NEXT SENTENCE
         END-IF
         COMPUTE br-target = (brt-match(br-i) + 1) / 2
         IF FUNCTION MOD(brt-match(br-i), 2) EQUAL TO 1 THEN
           MOVE 1 TO br-seat
         ELSE
           MOVE 2 TO br-seat
         END-IF
         PERFORM VARYING br-j FROM 1 BY 1
         UNTIL br-j > br-row-count
           IF brt-round(br-j) EQUAL TO brt-round(br-i) + 1
              AND brt-match(br-j) EQUAL TO br-target THEN
             IF br-seat EQUAL TO 1 THEN
               MOVE brt-winner(br-i) TO brt-side-1(br-j)
               MOVE br-seed TO brt-seed-1(br-j)
             ELSE
               MOVE brt-winner(br-i) TO brt-side-2(br-j)
               MOVE br-seed TO brt-seed-2(br-j)
             END-IF
             MOVE br-row-count TO br-j
           END-IF
         END-PERFORM.

       6000-WRITE-REPORT.
         OPEN OUTPUT BRACKET-REPORT-FILE
         IF bracket-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write BRACKET.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         MOVE SPACES TO br-line
         STRING "KNOCKOUT BRACKET - event of " brt-event-date(1)
           "  (printed " br-today ")"
           DELIMITED BY SIZE INTO br-line
         WRITE BRACKET-REPORT-RECORD FROM br-line
         ADD 1 TO runlog-written
         PERFORM VARYING br-i FROM 1 BY 1
         UNTIL br-i > br-row-count
           IF brt-match(br-i) EQUAL TO 1 THEN
             MOVE SPACES TO BRACKET-REPORT-RECORD
             WRITE BRACKET-REPORT-RECORD
             ADD 1 TO runlog-written
             EVALUATE br-rounds - brt-round(br-i)
               WHEN 0 MOVE "Final" TO br-line
               WHEN 1 MOVE "Semi-finals" TO br-line
               WHEN 2 MOVE "Quarter-finals" TO br-line
               WHEN OTHER MOVE "First round" TO br-line
             END-EVALUATE
             WRITE BRACKET-REPORT-RECORD FROM br-line
             ADD 1 TO runlog-written
           END-IF
           PERFORM 6100-WRITE-MATCH-LINE
         END-PERFORM
         MOVE SPACES TO BRACKET-REPORT-RECORD
         WRITE BRACKET-REPORT-RECORD
         ADD 1 TO runlog-written
         MOVE SPACES TO br-line
         IF br-champion EQUAL TO SPACES THEN
           MOVE "Champion: (in progress)" TO br-line
         ELSE
           STRING "Champion: " br-champion
             DELIMITED BY SIZE INTO br-line
         END-IF
         WRITE BRACKET-REPORT-RECORD FROM br-line
         ADD 1 TO runlog-written
         CLOSE BRACKET-REPORT-FILE
         MOVE "BRACKET.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT.
       6000-EXIT.
         EXIT.

      * (seed) side, both sides then the outcome; seed 0 is a bye
      * or a side still to be decided.
       6100-WRITE-MATCH-LINE.
         MOVE SPACES TO br-line
         MOVE brt-match(br-i) TO br-edit
         MOVE br-edit TO br-line(3:2)
         IF brt-side-1(br-i) EQUAL TO SPACES THEN
           MOVE "  (awaiting)" TO br-line(6:12)
         ELSE
           MOVE brt-seed-1(br-i) TO br-edit-2
           STRING "(" br-edit-2 ") " brt-side-1(br-i)
             DELIMITED BY SIZE INTO br-line(6:10)
         END-IF
         MOVE " v " TO br-line(18:3)
         IF brt-side-2(br-i) EQUAL TO SPACES THEN
           MOVE "  (awaiting)" TO br-line(21:12)
         ELSE
           MOVE brt-seed-2(br-i) TO br-edit-2
           STRING "(" br-edit-2 ") " brt-side-2(br-i)
             DELIMITED BY SIZE INTO br-line(21:10)
         END-IF
         EVALUATE brt-status(br-i)
           WHEN "D"
             MOVE brt-score-1(br-i) TO br-edit-3
             MOVE brt-score-2(br-i) TO br-edit-4
             STRING br-edit-3 " - " br-edit-4 "  winner "
               brt-winner(br-i)
               DELIMITED BY SIZE INTO br-line(35:)
           WHEN "B"
             STRING "bye - " brt-winner(br-i) " goes through"
               DELIMITED BY SIZE INTO br-line(35:)
           WHEN OTHER
             MOVE "to play" TO br-line(35:)
         END-EVALUATE
         WRITE BRACKET-REPORT-RECORD FROM br-line
         ADD 1 TO runlog-written.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "BRACKET" TO rptarc-program
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
         MOVE "BRACKET" TO runlog-program
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
       END PROGRAM BRACKET.

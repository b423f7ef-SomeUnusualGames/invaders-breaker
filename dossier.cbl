      * Compile and run on Windows:
      * cobc -xj dossier.cbl batch-runlog.cbl
      * Player data dossier: everything the shop holds against one
      * set of initials, gathered into one printable report before
      * IDENT-MAINT is asked to merge or purge them.
      *   dossier <initials> [who] [pin]
      * The report lands in DOSSIER-<initials>.TXT and covers the
      * profile (wallet, PIN and daily time limit), achievements,
      * tickets and the prizes they went on, the local and shared
      * high-score boards, champions, tournament, league, daily and
      * speedrun entries, challenges, campaign progress and the
      * session-log runs played under the tag (co-op partner tag
      * included). A profile with a PIN set is only reported when
      * the player's PIN is given after [who] (OP when there is no
      * staff register). Once STAFF.DAT has a register, [who] must
      * be an active staff ID.
      * Every request, refused or not, lands in MOD-JOURNAL.DAT
      * alongside the IDENT-MAINT actions so the trail shows who
      * looked at whose data. A refusal ends with RETURN-CODE 8.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSSIER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT PLAYER-PROFILES-IDX-FILE
           ASSIGN TO "PLAYER-PROFILES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ppx-initials
           FILE STATUS IS profile-status.
         SELECT HISCORE-FILE ASSIGN TO "HISCORE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hs-rank
           FILE STATUS IS hiscore-status.
         SELECT ACHIEVEMENT-FILE ASSIGN TO "ACHIEVEMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS achievement-status.
         SELECT TICKET-REGISTER-FILE
           ASSIGN TO "TICKET-REGISTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-register-status.
         SELECT PRIZE-FILE ASSIGN TO "PRIZES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prize-status.
         SELECT SHARED-SCORES-FILE ASSIGN TO "SHARED-SCORES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS shared-score-status.
         SELECT CHAMPIONS-FILE ASSIGN TO "CHAMPIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS champions-status.
         SELECT TOURNAMENT-FILE ASSIGN TO "TOURNAMENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS tournament-status.
         SELECT LEAGUE-STANDINGS-FILE
           ASSIGN TO "LEAGUE-STANDINGS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS league-status.
         SELECT DAILY-BOARD-FILE ASSIGN TO "DAILY-BOARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS daily-board-status.
         SELECT SPEEDRUN-FILE ASSIGN TO "SPEEDRUN-BOARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS speedrun-status.
         SELECT CHALLENGES-FILE ASSIGN TO "CHALLENGES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS challenge-status.
         SELECT CAMPAIGN-PROGRESS-FILE
           ASSIGN TO "CAMPAIGN-PROGRESS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS campaign-status.
         SELECT SESSION-LOG-FILE ASSIGN TO "SESSION-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS session-log-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
         SELECT MOD-JOURNAL-FILE ASSIGN TO "MOD-JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mod-journal-status.
         SELECT DOSSIER-REPORT-FILE ASSIGN USING ds-report-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS dossier-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD PLAYER-PROFILES-IDX-FILE.
         COPY player-profile-idx-record.
       FD HISCORE-FILE.
         COPY hiscore-record.
       FD ACHIEVEMENT-FILE.
         COPY achievement-record.
       FD TICKET-REGISTER-FILE.
         COPY ticket-register-record.
       FD PRIZE-FILE.
         COPY prize-record.
       FD SHARED-SCORES-FILE.
         COPY shared-score-record.
       FD CHAMPIONS-FILE.
         COPY champions-record.
       FD TOURNAMENT-FILE.
         COPY tournament-record.
       FD LEAGUE-STANDINGS-FILE.
         COPY league-record.
       FD DAILY-BOARD-FILE.
         COPY daily-board-record.
       FD SPEEDRUN-FILE.
         COPY speedrun-record.
       FD CHALLENGES-FILE.
         COPY challenge-record.
       FD CAMPAIGN-PROGRESS-FILE.
         COPY campaign-progress-record.
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD STAFF-FILE.
         COPY staff-record.
       FD MOD-JOURNAL-FILE.
         01 MOD-JOURNAL-RECORD PIC X(70).
       FD DOSSIER-REPORT-FILE.
         01 DOSSIER-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 dossier-data.
         05 profile-status PIC X(02) VALUE "00".
         05 hiscore-status PIC X(02) VALUE "00".
         05 achievement-status PIC X(02) VALUE "00".
         05 ticket-register-status PIC X(02) VALUE "00".
         05 prize-status PIC X(02) VALUE "00".
         05 shared-score-status PIC X(02) VALUE "00".
         05 champions-status PIC X(02) VALUE "00".
         05 tournament-status PIC X(02) VALUE "00".
         05 league-status PIC X(02) VALUE "00".
         05 daily-board-status PIC X(02) VALUE "00".
         05 speedrun-status PIC X(02) VALUE "00".
         05 challenge-status PIC X(02) VALUE "00".
         05 campaign-status PIC X(02) VALUE "00".
         05 session-log-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 mod-journal-status PIC X(02) VALUE "00".
         05 dossier-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(60).
         05 ds-arg-1 PIC X(06) VALUE SPACES.
         05 ds-arg-2 PIC X(06) VALUE SPACES.
         05 ds-arg-3 PIC X(06) VALUE SPACES.
         05 ds-initials PIC X(03) VALUE SPACES.
         05 ds-pin-arg PIC X(04) VALUE SPACES.
         05 ds-who PIC X(06) VALUE SPACES.
         05 ds-report-name PIC X(20) VALUE SPACES.
         05 ds-eof PIC 9 VALUE 0.
         05 ds-bad PIC 9 VALUE 0.
         05 ds-refused PIC 9 VALUE 0.
         05 ds-staff-ok PIC 9 VALUE 1.
         05 ds-staff-rows PIC 9(03) VALUE 0.
         05 ds-profile-found PIC 9 VALUE 0.
         05 ds-rows PIC 9(05) VALUE 0.
         05 ds-ptr PIC 9(03).
         05 ds-total PIC 9(06) VALUE 0.
         05 ds-now PIC X(14).
         05 ds-line PIC X(100).
         05 ds-jline PIC X(70).
         05 ds-prize-name PIC X(16).
         05 ds-board-name PIC X(06).
         05 ds-band-rank PIC 9(02).
         05 ds-edit-1 PIC ZZZZZ9.
         05 ds-edit-2 PIC ZZZZZ9.
         05 ds-edit-3 PIC ZZZZZ9.
         05 ds-time-edit PIC ZZZZ9.99.
         05 ds-total-edit PIC ZZZZZ9.
      * Profile scratch, kept past the CLOSE for the report.
         05 ds-plays PIC 9(06) VALUE 0.
         05 ds-wins PIC 9(06) VALUE 0.
         05 ds-best-score PIC 9(06) VALUE 0.
         05 ds-best-time PIC 9(05)V9(02) VALUE 0.
         05 ds-difficulty PIC 9(01) VALUE 0.
         05 ds-wallet PIC 9(04) VALUE 0.
         05 ds-pin PIC 9(04) VALUE 0.
         05 ds-limit-mins PIC 9(03) VALUE 0.
         05 ds-used-date PIC X(08) VALUE SPACES.
         05 ds-used-mins PIC 9(03) VALUE 0.
      * Session-log run header, parsed at the same offsets
      * RETENTION-REPORT uses; wave lines carry no tag.
         05 SL-WORK PIC X(96).
         05 SL-PARSED REDEFINES SL-WORK.
           10 FILLER PIC X(70).
           10 sl-date PIC X(08).
           10 FILLER PIC X(07).
           10 sl-who PIC X(03).
           10 sl-plus PIC X(01).
           10 sl-who-2 PIC X(03).
           10 FILLER PIC X(04).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-READ-ARGS THRU 1000-EXIT
         IF ds-bad EQUAL TO 1 THEN
           DISPLAY "Usage: dossier <initials> [who] [pin]"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 0100-CHECK-STAFF THRU 0100-EXIT
         IF ds-staff-ok EQUAL TO 0 THEN
           DISPLAY "Not an active staff ID: " ds-who UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 1500-READ-PROFILE THRU 1500-EXIT
         IF ds-refused EQUAL TO 1 THEN
           DISPLAY "Profile " ds-initials " is PIN-protected:"
             " the player's PIN is needed" UPON SYSERR
           PERFORM 8000-JOURNAL
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         OPEN OUTPUT DOSSIER-REPORT-FILE
         IF dossier-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write " ds-report-name UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 2000-REPORT-HEADER
         PERFORM 2100-REPORT-PROFILE
         PERFORM 3000-REPORT-ACHIEVEMENTS THRU 3000-EXIT
         PERFORM 7000-CLOSE-SECTION
         PERFORM 3100-REPORT-TICKETS THRU 3100-EXIT
         PERFORM 7000-CLOSE-SECTION
         PERFORM 3200-REPORT-LOCAL-BOARDS THRU 3200-EXIT
         PERFORM 7000-CLOSE-SECTION
         PERFORM 3300-REPORT-SHARED-BOARD THRU 3300-EXIT
         PERFORM 7000-CLOSE-SECTION
         PERFORM 3400-REPORT-CHAMPIONS THRU 3400-EXIT
         PERFORM 7000-CLOSE-SECTION
         PERFORM 3500-REPORT-TOURNAMENT THRU 3500-EXIT
         PERFORM 7000-CLOSE-SECTION
         PERFORM 3600-REPORT-LEAGUE THRU 3600-EXIT
         PERFORM 7000-CLOSE-SECTION
         PERFORM 3700-REPORT-DAILY THRU 3700-EXIT
         PERFORM 7000-CLOSE-SECTION
         PERFORM 3800-REPORT-SPEEDRUN THRU 3800-EXIT
         PERFORM 7000-CLOSE-SECTION
         PERFORM 3900-REPORT-CHALLENGES THRU 3900-EXIT
         PERFORM 7000-CLOSE-SECTION
         PERFORM 4000-REPORT-CAMPAIGNS THRU 4000-EXIT
         PERFORM 7000-CLOSE-SECTION
         PERFORM 4100-REPORT-SESSION-LOG THRU 4100-EXIT
         PERFORM 7000-CLOSE-SECTION
         MOVE ALL "-" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE ds-total TO ds-total-edit
         MOVE SPACES TO ds-line
         STRING "Records held: " FUNCTION TRIM(ds-total-edit)
           DELIMITED BY SIZE INTO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         CLOSE DOSSIER-REPORT-FILE
         PERFORM 8000-JOURNAL
         DISPLAY "Dossier for " ds-initials " written to "
           FUNCTION TRIM(ds-report-name) " ("
           FUNCTION TRIM(ds-total-edit) " records)"
         PERFORM 9910-RUNLOG-END
         GOBACK.

       0100-CHECK-STAFF.
         MOVE 1 TO ds-staff-ok
         MOVE 0 TO ds-staff-rows
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 0100-EXIT
         END-IF
         MOVE 0 TO ds-staff-ok
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO ds-staff-rows
               IF st-id EQUAL TO ds-who(1:4)
                  AND ds-who(5:2) EQUAL TO SPACES
                  AND st-active EQUAL TO "Y" THEN
                 MOVE 1 TO ds-staff-ok
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF ds-staff-rows EQUAL TO 0 THEN
           MOVE 1 TO ds-staff-ok
         END-IF.
       0100-EXIT.
         EXIT.

       1000-READ-ARGS.
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO ds-arg-1 ds-arg-2 ds-arg-3
         END-UNSTRING
         IF ds-arg-1 EQUAL TO SPACES
            OR ds-arg-1(4:3) NOT EQUAL TO SPACES THEN
           MOVE 1 TO ds-bad
           GO TO 1000-EXIT
         END-IF
         MOVE ds-arg-1(1:3) TO ds-initials
         MOVE ds-arg-2 TO ds-who
         MOVE ds-arg-3(1:4) TO ds-pin-arg
         IF ds-who EQUAL TO SPACES THEN
           MOVE "OP" TO ds-who
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:14) TO ds-now
         STRING "DOSSIER-" ds-initials ".TXT"
           DELIMITED BY SIZE INTO ds-report-name.
       1000-EXIT.
         EXIT.

      * No profile is not a refusal: tickets, boards and logs can
      * still hold the tag. A PIN on file must be matched.
       1500-READ-PROFILE.
         OPEN INPUT PLAYER-PROFILES-IDX-FILE
         IF profile-status NOT EQUAL TO "00" THEN
           GO TO 1500-EXIT
         END-IF
         MOVE ds-initials TO ppx-initials
         READ PLAYER-PROFILES-IDX-FILE
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             ADD 1 TO runlog-read
             MOVE 1 TO ds-profile-found
             MOVE ppx-plays TO ds-plays
             MOVE ppx-wins TO ds-wins
             MOVE ppx-best-score TO ds-best-score
             MOVE ppx-best-time TO ds-best-time
             MOVE ppx-difficulty TO ds-difficulty
             MOVE ppx-wallet TO ds-wallet
             IF ppx-pin IS NUMERIC THEN
               MOVE ppx-pin TO ds-pin
             END-IF
             IF ppx-limit-mins IS NUMERIC THEN
               MOVE ppx-limit-mins TO ds-limit-mins
               MOVE ppx-used-date TO ds-used-date
               MOVE ppx-used-mins TO ds-used-mins
             END-IF
         END-READ
         CLOSE PLAYER-PROFILES-IDX-FILE
         IF ds-pin GREATER THAN 0
            AND ds-pin-arg NOT EQUAL TO ds-pin THEN
           MOVE 1 TO ds-refused
         END-IF.
       1500-EXIT.
         EXIT.

       2000-REPORT-HEADER.
         MOVE SPACES TO ds-line
         STRING "PLAYER DATA DOSSIER - " ds-initials
           DELIMITED BY SIZE INTO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE SPACES TO ds-line
         STRING "Prepared " ds-now(1:8) " " ds-now(9:6)
           " by " ds-who
           DELIMITED BY SIZE INTO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written.

       2100-REPORT-PROFILE.
         MOVE "PROFILE" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         IF ds-profile-found EQUAL TO 0 THEN
           MOVE "  (no profile held)" TO ds-line
           WRITE DOSSIER-REPORT-RECORD FROM ds-line
           ADD 1 TO runlog-written
         ELSE
           ADD 1 TO ds-total
           MOVE ds-plays TO ds-edit-1
           MOVE ds-wins TO ds-edit-2
           MOVE ds-best-score TO ds-edit-3
           MOVE ds-best-time TO ds-time-edit
           MOVE SPACES TO ds-line
           STRING "  Plays " FUNCTION TRIM(ds-edit-1)
             "  Wins " FUNCTION TRIM(ds-edit-2)
             "  Best score " FUNCTION TRIM(ds-edit-3)
             "  Best time " FUNCTION TRIM(ds-time-edit) "s"
             DELIMITED BY SIZE INTO ds-line
           WRITE DOSSIER-REPORT-RECORD FROM ds-line
           ADD 1 TO runlog-written
           MOVE ds-wallet TO ds-edit-1
           MOVE SPACES TO ds-line
           MOVE 1 TO ds-ptr
           STRING "  Difficulty " ds-difficulty
             "  Wallet " FUNCTION TRIM(ds-edit-1) " credits"
             DELIMITED BY SIZE INTO ds-line
             WITH POINTER ds-ptr
           IF ds-pin GREATER THAN 0 THEN
             STRING "  PIN set" DELIMITED BY SIZE INTO ds-line
               WITH POINTER ds-ptr
           ELSE
             STRING "  No PIN" DELIMITED BY SIZE INTO ds-line
               WITH POINTER ds-ptr
           END-IF
           WRITE DOSSIER-REPORT-RECORD FROM ds-line
           ADD 1 TO runlog-written
           MOVE SPACES TO ds-line
           IF ds-limit-mins GREATER THAN 0 THEN
             MOVE ds-limit-mins TO ds-edit-1
             MOVE ds-used-mins TO ds-edit-2
             STRING "  Daily time limit " FUNCTION TRIM(ds-edit-1)
               " min, " FUNCTION TRIM(ds-edit-2) " used on "
               ds-used-date
               DELIMITED BY SIZE INTO ds-line
           ELSE
             MOVE "  No daily time limit" TO ds-line
           END-IF
           WRITE DOSSIER-REPORT-RECORD FROM ds-line
           ADD 1 TO runlog-written
         END-IF.

      * Every section below is the same pass: read the file, write
      * one line per row carrying the tag, and say so when none do.
       3000-REPORT-ACHIEVEMENTS.
         MOVE "ACHIEVEMENTS" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT ACHIEVEMENT-FILE
         IF achievement-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ ACHIEVEMENT-FILE
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ach-initials EQUAL TO ds-initials THEN
                 ADD 1 TO ds-rows
                 MOVE SPACES TO ds-line
                 STRING "  " ach-name "  earned " ach-date
                   " " ach-stamp
                   DELIMITED BY SIZE INTO ds-line
                 WRITE DOSSIER-REPORT-RECORD FROM ds-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE ACHIEVEMENT-FILE.
       3000-EXIT.
         EXIT.

       3100-REPORT-TICKETS.
         MOVE "TICKETS AND PRIZES" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           GO TO 3100-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ TICKET-REGISTER-FILE
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-initials EQUAL TO ds-initials THEN
                 ADD 1 TO ds-rows
                 PERFORM 3150-WRITE-TICKET-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE.
       3100-EXIT.
         EXIT.

       3150-WRITE-TICKET-LINE.
         MOVE tk-score TO ds-edit-1
         MOVE tk-level TO ds-edit-2
         MOVE SPACES TO ds-line
         MOVE 1 TO ds-ptr
         STRING "  Ticket " tk-number " " tk-date " " tk-time
           " cabinet " tk-cabinet
           " score " FUNCTION TRIM(ds-edit-1)
           " level " FUNCTION TRIM(ds-edit-2)
           DELIMITED BY SIZE INTO ds-line
           WITH POINTER ds-ptr
         IF tk-redeemed EQUAL TO 1 THEN
           EVALUATE tk-prize
             WHEN SPACES
               STRING "  redeemed" DELIMITED BY SIZE INTO ds-line
                 WITH POINTER ds-ptr
             WHEN "TKT "
               STRING "  redeemed toward a prize" DELIMITED BY SIZE
                 INTO ds-line WITH POINTER ds-ptr
             WHEN OTHER
               PERFORM 3160-FIND-PRIZE-NAME
               STRING "  redeemed for " tk-prize " "
                 FUNCTION TRIM(ds-prize-name)
                 DELIMITED BY SIZE INTO ds-line
                 WITH POINTER ds-ptr
           END-EVALUATE
         ELSE
           IF tk-redeemed EQUAL TO 2 THEN
             STRING "  voided " tk-prize DELIMITED BY SIZE
               INTO ds-line WITH POINTER ds-ptr
           ELSE
             STRING "  not redeemed" DELIMITED BY SIZE INTO ds-line
               WITH POINTER ds-ptr
           END-IF
         END-IF
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written.

      * The catalog is small; a prize name is looked up per
      * redeemed ticket rather than held in a table.
       3160-FIND-PRIZE-NAME.
         MOVE SPACES TO ds-prize-name
         OPEN INPUT PRIZE-FILE
         IF prize-status EQUAL TO "00" THEN
           PERFORM UNTIL prize-status NOT EQUAL TO "00"
             READ PRIZE-FILE
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO runlog-read
                 IF pz-code EQUAL TO tk-prize THEN
                   MOVE pz-name TO ds-prize-name
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PRIZE-FILE
         END-IF.

      * Ranks 1-10 are the Easy board, 11-20 Normal, 21-30 Hard.
       3200-REPORT-LOCAL-BOARDS.
         MOVE "HIGH SCORE BOARDS (THIS CABINET)" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT HISCORE-FILE
         IF hiscore-status NOT EQUAL TO "00" THEN
           GO TO 3200-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ HISCORE-FILE NEXT RECORD
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF hs-initials EQUAL TO ds-initials THEN
                 ADD 1 TO ds-rows
                 EVALUATE TRUE
                   WHEN hs-rank LESS OR EQUAL TO 10
                     MOVE "Easy" TO ds-board-name
                     MOVE hs-rank TO ds-band-rank
                   WHEN hs-rank LESS OR EQUAL TO 20
                     MOVE "Normal" TO ds-board-name
                     COMPUTE ds-band-rank = hs-rank - 10
                   WHEN OTHER
                     MOVE "Hard" TO ds-board-name
                     COMPUTE ds-band-rank = hs-rank - 20
                 END-EVALUATE
                 MOVE hs-score TO ds-edit-1
                 MOVE hs-level TO ds-edit-2
                 MOVE SPACES TO ds-line
                 STRING "  " ds-board-name " board rank "
                   ds-band-rank
                   "  score " FUNCTION TRIM(ds-edit-1)
                   " level " FUNCTION TRIM(ds-edit-2)
                   DELIMITED BY SIZE INTO ds-line
                 WRITE DOSSIER-REPORT-RECORD FROM ds-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE HISCORE-FILE.
       3200-EXIT.
         EXIT.

       3300-REPORT-SHARED-BOARD.
         MOVE "HIGH SCORE BOARDS (SHARED LEDGER)" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT SHARED-SCORES-FILE
         IF shared-score-status NOT EQUAL TO "00" THEN
           GO TO 3300-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ SHARED-SCORES-FILE
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ss-initials EQUAL TO ds-initials THEN
                 ADD 1 TO ds-rows
                 MOVE ss-score TO ds-edit-1
                 MOVE ss-level TO ds-edit-2
                 MOVE SPACES TO ds-line
                 STRING "  Cabinet " ss-cabinet-id
                   "  score " FUNCTION TRIM(ds-edit-1)
                   " level " FUNCTION TRIM(ds-edit-2)
                   " difficulty " ss-difficulty
                   "  posted " ss-posted
                   DELIMITED BY SIZE INTO ds-line
                 WRITE DOSSIER-REPORT-RECORD FROM ds-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE SHARED-SCORES-FILE.
       3300-EXIT.
         EXIT.

       3400-REPORT-CHAMPIONS.
         MOVE "MONTHLY CHAMPIONS" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT CHAMPIONS-FILE
         IF champions-status NOT EQUAL TO "00" THEN
           GO TO 3400-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ CHAMPIONS-FILE
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ch-initials EQUAL TO ds-initials THEN
                 ADD 1 TO ds-rows
                 MOVE ch-score TO ds-edit-1
                 MOVE ch-level TO ds-edit-2
                 MOVE SPACES TO ds-line
                 STRING "  Month " ch-month " rank " ch-rank
                   "  score " FUNCTION TRIM(ds-edit-1)
                   " level " FUNCTION TRIM(ds-edit-2)
                   DELIMITED BY SIZE INTO ds-line
                 WRITE DOSSIER-REPORT-RECORD FROM ds-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE CHAMPIONS-FILE.
       3400-EXIT.
         EXIT.

       3500-REPORT-TOURNAMENT.
         MOVE "TOURNAMENT ENTRIES" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT TOURNAMENT-FILE
         IF tournament-status NOT EQUAL TO "00" THEN
           GO TO 3500-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ TOURNAMENT-FILE
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tr-initials EQUAL TO ds-initials THEN
                 ADD 1 TO ds-rows
                 MOVE tr-score TO ds-edit-1
                 MOVE tr-level TO ds-edit-2
                 MOVE SPACES TO ds-line
                 STRING "  " tr-date " " tr-stamp
                   "  score " FUNCTION TRIM(ds-edit-1)
                   " level " FUNCTION TRIM(ds-edit-2)
                   DELIMITED BY SIZE INTO ds-line
                 WRITE DOSSIER-REPORT-RECORD FROM ds-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE TOURNAMENT-FILE.
       3500-EXIT.
         EXIT.

       3600-REPORT-LEAGUE.
         MOVE "LEAGUE STANDING" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT LEAGUE-STANDINGS-FILE
         IF league-status NOT EQUAL TO "00" THEN
           GO TO 3600-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ LEAGUE-STANDINGS-FILE
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF lg-initials EQUAL TO ds-initials THEN
                 ADD 1 TO ds-rows
                 MOVE lg-points TO ds-edit-1
                 MOVE lg-events TO ds-edit-2
                 MOVE lg-best-finish TO ds-edit-3
                 MOVE SPACES TO ds-line
                 STRING "  Points " FUNCTION TRIM(ds-edit-1)
                   "  events " FUNCTION TRIM(ds-edit-2)
                   "  best finish " FUNCTION TRIM(ds-edit-3)
                   DELIMITED BY SIZE INTO ds-line
                 WRITE DOSSIER-REPORT-RECORD FROM ds-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE LEAGUE-STANDINGS-FILE.
       3600-EXIT.
         EXIT.

       3700-REPORT-DAILY.
         MOVE "DAILY BOARD ENTRIES" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT DAILY-BOARD-FILE
         IF daily-board-status NOT EQUAL TO "00" THEN
           GO TO 3700-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ DAILY-BOARD-FILE
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF dbr-initials EQUAL TO ds-initials THEN
                 ADD 1 TO ds-rows
                 MOVE dbr-score TO ds-edit-1
                 MOVE SPACES TO ds-line
                 STRING "  " dbr-date
                   "  score " FUNCTION TRIM(ds-edit-1)
                   DELIMITED BY SIZE INTO ds-line
                 WRITE DOSSIER-REPORT-RECORD FROM ds-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE DAILY-BOARD-FILE.
       3700-EXIT.
         EXIT.

       3800-REPORT-SPEEDRUN.
         MOVE "SPEEDRUN ENTRIES" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT SPEEDRUN-FILE
         IF speedrun-status NOT EQUAL TO "00" THEN
           GO TO 3800-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ SPEEDRUN-FILE
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF sb-initials EQUAL TO ds-initials THEN
                 ADD 1 TO ds-rows
                 MOVE sb-total TO ds-time-edit
                 MOVE SPACES TO ds-line
                 STRING "  " sb-date
                   "  total " FUNCTION TRIM(ds-time-edit) "s"
                   DELIMITED BY SIZE INTO ds-line
                 WRITE DOSSIER-REPORT-RECORD FROM ds-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE SPEEDRUN-FILE.
       3800-EXIT.
         EXIT.

      * A challenge belongs to both ends: the thrower and the
      * rival it was aimed at.
       3900-REPORT-CHALLENGES.
         MOVE "CHALLENGES" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT CHALLENGES-FILE
         IF challenge-status NOT EQUAL TO "00" THEN
           GO TO 3900-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ CHALLENGES-FILE
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF chl-from EQUAL TO ds-initials
                  OR chl-to EQUAL TO ds-initials THEN
                 ADD 1 TO ds-rows
                 MOVE chl-target TO ds-edit-1
                 MOVE chl-result TO ds-edit-2
                 MOVE SPACES TO ds-line
                 STRING "  " chl-date " " chl-from " to " chl-to
                   "  target " FUNCTION TRIM(ds-edit-1)
                   "  state " chl-state
                   "  result " FUNCTION TRIM(ds-edit-2)
                   DELIMITED BY SIZE INTO ds-line
                 WRITE DOSSIER-REPORT-RECORD FROM ds-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE CHALLENGES-FILE.
       3900-EXIT.
         EXIT.

       4000-REPORT-CAMPAIGNS.
         MOVE "CAMPAIGN PROGRESS" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT CAMPAIGN-PROGRESS-FILE
         IF campaign-status NOT EQUAL TO "00" THEN
           GO TO 4000-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           READ CAMPAIGN-PROGRESS-FILE
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cpr-initials EQUAL TO ds-initials THEN
                 ADD 1 TO ds-rows
                 MOVE cpr-step TO ds-edit-1
                 MOVE cpr-score TO ds-edit-2
                 MOVE SPACES TO ds-line
                 MOVE 1 TO ds-ptr
                 STRING "  " cpr-playlist
                   "  step " FUNCTION TRIM(ds-edit-1)
                   "  score " FUNCTION TRIM(ds-edit-2)
                   DELIMITED BY SIZE INTO ds-line
                   WITH POINTER ds-ptr
                 IF cpr-done EQUAL TO 1 THEN
                   STRING "  completed" DELIMITED BY SIZE
                     INTO ds-line WITH POINTER ds-ptr
                 END-IF
                 WRITE DOSSIER-REPORT-RECORD FROM ds-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE CAMPAIGN-PROGRESS-FILE.
       4000-EXIT.
         EXIT.

      * Run headers go out as logged; a co-op run counts for the
      * second tag too.
       4100-REPORT-SESSION-LOG.
         MOVE "SESSION-LOG RUNS" TO ds-line
         WRITE DOSSIER-REPORT-RECORD FROM ds-line
         ADD 1 TO runlog-written
         MOVE 0 TO ds-rows
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           GO TO 4100-EXIT
         END-IF
         MOVE 0 TO ds-eof
         PERFORM UNTIL ds-eof EQUAL TO 1
           MOVE SPACES TO SL-WORK
           READ SESSION-LOG-FILE INTO SL-WORK
             AT END
               MOVE 1 TO ds-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF SL-WORK(1:6) EQUAL TO "start="
                  AND (sl-who EQUAL TO ds-initials
                       OR (sl-plus EQUAL TO "+"
                           AND sl-who-2 EQUAL TO ds-initials))
                   THEN
                 ADD 1 TO ds-rows
                 MOVE SPACES TO ds-line
                 STRING "  " SL-WORK
                   DELIMITED BY SIZE INTO ds-line
                 WRITE DOSSIER-REPORT-RECORD FROM ds-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE.
       4100-EXIT.
         EXIT.

       7000-CLOSE-SECTION.
         IF ds-rows EQUAL TO 0 THEN
           MOVE "  (none)" TO ds-line
           WRITE DOSSIER-REPORT-RECORD FROM ds-line
           ADD 1 TO runlog-written
         END-IF
         ADD ds-rows TO ds-total.

      * Same line shape as IDENT-MAINT's, so the action sits at
      * column 35 where the period-close parser looks for it.
       8000-JOURNAL.
         OPEN EXTEND MOD-JOURNAL-FILE
         IF mod-journal-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT MOD-JOURNAL-FILE
         END-IF
         MOVE SPACES TO ds-jline
         IF ds-refused EQUAL TO 1 THEN
           STRING ds-now(1:8) "-" ds-now(9:6)
             " who=" ds-who
             " action=" "DOSSIER "
             " " ds-initials " refused: PIN"
             DELIMITED BY SIZE INTO ds-jline
         ELSE
           MOVE ds-total TO ds-total-edit
           STRING ds-now(1:8) "-" ds-now(9:6)
             " who=" ds-who
             " action=" "DOSSIER "
             " " ds-initials " records="
             FUNCTION TRIM(ds-total-edit)
             DELIMITED BY SIZE INTO ds-jline
         END-IF
         WRITE MOD-JOURNAL-RECORD FROM ds-jline
         ADD 1 TO runlog-written
         CLOSE MOD-JOURNAL-FILE.

       9900-RUNLOG-START.
         MOVE "DOSSIER" TO runlog-program
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
       END PROGRAM DOSSIER.

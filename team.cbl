      * Compile and run on Windows:
      * cobc -xj team.cbl batch-runlog.cbl report-archive.cbl
      * Relay teams. A team is registered here under its name with
      * a roster of two to four sets of initials; the cabinet then
      * offers the registered teams on F7 and files every finished
      * relay to TEAM-BOARD.DAT:
      *   team ADD <name> <initials> <initials> [<initials> ...]
      *     the name is one word of up to 12 characters and must
      *     not be registered already; the roster is the running
      *     order, member 1 playing the first leg
      *   team DROP <name>
      *     removes the team; its filed relays stay on the board
      *   team SHOW
      *     every team, its roster and its best relay, to TEAMS.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TEAMS-FILE ASSIGN TO "TEAMS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS teams-status.
         SELECT TEAM-BOARD-FILE ASSIGN TO "TEAM-BOARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS team-board-status.
         SELECT TEAMS-REPORT-FILE ASSIGN TO "TEAMS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS teams-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD TEAMS-FILE.
         COPY team-record.
       FD TEAM-BOARD-FILE.
         COPY team-board-record.
       FD TEAMS-REPORT-FILE.
         01 TEAMS-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 team-batch-data.
         05 teams-status PIC X(02) VALUE "00".
         05 team-board-status PIC X(02) VALUE "00".
         05 teams-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(120).
         05 tm-ptr PIC 9(03).
         05 tm-verb PIC X(08) VALUE SPACES.
         05 tm-eof PIC 9 VALUE 0.
         05 tm-i PIC 9(02).
         05 tm-j PIC 9(02).
         05 tm-found PIC 9(02).
         05 tm-today PIC X(08).
         05 tm-line PIC X(80).
         05 tm-edit PIC Z9.
         05 tm-edit-2 PIC ZZZZZ9.
         05 tm-edit-3 PIC ZZ9.
      * The name as typed: a thirteenth character means too long.
         05 tm-name-arg PIC X(13) VALUE SPACES.
         05 tm-new-name PIC X(12) VALUE SPACES.
         78 MAX-MEMBERS VALUE 4.
         05 tm-member-count PIC 9(01) VALUE 0.
         05 tm-args.
           10 tm-arg OCCURS MAX-MEMBERS TIMES PIC X(04).
         05 tm-new-roster.
           10 tm-new-member OCCURS MAX-MEMBERS TIMES PIC X(03).
      * Same ceiling as the cabinet's team table.
         78 MAX-TEAMS VALUE 20.
         05 tm-team-count PIC 9(02) VALUE 0.
         05 tm-table.
           10 tm-row OCCURS MAX-TEAMS TIMES.
             15 tmr-name PIC X(12).
             15 tmr-size PIC 9(01).
             15 tmr-member PIC X(03) OCCURS MAX-MEMBERS TIMES.
             15 tmr-date PIC X(08).
             15 tmr-best PIC 9(06).
             15 tmr-waves PIC 9(03).
             15 tmr-relays PIC 9(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE 1 TO tm-ptr
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO tm-verb
           WITH POINTER tm-ptr
         END-UNSTRING
         MOVE FUNCTION CURRENT-DATE(1:8) TO tm-today
         PERFORM 1000-LOAD-TEAMS THRU 1000-EXIT
         EVALUATE tm-verb
           WHEN "ADD     "
             PERFORM 2000-ADD-TEAM THRU 2000-EXIT
           WHEN "DROP    "
             PERFORM 3000-DROP-TEAM THRU 3000-EXIT
           WHEN "SHOW    "
             PERFORM 4000-SHOW-TEAMS THRU 4000-EXIT
           WHEN OTHER
             DISPLAY "Usage: team ADD <name> <initials> <initials> ..."
               UPON SYSERR
             DISPLAY "       team DROP <name>" UPON SYSERR
             DISPLAY "       team SHOW" UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-TEAMS.
         MOVE 0 TO tm-team-count
         OPEN INPUT TEAMS-FILE
         IF teams-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO tm-eof
         PERFORM UNTIL tm-eof EQUAL TO 1
           READ TEAMS-FILE
             AT END
               MOVE 1 TO tm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tm-team-count LESS THAN MAX-TEAMS THEN
                 ADD 1 TO tm-team-count
                 MOVE tm-name TO tmr-name(tm-team-count)
                 MOVE tm-size TO tmr-size(tm-team-count)
                 PERFORM VARYING tm-j FROM 1 BY 1
                 UNTIL tm-j > MAX-MEMBERS
                   MOVE tm-member(tm-j) TO
                     tmr-member(tm-team-count, tm-j)
                 END-PERFORM
                 MOVE tm-date TO tmr-date(tm-team-count)
                 MOVE 0 TO tmr-best(tm-team-count)
                 MOVE 0 TO tmr-waves(tm-team-count)
                 MOVE 0 TO tmr-relays(tm-team-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE TEAMS-FILE.
       1000-EXIT.
         EXIT.

       1100-SAVE-TEAMS.
         OPEN OUTPUT TEAMS-FILE
         IF teams-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write TEAMS.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         PERFORM VARYING tm-i FROM 1 BY 1
         UNTIL tm-i > tm-team-count
           MOVE tmr-name(tm-i) TO tm-name
           MOVE tmr-size(tm-i) TO tm-size
           PERFORM VARYING tm-j FROM 1 BY 1
           UNTIL tm-j > MAX-MEMBERS
             MOVE tmr-member(tm-i, tm-j) TO tm-member(tm-j)
           END-PERFORM
           MOVE tmr-date(tm-i) TO tm-date
           WRITE TEAM-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE TEAMS-FILE.

      * Names are kept upper case, so a team is found whichever way
      * its name is typed.
       1200-FIND-TEAM.
         MOVE 0 TO tm-found
         PERFORM VARYING tm-i FROM 1 BY 1
         UNTIL tm-i > tm-team-count
           IF tmr-name(tm-i) EQUAL TO tm-new-name THEN
             MOVE tm-i TO tm-found
           END-IF
         END-PERFORM.

       1300-TAKE-NAME.
         MOVE SPACES TO tm-name-arg
         MOVE SPACES TO tm-new-name
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO tm-name-arg
           WITH POINTER tm-ptr
         END-UNSTRING
         MOVE FUNCTION UPPER-CASE(tm-name-arg(1:12)) TO tm-new-name.

       2000-ADD-TEAM.
         PERFORM 1300-TAKE-NAME
         IF tm-new-name EQUAL TO SPACES
            OR tm-name-arg(13:1) NOT EQUAL TO SPACE THEN
           DISPLAY "Team name must be one word of 1 to 12 characters"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         PERFORM 1200-FIND-TEAM
         IF tm-found GREATER THAN 0 THEN
           DISPLAY "Team already registered: "
             FUNCTION TRIM(tm-new-name) UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         IF tm-team-count NOT LESS THAN MAX-TEAMS THEN
           DISPLAY "At most " MAX-TEAMS " teams - DROP one first"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE SPACES TO tm-args
         IF tm-ptr LESS THAN 120 THEN
           UNSTRING command-line-args DELIMITED BY ALL SPACE
             INTO tm-arg(1) tm-arg(2) tm-arg(3) tm-arg(4)
             WITH POINTER tm-ptr
           END-UNSTRING
         END-IF
         IF tm-ptr LESS THAN 120
            AND command-line-args(tm-ptr:) NOT EQUAL TO SPACES THEN
           DISPLAY "At most " MAX-MEMBERS " members" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO tm-member-count
         MOVE SPACES TO tm-new-roster
         PERFORM VARYING tm-i FROM 1 BY 1
         UNTIL tm-i > MAX-MEMBERS
           IF tm-arg(tm-i) NOT EQUAL TO SPACES THEN
             IF tm-arg(tm-i)(4:1) NOT EQUAL TO SPACE
                OR tm-arg(tm-i)(3:1) EQUAL TO SPACE
                OR tm-arg(tm-i)(1:3) EQUAL TO "---" THEN
               DISPLAY "Bad initials: " tm-arg(tm-i) UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
             END-IF
             ADD 1 TO tm-member-count
             MOVE FUNCTION UPPER-CASE(tm-arg(tm-i)(1:3))
               TO tm-new-member(tm-member-count)
           END-IF
         END-PERFORM
         IF tm-member-count LESS THAN 2 THEN
           DISPLAY "A team needs at least 2 members" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         PERFORM VARYING tm-i FROM 1 BY 1
         UNTIL tm-i > tm-member-count
           PERFORM VARYING tm-j FROM 1 BY 1
           UNTIL tm-j > tm-member-count
             IF tm-j NOT EQUAL TO tm-i
                AND tm-new-member(tm-j) EQUAL TO tm-new-member(tm-i)
             THEN
               DISPLAY "Entered twice: " tm-new-member(tm-i)
                 UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
             END-IF
           END-PERFORM
         END-PERFORM
         ADD 1 TO tm-team-count
         MOVE tm-new-name TO tmr-name(tm-team-count)
         MOVE tm-member-count TO tmr-size(tm-team-count)
         PERFORM VARYING tm-j FROM 1 BY 1
         UNTIL tm-j > MAX-MEMBERS
           MOVE tm-new-member(tm-j) TO tmr-member(tm-team-count, tm-j)
         END-PERFORM
         MOVE tm-today TO tmr-date(tm-team-count)
         PERFORM 1100-SAVE-TEAMS
         MOVE tm-member-count TO tm-edit
         DISPLAY "Team " FUNCTION TRIM(tm-new-name) " registered: "
           FUNCTION TRIM(tm-edit) " members".
       2000-EXIT.
         EXIT.

       3000-DROP-TEAM.
         PERFORM 1300-TAKE-NAME
         PERFORM 1200-FIND-TEAM
         IF tm-new-name EQUAL TO SPACES OR tm-found EQUAL TO 0 THEN
           DISPLAY "No such team: " FUNCTION TRIM(tm-new-name)
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         PERFORM VARYING tm-i FROM tm-found BY 1
         UNTIL tm-i NOT LESS THAN tm-team-count
           MOVE tm-row(tm-i + 1) TO tm-row(tm-i)
         END-PERFORM
         SUBTRACT 1 FROM tm-team-count
         PERFORM 1100-SAVE-TEAMS
         DISPLAY "Team " FUNCTION TRIM(tm-new-name) " dropped".
       3000-EXIT.
         EXIT.

       4000-SHOW-TEAMS.
         IF tm-team-count EQUAL TO 0 THEN
           DISPLAY "No teams on TEAMS.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         PERFORM 4100-LOAD-BOARD THRU 4100-EXIT
         PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
         MOVE tm-team-count TO tm-edit
         DISPLAY FUNCTION TRIM(tm-edit)
           " teams written to TEAMS.RPT".
       4000-EXIT.
         EXIT.

      * The board is kept best first, so the first line met for a
      * team is its best relay; the rest are only counted.
       4100-LOAD-BOARD.
         OPEN INPUT TEAM-BOARD-FILE
         IF team-board-status NOT EQUAL TO "00" THEN
           GO TO 4100-EXIT
         END-IF
         MOVE 0 TO tm-eof
         PERFORM UNTIL tm-eof EQUAL TO 1
           READ TEAM-BOARD-FILE
             AT END
               MOVE 1 TO tm-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE tb-name TO tm-new-name
               PERFORM 1200-FIND-TEAM
               IF tm-found GREATER THAN 0
                  AND tb-score IS NUMERIC
                  AND tb-waves IS NUMERIC THEN
                 IF tmr-relays(tm-found) EQUAL TO 0 THEN
                   MOVE tb-score TO tmr-best(tm-found)
                   MOVE tb-waves TO tmr-waves(tm-found)
                 END-IF
                 ADD 1 TO tmr-relays(tm-found)
               END-IF
           END-READ
         END-PERFORM
         CLOSE TEAM-BOARD-FILE.
       4100-EXIT.
         EXIT.

       6000-WRITE-REPORT.
         OPEN OUTPUT TEAMS-REPORT-FILE
         IF teams-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write TEAMS.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6000-EXIT
         END-IF
         MOVE SPACES TO tm-line
         STRING "RELAY TEAMS  (printed " tm-today ")"
           DELIMITED BY SIZE INTO tm-line
         WRITE TEAMS-REPORT-RECORD FROM tm-line
         ADD 1 TO runlog-written
         MOVE SPACES TO TEAMS-REPORT-RECORD
         WRITE TEAMS-REPORT-RECORD
         ADD 1 TO runlog-written
         MOVE "Team          Roster           Registered   Best  Waves"
           TO tm-line
         WRITE TEAMS-REPORT-RECORD FROM tm-line
         ADD 1 TO runlog-written
         PERFORM VARYING tm-i FROM 1 BY 1
         UNTIL tm-i > tm-team-count
           MOVE SPACES TO tm-line
           MOVE tmr-name(tm-i) TO tm-line(1:12)
           STRING tmr-member(tm-i, 1) " " tmr-member(tm-i, 2) " "
             tmr-member(tm-i, 3) " " tmr-member(tm-i, 4)
             DELIMITED BY SIZE INTO tm-line(15:15)
           MOVE tmr-date(tm-i) TO tm-line(32:8)
           IF tmr-relays(tm-i) EQUAL TO 0 THEN
             MOVE "(no relay yet)" TO tm-line(44:14)
           ELSE
             MOVE tmr-best(tm-i) TO tm-edit-2
             MOVE tmr-waves(tm-i) TO tm-edit-3
             STRING tm-edit-2 "  " tm-edit-3
               DELIMITED BY SIZE INTO tm-line(43:)
           END-IF
           WRITE TEAMS-REPORT-RECORD FROM tm-line
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE TEAMS-REPORT-FILE
         MOVE "TEAMS.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT.
       6000-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "TEAM" TO rptarc-program
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
         MOVE "TEAM" TO runlog-program
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
       END PROGRAM TEAM.

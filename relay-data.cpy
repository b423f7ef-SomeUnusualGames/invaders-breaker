       01 relay-data.
      * Team relay: TEAM (the back-office tool) registers a named
      * roster of two to four sets of initials in TEAMS.DAT; F7 on
      * the idle screen steps through the teams to arm one. The
      * roster then plays the LEVELS.DAT ladder one wave each, in
      * running order, on one score and one pool of lives - a leg
      * that clears its wave hands the pool on, and the relay ends
      * when the pool runs dry. Every leg's wave, time, score and
      * lives lost are kept; each member's profile is credited
      * with their own legs; the team files to TEAM-BOARD.DAT and
      * the relay sheet prints on the ticket spool.
         78 MAX-RELAY-TEAMS VALUE 20.
         78 MAX-RELAY-LEGS VALUE 99.
         78 MAX-TEAM-BOARD VALUE 10.
      * Each member past the first brings this many lives to the
      * pool, on top of the one player's START-LIVES.
         78 RELAY-LIVES-PER-MEMBER VALUE 2.
         05 teams-status PIC X(02) VALUE "00".
         05 team-board-status PIC X(02) VALUE "00".
         05 relay-key PIC 9.
         05 relay-mode PIC 9 VALUE 0.
      * 0 armed, no leg played yet; 1 under way; 2 filed at the
      * end of the leg that ran the pool dry, stood down once that
      * leg's bookkeeping is through.
         05 relay-running PIC 9 VALUE 0.
         05 relay-sel PIC 9(02) VALUE 0.
         05 team-count PIC 9(02) VALUE 0.
         05 team-i PIC 9(02).
         05 team-table.
           10 team-row OCCURS MAX-RELAY-TEAMS TIMES.
             15 tmt-name PIC X(12).
             15 tmt-size PIC 9(01).
             15 tmt-member PIC X(03) OCCURS 4 TIMES.
      * The armed team's roster, copied off the table so a reload
      * of TEAMS.DAT mid-relay cannot change who runs.
         05 relay-name PIC X(12) VALUE SPACES.
         05 relay-size PIC 9(01) VALUE 0.
         05 relay-roster-table.
           10 relay-roster OCCURS 4 TIMES.
             15 relay-member PIC X(03).
             15 relay-member-score PIC 9(06).
             15 relay-member-legs PIC 9(03).
         05 relay-turn PIC 9 VALUE 1.
         05 relay-lives PIC 9 VALUE 0.
         05 relay-leg-base PIC 9(06) VALUE 0.
         05 relay-leg-score PIC 9(06).
         05 relay-leg-secs PIC 9(05).
         05 relay-leg-lost PIC 9.
         05 relay-save-score PIC 9(06).
         05 relay-team-score PIC 9(06) VALUE 0.
         05 relay-waves PIC 9(03) VALUE 0.
         05 relay-leg-count PIC 9(03) VALUE 0.
         05 relay-leg-table.
           10 relay-leg OCCURS MAX-RELAY-LEGS TIMES.
             15 rlg-member PIC X(03).
             15 rlg-wave PIC 9(03).
             15 rlg-secs PIC 9(05).
             15 rlg-score PIC 9(06).
             15 rlg-lost PIC 9.
             15 rlg-cleared PIC 9.
         05 relay-rank PIC 9(02) VALUE 0.
         05 relay-insert-pos PIC 9(02).
         05 relay-k PIC 9(03).
         05 relay-m PIC 9.
         05 relay-line PIC X(60).
         05 relay-y PIC 9(03).
         05 relay-edit PIC ZZZZZ9.
         05 relay-edit-2 PIC ZZZZZ9.
         05 relay-wave-edit PIC ZZ9.
         05 relay-secs-edit PIC ZZZZ9.
         05 relay-rank-edit PIC Z9.
         05 relay-leg-edit PIC ZZ9.
         05 team-board-count PIC 9(02) VALUE 0.
         05 team-board-table.
           10 tbt-row OCCURS MAX-TEAM-BOARD TIMES.
             15 tbt-name PIC X(12).
             15 tbt-size PIC 9(01).
             15 tbt-roster OCCURS 4 TIMES.
               20 tbt-member PIC X(03).
               20 tbt-member-score PIC 9(06).
             15 tbt-score PIC 9(06).
             15 tbt-waves PIC 9(03).
             15 tbt-date PIC X(08).

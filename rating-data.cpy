       01 rating-data.
      * Player skill ratings: RATINGS (the nightly back-office step)
      * rates every head-to-head result - versus matches, linked
      * races, settled challenge gauntlets - into PLAYER-RATINGS.DAT
      * by initials; the idle screen's leaderboard rotation shows
      * the top of the established players.
         78 MAX-RATED-PLAYERS VALUE 500.
         78 RATING-START VALUE 1500.
         78 RATING-PROVISIONAL-GAMES VALUE 10.
         05 rating-status PIC X(02) VALUE "00".
         05 rt-i PIC 9(03).
         05 rt-count PIC 9(03) VALUE 0.
         05 rt-eof PIC 9.
         05 rt-line PIC X(44).
         05 rt-y PIC 9(03).
         05 rt-rank-edit PIC Z9.
         05 rt-edit PIC ZZZ9.
         05 rt-edit-2 PIC ZZZZ9.
         05 rating-table.
           10 rt-entry OCCURS MAX-RATED-PLAYERS TIMES.
             15 rtt-initials PIC X(03).
             15 rtt-rating PIC 9(04).
             15 rtt-games PIC 9(05).
             15 rtt-wins PIC 9(05).
             15 rtt-losses PIC 9(05).
             15 rtt-draws PIC 9(05).
             15 rtt-last-date PIC X(08).

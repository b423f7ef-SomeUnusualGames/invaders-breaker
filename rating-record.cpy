       01 PLAYER-RATING-RECORD.
      * One player per line, kept in rating order (highest first)
      * so the idle screen's rating page can draw the file top-down
      * as-is. Games counts every rated result the player has had;
      * under RATING-PROVISIONAL-GAMES the rating is provisional.
         05 rt-initials PIC X(03).
         05 rt-rating PIC 9(04).
         05 rt-games PIC 9(05).
         05 rt-wins PIC 9(05).
         05 rt-losses PIC 9(05).
         05 rt-draws PIC 9(05).
         05 rt-last-date PIC X(08).

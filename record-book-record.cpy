       01 RECORD-BOOK-RECORD.
      * One line per record category, kept in book order so the
      * idle screen's records page can draw the file top-down:
      *   SCORE    highest score, rbk-param the difficulty
      *   FULLGAME fastest full game (the speedrun record)
      *   COMBO    highest combo in one run
      *   DAYPLAYS most runs by one set of initials in a day
      *   COOPRUN  longest co-op run, holder "AAA+BBB"
      *   CLEAR    fastest clear, rbk-param the wave number
      * Values are points, seconds or a count as the category
      * reads; FULLGAME and CLEAR are held lowest-is-best.
         05 rbk-category PIC X(08).
         05 rbk-param PIC X(03).
         05 rbk-holder PIC X(07).
         05 rbk-value PIC 9(07)V9(02).
         05 rbk-date PIC X(08).
         05 rbk-cabinet PIC X(06).

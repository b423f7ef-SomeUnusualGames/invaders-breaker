       01 PUZZLE-STARS-RECORD.
      * One row per initials and puzzle wave: the best rating earned
      * on it (1 to 3 stars), the fewest launches it was cleared in
      * and the day that best was set.
         05 pzr-initials PIC X(03).
         05 pzr-level PIC 9(03).
         05 pzr-stars PIC 9(01).
         05 pzr-launches PIC 9(01).
         05 pzr-date PIC X(08).

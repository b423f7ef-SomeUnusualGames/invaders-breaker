       01 puzzle-data.
      * Puzzle waves: a LEVELS.DAT layout saved from the editor with
      * a launch budget is a puzzle. F6 on the idle screen steps
      * through them in level order; the wave plays with its budget
      * as its lives - the serve is the first launch and every
      * relaunch after a miss another - and no extra lives. A clear
      * at par or under earns three stars, one launch over par two,
      * and any other clear within the budget one. The best rating
      * per initials and wave is kept on PUZZLE-STARS.DAT; puzzle
      * runs never meet the score boards.
         78 MAX-PUZZLES VALUE 50.
         78 MAX-PUZZLE-STARS VALUE 500.
         05 puzzle-stars-status PIC X(02) VALUE "00".
         05 puzzle-sel PIC 9(02) VALUE 0.
         05 puzzle-key PIC 9.
         05 puzzle-count PIC 9(02) VALUE 0.
         05 puzzle-i PIC 9(03).
         05 puzzle-j PIC 9(03).
         05 puzzle-pos PIC 9(03).
         05 puzzle-eof PIC 9 VALUE 0.
         05 puzzle-launches PIC 9(01).
         05 puzzle-stars PIC 9(01).
         05 puzzle-earned PIC 9(04).
         05 puzzle-total PIC 9(04).
         05 puzzle-line PIC X(60).
         05 puzzle-y PIC 9(03).
         05 puzzle-level-edit PIC ZZ9.
         05 puzzle-earned-edit PIC ZZZ9.
         05 puzzle-total-edit PIC ZZZ9.
         05 puzzle-star-text PIC X(03).
         05 puzzle-table.
           10 pzw-entry OCCURS MAX-PUZZLES TIMES.
             15 pzw-level PIC 9(03).
             15 pzw-budget PIC 9(01).
             15 pzw-par PIC 9(01).
         05 puzzle-star-count PIC 9(03) VALUE 0.
         05 puzzle-star-table.
           10 pzs-entry OCCURS MAX-PUZZLE-STARS TIMES.
             15 pzs-initials PIC X(03).
             15 pzs-level PIC 9(03).
             15 pzs-stars PIC 9(01).
             15 pzs-launches PIC 9(01).
             15 pzs-date PIC X(08).

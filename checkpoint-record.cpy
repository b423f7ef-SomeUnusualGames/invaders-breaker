      * either changes.
         05 ck-enemy-active PIC 9 OCCURS 75 TIMES.
         05 ck-enemy-hp PIC 9 OCCURS 75 TIMES.
      * An endless run's depth and seed, so the resumed wave is
      * dealt again exactly; zero for any other run, and a
      * checkpoint written before endless runs reads as spaces.
         05 ck-endless-depth PIC 9(03).
         05 ck-endless-seed PIC 9(09).
      * The level-num of a puzzle wave in play, so the resumed wave
      * keeps its launch budget; zero for any other run.
         05 ck-puzzle-level PIC 9(03).
      * The run's ID, so a resumed run files under the ID it
      * started with; spaces on older checkpoints.
         05 ck-run-id PIC X(20).
      * A relay leg in play: the armed team's roster with what each
      * member has put in, whose turn it is, the lives pool and the
      * score the leg started from, and the legs booked so far, so
      * the resumed leg books to its team. relay-running is 1 only
      * for a relay under way; 0 or spaces (older checkpoints) and
      * the resumed run books to no relay. The leg table holds 99
      * rows to match MAX-RELAY-LEGS (relay-data.cpy), for the same
      * reason as the 75 above; keep the two in sync by hand.
         05 ck-relay-running PIC 9(01).
         05 ck-relay-sel PIC 9(02).
         05 ck-relay-name PIC X(12).
         05 ck-relay-size PIC 9(01).
         05 ck-relay-turn PIC 9(01).
         05 ck-relay-lives PIC 9(01).
         05 ck-relay-leg-base PIC 9(06).
         05 ck-relay-waves PIC 9(03).
         05 ck-relay-roster-table.
           10 ck-relay-roster OCCURS 4 TIMES.
             15 ck-relay-member PIC X(03).
             15 ck-relay-member-score PIC 9(06).
             15 ck-relay-member-legs PIC 9(03).
         05 ck-relay-leg-count PIC 9(03).
         05 ck-relay-leg-table.
           10 ck-relay-leg OCCURS 99 TIMES.
             15 ck-rlg-member PIC X(03).
             15 ck-rlg-wave PIC 9(03).
             15 ck-rlg-secs PIC 9(05).
             15 ck-rlg-score PIC 9(06).
             15 ck-rlg-lost PIC 9.
             15 ck-rlg-cleared PIC 9.

       01 TEAM-RECORD.
      * One registered relay team per line, in registration order:
      * its name, how many sets of initials are on the roster (2
      * to 4) and the roster itself in running order - member 1
      * plays the first leg, member 2 the second, and so round.
      * Unused roster places are spaces.
         05 tm-name PIC X(12).
         05 tm-size PIC 9(01).
         05 tm-member PIC X(03) OCCURS 4 TIMES.
         05 tm-date PIC X(08).

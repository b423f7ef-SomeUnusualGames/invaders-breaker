         05 level-pattern PIC X(75).
         05 level-fire-bonus PIC S9(02).
         05 level-movement PIC 9(01).
      * Revision of this layout on LEVEL-REVS.DAT, stamped by the
      * editor at save time. Records written before revisions were
      * kept read back as spaces and count as revision 0.
         05 level-rev PIC 9(03).
      * Puzzle wave: the ball launches the wave allows and the par
      * to clear it in, both set in the editor. A budget of 0 is an
      * ordinary wave; records written before puzzles read back as
      * spaces and count as ordinary waves too.
         05 level-budget PIC 9(01).
         05 level-par PIC 9(01).

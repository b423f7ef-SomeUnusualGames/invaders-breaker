       01 TEAM-BOARD-RECORD.
      * One finished relay per line, kept sorted by team score. The
      * roster rides along with what each member put in over their
      * own legs, and the waves the team cleared between them.
         05 tb-name PIC X(12).
         05 tb-size PIC 9(01).
         05 tb-roster OCCURS 4 TIMES.
           10 tb-member PIC X(03).
           10 tb-member-score PIC 9(06).
         05 tb-score PIC 9(06).
         05 tb-waves PIC 9(03).
         05 tb-date PIC X(08).

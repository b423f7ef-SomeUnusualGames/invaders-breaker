       01 BRACKET-RECORD.
      * One knockout pairing per line, in round then match order.
      * A side not yet known (waiting on an earlier match) is
      * spaces; "---" is a bye. Status P pending, D decided on the
      * cabinet in versus mode, B settled by a bye. The winner of
      * match m in round r moves to match (m+1)/2 of round r+1,
      * side 1 from an odd match and side 2 from an even one.
         05 bk-event-date PIC X(08).
         05 bk-round PIC 9(01).
         05 bk-match PIC 9(02).
         05 bk-seed-1 PIC 9(02).
         05 bk-side-1 PIC X(03).
         05 bk-seed-2 PIC 9(02).
         05 bk-side-2 PIC X(03).
         05 bk-score-1 PIC 9(06).
         05 bk-score-2 PIC 9(06).
         05 bk-winner PIC X(03).
         05 bk-status PIC X(01).

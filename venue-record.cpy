       01 VENUE-RECORD.
      * Host venues and the cabinets placed in them, kept by hand.
      * V line: the venue code and name, the host's share of the
      * takings in percent (04000 is 40.00), the minimum the host
      * is guaranteed a month in money, Y when refunds and goodwill
      * come off the takings before the split, Y when prizes paid
      * out do, and who empties the cash box: O the operator (who
      * then owes the host its share) or H the host (who then owes
      * the operator the rest).
      *   V PUB001 RED LION         04000 0005000 Y Y O
      * C line: a cabinet placed at the venue.
      *   C PUB001 CAB003
         05 vn-type PIC X(01).
         05 FILLER PIC X(01).
         05 vn-venue PIC X(06).
         05 FILLER PIC X(01).
         05 vn-name PIC X(16).
         05 vn-cabinet-view REDEFINES vn-name.
           10 vn-cabinet PIC X(06).
           10 FILLER PIC X(10).
         05 FILLER PIC X(01).
         05 vn-split PIC 9(03)V9(02).
         05 FILLER PIC X(01).
         05 vn-minimum PIC 9(05)V9(02).
         05 FILLER PIC X(01).
         05 vn-net-refunds PIC X(01).
         05 FILLER PIC X(01).
         05 vn-net-prizes PIC X(01).
         05 FILLER PIC X(01).
         05 vn-collector PIC X(01).

       01 TARGET-RECORD.
      * One month's targets for one cabinet, set by the owner:
      * coins taken and plays (counts), and the ticket payout rate
      * held to - tickets printed per hundred plays, two implied
      * decimals (02500 is 25.00). A later line for the same
      * cabinet and month replaces an earlier one.
      *   CAB001 202610 0004000 0003000 02500
         05 tg-cabinet PIC X(06).
         05 FILLER PIC X(01).
         05 tg-month PIC X(06).
         05 FILLER PIC X(01).
         05 tg-coins PIC 9(07).
         05 FILLER PIC X(01).
         05 tg-plays PIC 9(07).
         05 FILLER PIC X(01).
         05 tg-payout PIC 9(03)V9(02).

       01 JACKPOT-JOURNAL-RECORD.
      * JACKPOT-JOURNAL.DAT on the shared mount, append-only, one
      * line per pool movement from every cabinet:
      *   FEED   a paid play's share; jj-coin-seq is the PLAY or
      *          PLAY2 line on that cabinet's COIN-AUDIT.DAT and
      *          jj-credits the credits it paid
      *   AWARD  a jackpot won: the whole pool to jj-initials for
      *          jj-score; jj-coin-seq is the cabinet's JACKPOT
      *          ledger line
      *   RESET  the next round opened at the seed amount
      * jj-amount is the movement, jj-pool the pool after it, so a
      * round's RESET plus its FEEDs always equals its AWARD. A
      * cabinet queues its FEED and WIN lines locally in the same
      * layout (JACKPOT-PENDING.DAT) until it holds the lock.
         05 jj-date PIC X(08).
         05 FILLER PIC X(01).
         05 jj-time PIC X(06).
         05 FILLER PIC X(01).
         05 jj-type PIC X(06).
         05 FILLER PIC X(01).
         05 jj-cabinet PIC X(06).
         05 FILLER PIC X(01).
         05 jj-round PIC 9(04).
         05 FILLER PIC X(01).
         05 jj-coin-seq PIC 9(06).
         05 FILLER PIC X(01).
         05 jj-initials PIC X(03).
         05 FILLER PIC X(01).
         05 jj-credits PIC 9(04).
         05 FILLER PIC X(01).
         05 jj-amount PIC 9(07)V9(02).
         05 FILLER PIC X(01).
         05 jj-pool PIC 9(07)V9(02).
         05 FILLER PIC X(01).
         05 jj-score PIC 9(06).

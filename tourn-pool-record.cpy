       01 TOURN-POOL-RECORD.
      * Tournament prize pool, append-only. OPEN starts a contest's
      * pool; each paid entry adds a FEE line; CLOSE-TOURNAMENT
      * writes one PAYOUT line per paid place (tp-place 1-3), the
      * HOUSE share and a CLOSE line carrying the pool total, so
      * fees in always equal payouts plus house share between an
      * OPEN and its CLOSE. Amounts are credits; tp-source is C
      * (credit bank) or W (profile wallet) on a FEE line.
         05 tp-date PIC X(08).
         05 FILLER PIC X(01).
         05 tp-time PIC X(06).
         05 FILLER PIC X(01).
         05 tp-type PIC X(06).
         05 FILLER PIC X(01).
         05 tp-initials PIC X(03).
         05 FILLER PIC X(01).
         05 tp-credits PIC 9(05).
         05 FILLER PIC X(01).
         05 tp-place PIC 9(01).
         05 FILLER PIC X(01).
         05 tp-source PIC X(01).

       01 PROFILE-CHANGE-RECORD.
      * One profile change made on this cabinet and not yet merged
      * into the shop-wide store (PROFILE-PENDING.DAT). Changes go
      * in as deltas and settings, never as whole records, so two
      * cabinets updating the same regular both land:
      *   RUN    plays/wins to add, bests to better, difficulty,
      *          minutes played on pch-used-date
      *   WALLET credits to add (a top-up)
      *   TPRIZE credits to add (a tournament prize)
      *   PIN    the profile PIN as set
      *   LIMIT  the daily play-time budget as set
      *   SEED   a whole local record, merged once when the
      *          cabinet first joins the shop-wide store
      * Wallet draws are never spooled: they only ever happen
      * against the shop-wide record under the lock.
         05 pch-initials PIC X(03).
         05 pch-kind PIC X(06).
         05 pch-plays PIC 9(06).
         05 pch-wins PIC 9(06).
         05 pch-best-score PIC 9(06).
         05 pch-best-time PIC 9(05)V9(02).
         05 pch-difficulty PIC 9(01).
         05 pch-wallet PIC 9(04).
         05 pch-pin PIC 9(04).
         05 pch-limit-mins PIC 9(03).
         05 pch-used-date PIC X(08).
         05 pch-used-mins PIC 9(03).
         05 pch-stamp PIC X(15).

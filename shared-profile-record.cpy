       01 SHARED-PROFILE-RECORD.
      * Shop-wide profile store on the shared mount, keyed by
      * initials: the same fields as the cabinet's own
      * PLAYER-PROFILES.IDX, which is now this store's local cache.
      * Rewritten only under the ledger lock; the tail names the
      * cabinet and time of the last change merged in.
         05 spx-initials PIC X(03).
         05 spx-plays PIC 9(06).
         05 spx-wins PIC 9(06).
         05 spx-best-score PIC 9(06).
         05 spx-best-time PIC 9(05)V9(02).
         05 spx-difficulty PIC 9(01).
         05 spx-wallet PIC 9(04).
         05 spx-pin PIC 9(04).
         05 spx-limit-mins PIC 9(03).
         05 spx-used-date PIC X(08).
         05 spx-used-mins PIC 9(03).
         05 spx-cabinet-id PIC X(06).
         05 spx-updated PIC X(14).

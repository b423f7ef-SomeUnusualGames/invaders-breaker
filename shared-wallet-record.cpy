       01 SHARED-WALLET-RECORD.
      * One movement of a wallet on the shop-wide profile store per
      * line, append-only, on the mount beside SHARED-PROFILES.IDX
      * (SHARED-WALLET.DAT). The cabinet that moved the money writes
      * the line under the ledger lock, in the same pass as the
      * store rewrite, so file and store always agree. Kinds:
      *   DRAW   credits drawn for a play (its WALLET- line)
      *   WALLET a cabinet top-up merged in (its WALLET+ lines)
      *   TPRIZE a tournament prize merged in (its TPRIZE line)
      *   SEED   a cabinet's cached balance, brought in once when
      *          the cabinet first joined the store
      * Credits are what the store actually moved, so an add held
      * at the 9999 ceiling carries the part that went on; after
      * is the balance left. Top-ups taken at the prize counter
      * are posted on COUNTER-LEDGER.DAT, and ident-maint merges
      * and purges on MOD-JOURNAL.DAT, not here.
         05 swl-date PIC X(08).
         05 FILLER PIC X(01).
         05 swl-time PIC X(06).
         05 FILLER PIC X(01).
         05 swl-cabinet PIC X(06).
         05 FILLER PIC X(01).
         05 swl-initials PIC X(03).
         05 FILLER PIC X(01).
         05 swl-kind PIC X(06).
         05 FILLER PIC X(01).
         05 swl-sign PIC X(01).
         05 swl-credits PIC 9(04).
         05 FILLER PIC X(01).
         05 swl-after PIC 9(04).

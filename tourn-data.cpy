         05 tourn-rank-edit PIC ZZ9.
         05 tourn-score-edit PIC ZZZZZ9.
         05 tourn-line PIC X(60).
      * Entry fee in credits per seat (tournfee=, 0 = free entry)
      * and the pool split for places 1-3 in percent (tournsplit=,
      * two digits a place); what the split leaves is the house
      * share.
         05 tourn-pool-status PIC X(02) VALUE "00".
         05 tourn-fee PIC 9(02) VALUE 0.
         05 tourn-split-text PIC X(06) VALUE "503020".
         05 tourn-split REDEFINES tourn-split-text.
           10 tourn-split-pct PIC 9(02) OCCURS 3 TIMES.
         05 tourn-fee-due PIC 9(03).
         05 tourn-fee-src PIC X(01).
         05 tourn-pool-eof PIC 9.
         05 tourn-pool-in PIC 9(05) VALUE 0.
         05 tourn-paid PIC 9(05) VALUE 0.
         05 tourn-house PIC 9(05) VALUE 0.
      * The proof's other side: TFEE credits on the coin ledger
      * since the pool's last OPEN (or CLOSE), by date and time.
         05 tourn-ledger-fees PIC 9(05) VALUE 0.
         05 tourn-open-stamp PIC X(14) VALUE SPACES.
         05 tourn-coin-stamp PIC X(14).
         05 tourn-prize-left PIC 9(05).
         05 tourn-place PIC 9(01).
         05 tourn-k PIC 9(01).
         05 tourn-dup PIC 9(01).
      * Pool line being written (WRITE-TOURN-POOL-LINE).
         05 tpl-type PIC X(06).
         05 tpl-initials PIC X(03).
         05 tpl-credits PIC 9(05).
         05 tpl-place PIC 9(01).
         05 tpl-source PIC X(01).
         05 tourn-pool-edit PIC ZZZZ9.
         05 tourn-pct-edit PIC Z9.
         05 tourn-payout-table.
           10 tourn-payout OCCURS 3 TIMES.
             15 tpo-initials PIC X(03).
             15 tpo-credits PIC 9(05).
         05 tourn-standings.
           10 tourn-entry OCCURS MAX-TOURN-ENTRIES TIMES
              INDEXED BY trnt-i.

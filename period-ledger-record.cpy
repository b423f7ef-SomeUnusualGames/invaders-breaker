      * month's takings, plays and giveaways as counted at close
      * time, the coin-audit seq/checksum the close observed (so a
      * later ledger repair is detectable), and the date the close
      * ran. PERIOD-CLOSE refuses to write a month twice. The tail
      * carries the stored-value wallet liability as it stood at
      * month end (credits owed to players); closes written before
      * the tail existed read it back as spaces. The money tail
      * follows: cash coins at face value, house tokens redeemed
      * through the mech (a count - their cash was taken when they
      * were sold) and the cash from token sales in the month.
      * Takings in money are cash coins plus token sales. The
      * scope byte says whose wallets the liability covers: S for
      * the whole shop (closed from the shop-wide profile store,
      * so every cabinet closing the month carries the same
      * figure), space for this cabinet's own store.
         05 pl-month PIC X(06).
         05 pl-coins PIC 9(07).
         05 pl-plays PIC 9(07).
         05 pl-close-seq PIC 9(06).
         05 pl-close-check PIC 9(04).
         05 pl-closed-on PIC X(08).
         05 pl-wallet-liability PIC 9(07).
         05 pl-cash-value PIC 9(07)V9(02).
         05 pl-tokens-in PIC 9(07).
         05 pl-token-sales PIC 9(07)V9(02).
         05 pl-wallet-scope PIC X(01).

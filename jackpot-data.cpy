       01 jackpot-data.
      * Progressive jackpot. The terms and the pool as last read
      * off JACKPOT.DAT (refreshed on the idle sync timer and after
      * every posting, never per frame); jackpot-on is 0 while the
      * mount has no JACKPOT.DAT or its share is 0, which keeps the
      * whole feature dark. Feeds and wins queue on
      * JACKPOT-PENDING.DAT until the lock is held, so a busy or
      * absent mount delays them but never loses one.
         78 JACKPOT-BANNER-FRAMES VALUE 600.
         05 jackpot-status PIC X(02) VALUE "00".
         05 jackpot-journal-status PIC X(02) VALUE "00".
         05 jackpot-pending-status PIC X(02) VALUE "00".
         05 jackpot-on PIC 9 VALUE 0.
         05 jackpot-mode PIC 9 VALUE 0.
         05 jackpot-key PIC 9.
         05 jackpot-paid PIC 9 VALUE 0.
         05 jackpot-round PIC 9(04) VALUE 0.
         05 jackpot-pool PIC 9(07)V9(02) VALUE 0.
         05 jackpot-share-pct PIC 9(03) VALUE 0.
         05 jackpot-target PIC 9(06) VALUE 0.
         05 jackpot-game-seed PIC 9(09) VALUE 0.
         05 jackpot-pending PIC 9(04) VALUE 0.
         05 jackpot-posted PIC 9 VALUE 0.
         05 jackpot-found PIC 9.
         05 jackpot-pend-eof PIC 9.
         05 jackpot-play-seq PIC 9(06).
         05 jackpot-hold PIC X(77).
      * The award being paid, for the ticket and the banner.
         05 jackpot-win-initials PIC X(03).
         05 jackpot-win-score PIC 9(06).
         05 jackpot-win-amount PIC 9(07)V9(02).
         05 jackpot-win-round PIC 9(04).
         05 jackpot-banner-timer PIC 9(04) VALUE 0.
         05 jackpot-edit PIC Z(06)9.
         05 jackpot-score-edit PIC ZZZZZ9.
         05 jackpot-line PIC X(60).

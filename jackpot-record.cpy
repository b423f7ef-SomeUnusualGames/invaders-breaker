       01 JACKPOT-RECORD.
      * The fleet's progressive jackpot, one record on the shared
      * mount, only ever rewritten under the shared-ledger lock.
      * The operator sets the terms; the cabinets move the pool:
      *   jk-share-pct    percent of every paid play credit that
      *                   goes into the pool (0 stops the feed)
      *   jk-seed-amount  credits the pool restarts at after a win
      *   jk-target       score a jackpot run must beat
      *   jk-game-seed    the fixed wave seed every jackpot run
      *                   plays, so all cabinets chase one target
      * jk-round counts the pools: a win closes the round and the
      * reset opens the next. Pool and amounts are in credits.
         05 jk-round PIC 9(04).
         05 FILLER PIC X(01).
         05 jk-pool PIC 9(07)V9(02).
         05 FILLER PIC X(01).
         05 jk-seed-amount PIC 9(05).
         05 FILLER PIC X(01).
         05 jk-share-pct PIC 9(03).
         05 FILLER PIC X(01).
         05 jk-target PIC 9(06).
         05 FILLER PIC X(01).
         05 jk-game-seed PIC 9(09).
         05 FILLER PIC X(01).
         05 jk-opened PIC X(14).
         05 FILLER PIC X(01).
         05 jk-updated PIC X(14).
         05 FILLER PIC X(01).
         05 jk-cabinet PIC X(06).

         05 pin-guested PIC 9 VALUE 0.
         05 wallet-balance PIC 9(04) VALUE 0.
         05 wallet-drawn PIC 9 VALUE 0.
         05 wallet-held-credits PIC 9(03) VALUE 0.
         05 wallet-edit PIC ZZZ9.
      * Daily play-time budget for the signed-in initials, cached
      * by REFRESH-PLAYER-CONTEXT: 0 = no limit. Usage folds in per
           10 pv-limit-mins PIC 9(03) VALUE 0.
           10 pv-used-mins PIC 9(03) VALUE 0.
           10 pv-used-date PIC X(08) VALUE SPACES.
      * Shop-wide store. SHARED-PROFILES.IDX on the mount is the
      * profile of record; PLAYER-PROFILES.IDX on the cabinet is
      * its cache, refreshed for a player when the signed-in
      * initials change. Changes made here queue on
      * PROFILE-PENDING.DAT and merge into the store under the
      * ledger lock; a mount that does not answer leaves them
      * queued and puts a PUSHPROFS intent on the outbox. A
      * cabinet that has never had the pending file seeds the
      * store with its whole cache once.
         05 shared-profile-status PIC X(02) VALUE "00".
         05 profile-change-status PIC X(02) VALUE "00".
         05 prof-shared-ok PIC 9 VALUE 0.
         05 prof-merged PIC 9.
         05 prof-changed PIC 9.
         05 prof-found PIC 9.
         05 prof-cached PIC 9.
         05 prof-pending PIC 9(05) VALUE 0.
         05 prof-pend-eof PIC 9.
         05 prof-pull-initials PIC X(03).
         05 prof-chg-hold PIC X(66).
      * The wallet movement a store rewrite made, for the
      * SHARED-WALLET.DAT line that journals it.
         05 shared-wallet-status PIC X(02) VALUE "00".
         05 prof-wallet-initials PIC X(03).
         05 prof-wallet-kind PIC X(06).
         05 prof-wallet-sign PIC X(01).
         05 prof-wallet-before PIC 9(04).
         05 prof-wallet-moved PIC 9(04).
         05 prof-wallet-after PIC 9(04).

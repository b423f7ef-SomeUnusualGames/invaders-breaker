       01 WALLET-SNAPSHOT-RECORD.
      * One profile's wallet balance as it stood at the end of a
      * reconciled month, written by WALLET-RECON. The rows of the
      * last reconciled month are the next month's opening
      * balances, profile by profile.
         05 wsp-month PIC X(06).
         05 wsp-initials PIC X(03).
         05 wsp-balance PIC 9(05).

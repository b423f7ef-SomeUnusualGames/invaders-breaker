       01 DISPUTE-RECORD.
      * One customer dispute case per line. A case is opened against
      * the player's initials and the date/time window they say it
      * happened in, and closed once with the outcome:
      *   O open, U upheld (a GOODWILL credit went on the coin
      *   ledger with the case number as its reason), R rejected.
      * ds-ledger-seq is the seq= of that GOODWILL line.
         05 ds-case PIC 9(05).
         05 ds-status PIC X(01).
         05 ds-opened-on PIC X(08).
         05 ds-opened-by PIC X(04).
         05 ds-initials PIC X(03).
         05 ds-date PIC X(08).
         05 ds-from PIC X(06).
         05 ds-to PIC X(06).
         05 ds-claim PIC X(30).
         05 ds-resolved-on PIC X(08).
         05 ds-resolved-by PIC X(04).
         05 ds-ledger-seq PIC X(06).
         05 ds-note PIC X(30).

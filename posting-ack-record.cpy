       01 POSTING-ACK-RECORD.
      * Acceptance file returned by the ledger package, one line
      * per batch it processed: A accepted or R rejected, the
      * batch date from our header and the trailer count and hash
      * total it computed on import.
         05 ak-result PIC X(01).
         05 FILLER PIC X(01).
         05 ak-batch PIC X(08).
         05 FILLER PIC X(01).
         05 ak-count PIC 9(05).
         05 FILLER PIC X(01).
         05 ak-hash PIC 9(09).

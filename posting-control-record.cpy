       01 POSTING-CONTROL-RECORD.
      * One line per coin-ledger day per posting batch it went out
      * in. po-batch is the batch date on the POSTING.DAT header;
      * po-count/po-hash are that batch's trailer totals, which the
      * package's acceptance file must echo back.
      *   po-kind    N normal batch, C correction batch
      *   po-status  E exported, not yet acknowledged
      *              A accepted by the ledger package
      *              R rejected by the ledger package
      *              M acknowledged with totals that do not match
         05 po-day PIC X(08).
         05 po-batch PIC X(08).
         05 po-kind PIC X(01).
         05 po-status PIC X(01).
         05 po-count PIC 9(05).
         05 po-hash PIC 9(09).
         05 po-acked-on PIC X(08).

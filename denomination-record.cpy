       01 DENOMINATION-RECORD.
      * Coin-mech denomination table, one line per acceptor
      * channel in channel order: a three-character code for the
      * ledger, the face value in currency (0.50 = fifty pence,
      * written 00050), Y when the channel takes house tokens
      * rather than cash, and a display name. Channel one is the
      * credit unit - PRICING.DAT prices are counts of it - and is
      * the value given to ledger lines written before the table.
         05 dn-code PIC X(03).
         05 FILLER PIC X(01).
         05 dn-value PIC 9(03)V9(02).
         05 FILLER PIC X(01).
         05 dn-token PIC X(01).
         05 FILLER PIC X(01).
         05 dn-name PIC X(12).

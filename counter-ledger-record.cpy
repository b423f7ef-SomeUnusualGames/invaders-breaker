       01 COUNTER-LEDGER-RECORD.
      * One prize-desk transaction per line, append-only, written
      * by COUNTER. The sequence number is the receipt number, and
      * each line's check is chained from the line before it:
      *   check = (previous check + seq + credits + tickets
      *            + cash in pence) mod 10000
      * so a deleted or hand-edited line breaks the chain, the
      * same protection COIN-AUDIT.DAT carries. Types:
      *   OPEN   shift started; cash is the drawer float
      *   TOPUP  cash taken for wallet credits; after is the
      *          wallet balance once the credits went on
      *   REDEEM tickets handed in for a catalog prize; after is
      *          the player's unredeemed tickets left
      *   CLOSE  end-of-shift balance; cash is the drawer total
      *          the shift should hand over
         05 cx-seq PIC 9(06).
         05 FILLER PIC X(01).
         05 cx-date PIC X(08).
         05 FILLER PIC X(01).
         05 cx-time PIC X(06).
         05 FILLER PIC X(01).
         05 cx-type PIC X(06).
         05 FILLER PIC X(01).
         05 cx-initials PIC X(03).
         05 FILLER PIC X(01).
         05 cx-credits PIC 9(04).
         05 FILLER PIC X(01).
         05 cx-cash PIC 9(05)V9(02).
         05 FILLER PIC X(01).
         05 cx-tickets PIC 9(04).
         05 FILLER PIC X(01).
         05 cx-prize PIC X(04).
         05 FILLER PIC X(01).
         05 cx-after PIC 9(04).
         05 FILLER PIC X(01).
         05 cx-staff PIC X(04).
         05 FILLER PIC X(01).
         05 cx-check PIC 9(04).

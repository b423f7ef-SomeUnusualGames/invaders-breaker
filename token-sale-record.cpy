       01 TOKEN-SALE-RECORD.
      * One counter sale of house tokens, append-only: when, the
      * token denomination code, how many, the cash taken for them
      * and who sold them. Takings count the cash here; tokens
      * coming back through the mech are redemptions, not takings.
         05 ts-date PIC X(08).
         05 FILLER PIC X(01).
         05 ts-time PIC X(06).
         05 FILLER PIC X(01).
         05 ts-code PIC X(03).
         05 FILLER PIC X(01).
         05 ts-qty PIC 9(05).
         05 FILLER PIC X(01).
         05 ts-amount PIC 9(05)V9(02).
         05 FILLER PIC X(01).
         05 ts-staff PIC X(04).

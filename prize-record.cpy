      * Prize catalog row: code, display name, cost in tickets,
      * stock on hand, and the reorder floor the liability report
      * flags at. The operator maintains the file directly.
      * Unit cost is what the shop pays per prize, in coins, so
      * CABINET-PNL can set prizes given away against takings.
      * Rows from before it existed carry spaces there (read as
      * zero); the X view lets rewrites carry them unchanged.
         05 pz-code PIC X(04).
         05 pz-name PIC X(16).
         05 pz-cost PIC 9(03).
         05 pz-stock PIC 9(04).
         05 pz-reorder PIC 9(03).
         05 pz-unit-cost PIC 9(03)V9(02).
         05 pz-unit-cost-x REDEFINES pz-unit-cost PIC X(05).

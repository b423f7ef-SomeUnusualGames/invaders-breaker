       01 PART-RECORD.
      * Spare-parts catalog row: code, description, stock on hand,
      * the reorder floor the parts report flags at, and the unit
      * cost the shop pays, in currency. The operator keeps the
      * file; the cabinet takes parts off it as they are used.
         05 pt-code PIC X(04).
         05 pt-desc PIC X(20).
         05 pt-stock PIC 9(04).
         05 pt-reorder PIC 9(03).
         05 pt-unit-cost PIC 9(03)V9(02).

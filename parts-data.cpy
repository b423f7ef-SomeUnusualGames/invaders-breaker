       01 parts-data.
      * Parts used on a maintenance incident: once C has logged an
      * incident closed, the maintenance page steps through the
      * PARTS.DAT catalog with N and U books one of the shown part
      * against that incident (PART-MOVES.DAT USED line, stock
      * down by one in the catalog).
         78 MAX-PARTS VALUE 40.
         05 parts-status PIC X(02) VALUE "00".
         05 part-moves-status PIC X(02) VALUE "00".
         05 parts-armed PIC 9 VALUE 0.
         05 parts-incident PIC X(01) VALUE SPACE.
         05 parts-eof PIC 9.
         05 parts-i PIC 9(02).
         05 parts-count PIC 9(02) VALUE 0.
         05 parts-sel PIC 9(02) VALUE 1.
         05 parts-key PIC 9.
         05 parts-stock-edit PIC ZZZ9.
         05 parts-line PIC X(50).
         05 parts-last-line PIC X(50) VALUE SPACES.
         05 parts-table.
           10 parts-entry OCCURS MAX-PARTS TIMES.
             15 prt-code PIC X(04).
             15 prt-desc PIC X(20).
             15 prt-stock PIC 9(04).
             15 prt-reorder PIC 9(03).
             15 prt-unit-cost PIC 9(03)V9(02).

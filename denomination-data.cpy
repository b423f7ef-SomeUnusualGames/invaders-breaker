       01 denomination-data.
      * DENOMINATIONS.DAT as loaded: dnmt-* in channel order.
      * dnm-credit-value is channel one's face value; an empty or
      * missing table leaves dnm-count at zero and every coin is
      * the one-credit unit it always was.
         78 MAX-DENOMINATIONS VALUE 8.
         05 denomination-status PIC X(02) VALUE "00".
         05 dnm-count PIC 9(02) VALUE 0.
         05 dnm-i PIC 9(02).
         05 dnm-pos PIC 9(02).
         05 dnm-credit-value PIC 9(03)V9(02) VALUE 0.
         05 dnm-table.
           10 dnm-entry OCCURS MAX-DENOMINATIONS TIMES.
             15 dnmt-code PIC X(03).
             15 dnmt-value PIC 9(03)V9(02).
             15 dnmt-token PIC X(01).

         05 brick-right PIC S9(3).
         05 brick-bottom PIC S9(3).
         05 combo-count PIC 9(3) VALUE 0.
      * Longest chain the run reached; logged with the run header.
         05 run-best-combo PIC 9(3) VALUE 0.
         05 any-ball-active PIC 9 VALUE 1.
         78 MAX-TRAIL VALUE 6.
         05 trail-i PIC 9(2).

           10 wave-found PIC 9 VALUE 0.
           10 wave-eof PIC 9 VALUE 0.
           10 wave-fire-bonus PIC S9(02) VALUE 0.
           10 wave-rev PIC 9(03) VALUE 0.
         05 posistion-data.
           78 ENEMY-SEPARATION-X VALUE 25.
           78 ENEMY-SEPARATION-Y VALUE 15.

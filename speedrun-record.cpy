         05 sb-total PIC 9(05)V9(02).
         05 sb-date PIC X(08).
         05 sb-split PIC 9(05)V9(02) OCCURS 10 TIMES.
      * Layout revision each split was run on (LEVELS.DAT
      * level-rev); older lines read as spaces, i.e. revision 0.
         05 sb-rev PIC 9(03) OCCURS 10 TIMES.

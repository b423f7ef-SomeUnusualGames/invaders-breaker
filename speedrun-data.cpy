         05 sr-best-split OCCURS MAX-SPEED-WAVES TIMES
            PIC 9(05)V9(02) VALUE 0.
         05 sr-best-total PIC 9(05)V9(02) VALUE 0.
      * Pace marks only mean something while every wave so far was
      * the same layout revision the record was set on; the first
      * re-saved wave turns the comparison off for the run.
         05 sr-rev OCCURS MAX-SPEED-WAVES TIMES
            PIC 9(03) VALUE 0.
         05 sr-best-rev OCCURS MAX-SPEED-WAVES TIMES
            PIC 9(03) VALUE 0.
         05 sr-pace-ok PIC 9 VALUE 1.
         05 sr-total PIC 9(05)V9(02) VALUE 0.
         05 sr-diff PIC S9(05)V9(02).
         05 sr-last-wave PIC 9(02) VALUE 0.
             15 srt-date PIC X(08).
             15 srt-split PIC 9(05)V9(02)
                OCCURS MAX-SPEED-WAVES TIMES.
             15 srt-rev PIC 9(03)
                OCCURS MAX-SPEED-WAVES TIMES.

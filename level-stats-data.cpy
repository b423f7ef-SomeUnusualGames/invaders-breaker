       01 level-stats-data.
         78 MAX-LEVEL-STATS VALUE 80.
         05 level-stats-status PIC X(02) VALUE "00".
         05 ls-i PIC 9(03).
         05 ls-count PIC 9(03) VALUE 0.
         05 lr-y PIC 9(03).
         05 lr-line PIC X(50).
         05 lr-level-edit PIC ZZ9.
         05 lr-rev-edit PIC Z9.
         05 lr-winpct-edit PIC ZZ9.
         05 lr-lives-edit PIC Z9.
         05 lr-time-edit PIC ZZZ9.
             15 lst-lives-sum PIC 9(07) VALUE 0.
             15 lst-time-sum PIC 9(07) VALUE 0.
             15 lst-best-time PIC 9(05)V9(02) VALUE 0.
             15 lst-rev PIC 9(03) VALUE 0.

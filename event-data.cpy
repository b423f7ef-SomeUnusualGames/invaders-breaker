         05 evt-i PIC 9(02).
         05 evt-count PIC 9(02) VALUE 0.
         05 evt-eof PIC 9.
         05 evt-dropped PIC 9(03) VALUE 0.
         05 theme-active PIC 9 VALUE 0.
         05 theme-name PIC X(12) VALUE SPACES.
         05 theme-palette PIC 9 VALUE 0.

         78 HEARTBEAT-FRAMES VALUE 10800.
         05 heartbeat-status PIC X(02) VALUE "00".
         05 heartbeat-name PIC X(24) VALUE SPACES.
         05 hbhist-status PIC X(02) VALUE "00".
         05 hbhist-name PIC X(24) VALUE SPACES.
         05 heartbeat-timer PIC 9(05) VALUE 0.
         05 uptime-frames PIC 9(09) VALUE 0.
         05 uptime-seconds PIC 9(07).

         05 replay-recording PIC 9 VALUE 0.
         05 replay-watching PIC 9 VALUE 0.
         05 replay-frame-count PIC 9(05) VALUE 0.
      * Set once a run has filled MAX-REPLAY-FRAMES, so the ceiling
      * is logged to telemetry once per run, not once per frame.
         05 replay-capped PIC 9 VALUE 0.
         05 replay-playback-i PIC 9(05) VALUE 0.
         05 replay-i PIC 9(05).
         05 champion-replay-status PIC X(02) VALUE "00".

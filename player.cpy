         END-IF.

       RECORD-REPLAY-FRAME.
         IF replay-frame-count EQUAL TO 0 THEN
           MOVE 0 TO replay-capped
         END-IF
         IF replay-frame-count < MAX-REPLAY-FRAMES THEN
           ADD 1 TO replay-frame-count
           MOVE player-x TO rpt-player-x(replay-frame-count)
      * UPDATE-CANNON overwrites this later in the same frame if
      * the trigger was pulled.
           MOVE 0 TO rpt-fire(replay-frame-count)
         ELSE
           IF replay-capped EQUAL TO 0 THEN
             MOVE 1 TO replay-capped
             MOVE "CAPRPLAY" TO telem-event
             MOVE 0 TO telem-value
             PERFORM WRITE-TELEMETRY
           END-IF
         END-IF.

       CHECK-GAMEPAD-MOVE-LEFT.

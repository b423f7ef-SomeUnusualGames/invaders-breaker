       01 frame-data.
      * Frame pacing. The loop stamps every frame off the clock in
      * hundredths of a second: at SetTargetFPS 60 a frame is 1.67
      * hundredths, so a healthy gap reads 1 or 2, and a gap of
      * FRAME-SLOW-GAP or more is a frame that overran its budget
      * (a missed refresh - the stutter the physics feel). Frames
      * are counted in five buckets by what the cabinet was doing:
      *   1 idle and menu screens    2 attract
      *   3 play                     4 play with the boss row up
      *   5 play with two balls in
      * Since-boot totals go on the heartbeat snapshot, each
      * heartbeat interval's counts on its HBHIST H line, and each
      * run's on TELEMETRY.DAT when the run is logged.
         78 FRAME-SLOW-GAP VALUE 3.
         78 FRAME-BUCKETS VALUE 5.
         05 frame-stamp-text PIC X(08).
         05 frame-stamp REDEFINES frame-stamp-text.
           10 frame-hh PIC 9(02).
           10 frame-mm PIC 9(02).
           10 frame-ss PIC 9(02).
           10 frame-cc PIC 9(02).
         05 frame-now-cs PIC 9(07).
         05 frame-last-cs PIC 9(07) VALUE 0.
         05 frame-timed PIC 9 VALUE 0.
         05 frame-gap PIC S9(07).
         05 frame-bucket PIC 9(01).
         05 frame-i PIC 9(01).
         05 frame-boot-counts.
           10 frame-boot OCCURS FRAME-BUCKETS TIMES.
             15 frame-boot-frames PIC 9(09).
             15 frame-boot-slow PIC 9(07).
         05 frame-beat-counts.
           10 frame-beat OCCURS FRAME-BUCKETS TIMES.
             15 frame-beat-frames PIC 9(06).
             15 frame-beat-slow PIC 9(05).
      * The interval just closed, held while the heartbeat writes
      * it, so a second heartbeat in the same interval (the nightly
      * self-test sends one) cannot count the frames twice.
         05 frame-beat-sent PIC X(55).
         05 frame-run-counts.
           10 frame-run OCCURS FRAME-BUCKETS TIMES.
             15 frame-run-frames PIC 9(07).
             15 frame-run-slow PIC 9(06).
         05 frame-sum-frames PIC 9(09).
         05 frame-sum-slow PIC 9(07).
         05 frame-cap PIC 9(09).
         05 frame-edit-1 PIC Z(08)9.
         05 frame-edit-2 PIC Z(06)9.

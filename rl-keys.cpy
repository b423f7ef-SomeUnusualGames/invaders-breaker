         78 rl-key-tab VALUE 258.
         78 rl-key-escape VALUE 256.
         78 rl-key-f11 VALUE 300.
         78 rl-key-f2 VALUE 291.
         78 rl-key-f3 VALUE 292.
         78 rl-key-f4 VALUE 293.
         78 rl-key-f5 VALUE 294.
         78 rl-key-f6 VALUE 295.
         78 rl-key-f7 VALUE 296.
         78 rl-key-a VALUE 65.
         78 rl-key-d VALUE 68.
         78 rl-key-p VALUE 80.
         78 rl-key-seven VALUE 55.
         78 rl-key-eight VALUE 56.
         78 rl-key-zero VALUE 48.
         78 rl-key-nine VALUE 57.

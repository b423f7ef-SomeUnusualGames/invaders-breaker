       01 experiment-data.
      * EXPERIMENTS.DAT rows and the arm the current run was dealt.
      * exp-arm is A or B while an experiment is live for the run,
      * space otherwise; the three tuning cells then hold that
      * arm's value, or the house value when there is no arm.
         78 MAX-EXPERIMENT-ROWS VALUE 10.
         78 SAUCER-BASE-FRAMES VALUE 600.
         05 experiment-status PIC X(02) VALUE "00".
         05 exp-i PIC 9(02).
         05 exp-count PIC 9(02) VALUE 0.
         05 exp-live PIC 9(02) VALUE 0.
         05 exp-today PIC 9(08).
         05 exp-name PIC X(12) VALUE SPACES.
         05 exp-arm PIC X(01) VALUE SPACE.
         05 exp-value PIC S9(04) VALUE 0.
         05 exp-fire-offset PIC S9(02) VALUE 0.
         05 exp-drop-pct PIC 9(03) VALUE 15.
         05 exp-saucer-base PIC 9(05) VALUE 600.
         05 experiment-table.
           10 experiment-entry OCCURS MAX-EXPERIMENT-ROWS TIMES.
             15 ext-name PIC X(12).
             15 ext-knob PIC X(08).
             15 ext-value-a PIC S9(04).
             15 ext-value-b PIC S9(04).
             15 ext-start PIC 9(08).
             15 ext-end PIC 9(08).

       01 EXPERIMENT-RECORD.
      * One A/B balance experiment per line: its name, the tuning
      * value it varies, the two arms' values and the first and
      * last day it runs. Lines are kept after an experiment ends
      * so AB-REPORT can still read it back; the game plays
      * the first line whose dates cover today, so only one is live.
      *   FIREBNS  added to every wave's level fire bonus (-9..+9)
      *   DROPPCT  power-up drop chance per kill, percent (0..100)
      *   SAUCER   least frames between saucers (60..9000; the
      *            house value is 600)
         05 ex-name PIC X(12).
         05 ex-knob PIC X(08).
         05 ex-value-a PIC S9(04) SIGN IS LEADING SEPARATE.
         05 ex-value-b PIC S9(04) SIGN IS LEADING SEPARATE.
         05 ex-start PIC 9(08).
         05 ex-end PIC 9(08).

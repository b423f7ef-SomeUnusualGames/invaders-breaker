       01 CAPACITY-LIMITS-RECORD.
      * Operator-set thresholds for CAPACITY, one row per file:
      * the size in KB the file should not pass, and a line
      * ceiling that overrides the built-in one (zero in either
      * field means no operator threshold of that kind).
         05 cpl-file PIC X(20).
         05 cpl-max-kb PIC 9(07).
         05 cpl-max-lines PIC 9(07).

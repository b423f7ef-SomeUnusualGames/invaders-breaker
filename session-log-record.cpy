      * Was X(80); the who= initials tag rides past the old record
      * end so every fixed-offset parser of the original 80 columns
      * keeps working, and pre-tag lines simply read back short.
      * Columns 98-113 (was X(96)) carry x=<experiment>/<arm> on a
      * run header played under a live experiment, the same way.
      * Columns 115-119 (was X(113)) carry c=<best combo> on every
      * run header, for the records book.
      * Columns 121-143 (was X(119)) carry id=<run ID> on a run
      * header and on each of its wave= lines, at the same offset
      * on both, so a wave joins its run exactly.
       01 SESSION-LOG-RECORD PIC X(143).

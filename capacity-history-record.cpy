       01 CAPACITY-HISTORY-RECORD.
      * One row per append-only file per CAPACITY run: how many
      * lines and bytes the file held that day. Growth is measured
      * against the oldest row still inside the 30-day window, so
      * the file itself is the only history the report needs.
         05 cph-date PIC X(08).
         05 cph-file PIC X(20).
         05 cph-lines PIC 9(09).
         05 cph-bytes PIC 9(11).

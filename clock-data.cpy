       01 clock-data.
      * Clock-skew check against TIME-REF.DAT, run on the idle
      * cycle. Every board date, ledger stamp and rollover keys off
      * this cabinet's own clock, so while the skew is over the
      * tolerance the cabinet raises an alert (once a day), shows
      * it on the maintenance banner, and holds its daily-board and
      * shared-ledger pushes in the outbox until the clock is put
      * right. A missing or unreadable reference leaves the last
      * verdict standing.
         78 CLOCK-DEFAULT-TOLERANCE VALUE 300.
         05 time-ref-status PIC X(02) VALUE "00".
         05 clock-skew-known PIC 9 VALUE 0.
         05 clock-skewed PIC 9 VALUE 0.
         05 clock-skew-seconds PIC S9(09) VALUE 0.
         05 clock-tolerance PIC 9(04) VALUE 300.
         05 clock-ref-date-num PIC 9(08).
         05 clock-ref-time-num PIC 9(06).
         05 clock-ref-split REDEFINES clock-ref-time-num.
           10 clock-ref-hh PIC 9(02).
           10 clock-ref-mm PIC 9(02).
           10 clock-ref-ss PIC 9(02).
         05 clock-ref-abs PIC 9(12).
         05 clock-alert-date PIC X(08) VALUE SPACES.
         05 clock-edit PIC +ZZZZZZZZ9.
         05 clock-text PIC X(12) VALUE "?".

       01 TELEMETRY-DAILY-RECORD.
      * One row per closed day per telemetry event, written by
      * TELEMETRY-ROLLUP: how many lines the day logged and the
      * count/sum/min/max of their v= values. For PWSPAWN and
      * PWPICK the value is the power-up type, not a measure, so
      * those events get one row per type with the type in
      * td-key; every other event rolls up under key 000.
         05 td-date PIC X(08).
         05 td-event PIC X(08).
         05 td-key PIC 9(03).
         05 td-count PIC 9(07).
         05 td-sum PIC 9(09).
         05 td-min PIC 9(03).
         05 td-max PIC 9(03).

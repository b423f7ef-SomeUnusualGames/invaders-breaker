       01 FORECAST-RECORD.
      * FORECAST-HISTORY.DAT, append-only: one line per forecast
      * day each time DEMAND-FORECAST runs - the day forecast, the
      * day the forecast was made, and the plays and takings it
      * expected. Takings are in currency when DENOMINATIONS.DAT
      * values the coins, otherwise in coins. A day forecast more
      * than once is judged against the last forecast made before
      * it began.
         05 fc-date PIC X(08).
         05 FILLER PIC X(01).
         05 fc-made PIC X(08).
         05 FILLER PIC X(01).
         05 fc-plays PIC 9(05)V9(01).
         05 FILLER PIC X(01).
         05 fc-takings PIC 9(06)V9(02).

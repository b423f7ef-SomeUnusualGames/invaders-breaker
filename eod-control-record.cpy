       01 EOD-CONTROL-RECORD.
      * EOD-DRIVER's checkpoint for the day: one flag per end-of-day
      * step, 1 once the step has completed. PERIOD-DRIVER reads it
      * to tell whether the day closed cleanly, so the step count
      * lives here and nowhere else.
         05 ec-date PIC X(08).
         05 ec-step-flags PIC X(12).
         05 ec-step-table REDEFINES ec-step-flags.
           10 ec-step-flag PIC 9(01) OCCURS 12 TIMES.

       01 PM-TASK-RECORD.
      * Calendar preventive maintenance, one task per cabinet per
      * line: what to do, how often in days, and when it was last
      * done and by whom. A row with a blank cabinet is the shop's
      * default for every cabinet without a row of its own; the
      * first time a cabinet signs the task off it gets its own
      * row, copied from the default.
         05 pmt-code PIC X(04).
         05 pmt-desc PIC X(20).
         05 pmt-interval PIC 9(03).
         05 pmt-cabinet PIC X(06).
         05 pmt-last-done PIC X(08).
         05 pmt-last-staff PIC X(04).

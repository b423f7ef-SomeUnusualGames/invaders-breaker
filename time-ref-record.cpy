       01 TIME-REF-RECORD.
      * TIME-REF.DAT on the shared mount: the reference clock's
      * stamp, rewritten every minute by CLOCK-REF on the back
      * office host, and the skew in seconds the fleet tolerates
      * before a cabinet's clock is treated as wrong.
         05 tref-stamp.
           10 tref-date PIC X(08).
           10 tref-time PIC X(06).
         05 tref-tolerance PIC 9(04).

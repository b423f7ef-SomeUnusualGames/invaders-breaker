       01 WORK-ORDER-RECORD.
      * One work order per line. Raised by the cabinet the first
      * time an alert rule or a wear threshold trips, and not
      * raised again for that source while the order is open.
      *   wo-source-type  A = alert rule (wo-source is the rule
      *                   type), W = wear counter (the input name)
      *   wo-incident     MAINT-LOG.DAT code the close is booked on
      *   wo-status       O = open, C = closed
      * The technician is blank until someone takes the order on
      * the maintenance page; closing stamps it if still blank.
         05 wo-number PIC 9(06).
         05 wo-cabinet PIC X(06).
         05 wo-source-type PIC X(01).
         05 wo-source PIC X(08).
         05 wo-incident PIC X(01).
         05 wo-opened-date PIC X(08).
         05 wo-opened-time PIC X(06).
         05 wo-tech PIC X(04).
         05 wo-status PIC X(01).
         05 wo-closed-date PIC X(08).
         05 wo-closed-time PIC X(06).

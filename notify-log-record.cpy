       01 NOTIFY-LOG-RECORD.
      * NOTIFY-LOG.DAT, append-only, written by ALERT-NOTIFY: one
      * line per thing that happened to a numbered alert.
      *   RAISE  first sighting of a cabinet and rule with no alert
      *          open; nl-by is the on-call contact it was sent to
      *   REPEAT the same cabinet and rule again while still open;
      *          collapsed, nl-count is the sightings so far
      *   ESCAL  not acknowledged in time; sent to the manager
      *   ACK    acknowledged; nl-by is who, and the alert closes
      * The date and time are when the line was written, so RAISE
      * to ACK is the response time WEEKLY-SUMMARY reports.
         05 nl-no PIC 9(06).
         05 FILLER PIC X(01).
         05 nl-type PIC X(06).
         05 FILLER PIC X(01).
         05 nl-date PIC X(08).
         05 FILLER PIC X(01).
         05 nl-time PIC X(06).
         05 FILLER PIC X(01).
         05 nl-cabinet PIC X(06).
         05 FILLER PIC X(01).
         05 nl-rule PIC X(08).
         05 FILLER PIC X(01).
         05 nl-count PIC 9(04).
         05 FILLER PIC X(01).
         05 nl-by PIC X(12).
         05 FILLER PIC X(01).
         05 nl-detail PIC X(30).

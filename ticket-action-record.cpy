       01 TICKET-ACTION-RECORD.
      * TICKET-ACTIONS.DAT, beside the shop register: one line per
      * ticket voided or reprinted at the desk by ticket-check.
      * ta-ticket is the number as printed (the fleet number, or
      * the six digits of an older cabinet-only ticket). A VOID
      * carries its reason code; a REPRNT its duplicate copy
      * number, 01 for the first reprint of that ticket.
         05 ta-date PIC X(08).
         05 ta-time PIC X(06).
         05 ta-action PIC X(06).
         05 ta-ticket PIC X(15).
         05 ta-cabinet PIC X(06).
         05 ta-number PIC 9(06).
         05 ta-reason PIC X(04).
         05 ta-staff PIC X(04).
         05 ta-copy PIC 9(02).

       01 PRIZE-MOVE-RECORD.
      * One stock movement per line, append-only: every change to a
      * prize's pz-stock is posted here first, so the catalog count
      * can always be walked back to where the stock went.
      *   OPENING  stock on hand when the journal was started;
      *            pm-ticket carries the tickets already redeemed
      *            against the code at that point
      *   RECEIVED delivery booked in
      *   REDEEMED handed out at the counter against a ticket
      *   DAMAGED  broken or unsellable, taken off the shelf
      *   WRITEOFF lost or otherwise written off
      *   COUNTADJ shelf count correction (signed difference)
         05 pm-date PIC X(08).
         05 pm-time PIC X(06).
         05 pm-code PIC X(04).
         05 pm-type PIC X(08).
         05 pm-qty PIC S9(04) SIGN IS LEADING SEPARATE.
         05 pm-staff PIC X(04).
         05 pm-ticket PIC 9(06).
         05 pm-reason PIC X(24).

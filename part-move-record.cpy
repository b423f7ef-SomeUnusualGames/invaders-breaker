       01 PART-MOVE-RECORD.
      * One parts movement per line, append-only: every change the
      * cabinet makes to a part's pt-stock is posted here first.
      *   USED     fitted while closing a maintenance incident;
      *            pj-incident is the MAINT-LOG.DAT code (J, B, S,
      *            O) the part went on
      * The cabinet and the unit cost at the time ride on the line
      * so spend can be summed per cabinet from a merged journal
      * after the catalog price has moved on.
         05 pj-date PIC X(08).
         05 pj-time PIC X(06).
         05 pj-code PIC X(04).
         05 pj-type PIC X(08).
         05 pj-qty PIC S9(04) SIGN IS LEADING SEPARATE.
         05 pj-staff PIC X(04).
         05 pj-incident PIC X(01).
         05 pj-cabinet PIC X(06).
         05 pj-unit-cost PIC 9(03)V9(02).

         05 tk-date PIC X(08).
         05 tk-time PIC X(06).
         05 tk-cabinet PIC X(06).
      * 0 open, 1 redeemed, 2 voided at the desk (never payable).
         05 tk-redeemed PIC 9(01).
      * Prize code recorded at redemption; spaces until then (and
      * on lines from before the prize catalog existed). A voided
      * line holds the void reason code here instead. A prize
      * taken at the counter for several tickets is recorded on the
      * first of them; the others hold TKT (spent toward it).
         05 tk-prize PIC X(04).
      * Run ID of the run that earned the ticket; spaces on lines
      * from before run IDs were kept.
         05 tk-run-id PIC X(20).

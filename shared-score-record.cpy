         05 ss-seed PIC 9(09).
         05 ss-track PIC 9(04).
         05 ss-attest PIC 9(04).
      * When the entry first reached the ledger, YYYYMMDDHHMMSS.
      * A re-push of the same entry keeps its original stamp;
      * spaces on rows from before the stamp existed.
         05 ss-posted PIC X(14).
      * Run ID of the run behind the entry (cabinet, date and that
      * cabinet's run sequence); spaces on older rows.
         05 ss-run-id PIC X(20).

         05 ticket-eof PIC 9.
         05 ticket-line PIC X(60).
         05 ticket-edit PIC ZZZZZ9.
      * Every ticket is also queued on TICKET-PENDING.DAT and
      * posted to the shop register SHOP-TICKETS.DAT under the
      * ledger lock, so any desk can verify and redeem it.
         05 shop-tickets-status PIC X(02) VALUE "00".
         05 ticket-pending-status PIC X(02) VALUE "00".
         05 ticket-pending PIC 9(04) VALUE 0.
         05 ticket-posted PIC 9 VALUE 0.
         05 ticket-pend-eof PIC 9.
         05 ticket-hold PIC X(63).

       01 WAREHOUSE-FACT-RECORD.
      * One row of a WH-EXTRACT fact file. Every fact leads
      * with the batch it went out in, the cabinet, the date and
      * time keys and the row's natural key in its source file:
      * the coin sequence number, the ticket number, or for the
      * date-ordered logs the date and the line's place among that
      * date's lines. A batch sent twice sends the same rows under
      * the same batch number, so the warehouse replaces a batch it
      * already holds rather than adding to it. A fact from a line
      * that carries a run's ID has it in the last 20 bytes of the
      * body, at the same place in every file, so the warehouse
      * joins a run's waves, coins, tickets and telemetry on it;
      * spaces where the source line has none.
         05 wf-batch PIC 9(06).
         05 FILLER PIC X(01).
         05 wf-cabinet PIC X(06).
         05 FILLER PIC X(01).
         05 wf-date-key PIC X(08).
         05 FILLER PIC X(01).
         05 wf-time PIC X(06).
         05 FILLER PIC X(01).
         05 wf-source-key PIC X(14).
         05 FILLER PIC X(01).
         05 wf-body PIC X(57).
      * WH-RUNS.DAT, from SESSION-LOG.DAT run headers.
         05 wf-run REDEFINES wf-body.
           10 wf-run-outcome PIC X(04).
           10 FILLER PIC X(01).
           10 wf-run-level PIC 9(03).
           10 FILLER PIC X(01).
           10 wf-run-score PIC 9(06).
           10 FILLER PIC X(01).
           10 wf-run-seconds PIC 9(05).
           10 FILLER PIC X(01).
           10 wf-run-flag PIC X(01).
           10 FILLER PIC X(01).
           10 wf-run-who PIC X(03).
           10 FILLER PIC X(10).
           10 wf-run-id PIC X(20).
      * WH-WAVES.DAT, from SESSION-LOG.DAT wave= lines.
         05 wf-wave REDEFINES wf-body.
           10 wf-wave-level PIC 9(03).
           10 FILLER PIC X(01).
           10 wf-wave-run PIC X(06).
           10 FILLER PIC X(01).
           10 wf-wave-seconds PIC 9(05).
           10 FILLER PIC X(01).
           10 wf-wave-lost PIC 9(01).
           10 FILLER PIC X(01).
           10 wf-wave-won PIC 9(06).
           10 FILLER PIC X(12).
           10 wf-wave-run-id PIC X(20).
      * WH-COINS.DAT, every COIN-AUDIT.DAT line.
         05 wf-coin REDEFINES wf-body.
           10 wf-coin-event PIC X(08).
           10 FILLER PIC X(01).
           10 wf-coin-credits PIC 9(03).
           10 FILLER PIC X(01).
           10 wf-coin-reason PIC X(01).
           10 FILLER PIC X(01).
           10 wf-coin-voucher PIC X(08).
           10 FILLER PIC X(01).
           10 wf-coin-staff PIC X(04).
           10 FILLER PIC X(01).
           10 wf-coin-profile PIC X(03).
           10 FILLER PIC X(01).
           10 wf-coin-denom PIC X(03).
           10 FILLER PIC X(01).
           10 wf-coin-run-id PIC X(20).
      * WH-TICKETS.DAT, TICKET-REGISTER.DAT tickets, once each.
         05 wf-ticket REDEFINES wf-body.
           10 wf-ticket-initials PIC X(03).
           10 FILLER PIC X(01).
           10 wf-ticket-score PIC 9(06).
           10 FILLER PIC X(01).
           10 wf-ticket-level PIC 9(03).
           10 FILLER PIC X(01).
           10 wf-ticket-redeemed PIC 9(01).
           10 FILLER PIC X(01).
           10 wf-ticket-prize PIC X(04).
           10 FILLER PIC X(16).
           10 wf-ticket-run-id PIC X(20).
      * WH-REDEEM.DAT, PRIZE-MOVES.DAT REDEEMED lines.
         05 wf-redeem REDEFINES wf-body.
           10 wf-redeem-prize PIC X(04).
           10 FILLER PIC X(01).
           10 wf-redeem-qty PIC 9(04).
           10 FILLER PIC X(01).
           10 wf-redeem-ticket PIC 9(06).
           10 FILLER PIC X(01).
           10 wf-redeem-staff PIC X(04).
           10 FILLER PIC X(36).
      * WH-TELEM.DAT, TELEMETRY.DAT events.
         05 wf-telem REDEFINES wf-body.
           10 wf-telem-event PIC X(08).
           10 FILLER PIC X(01).
           10 wf-telem-value PIC 9(03).
           10 FILLER PIC X(01).
           10 wf-telem-experiment PIC X(12).
           10 FILLER PIC X(01).
           10 wf-telem-arm PIC X(01).
           10 FILLER PIC X(10).
           10 wf-telem-run-id PIC X(20).

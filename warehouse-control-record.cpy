       01 WAREHOUSE-CONTROL-RECORD.
      * WH-EXTRACT batch control: the row counts of each
      * fact file in the batch and the high-water marks it reached
      * in each source. Sent as WH-CONTROL.DAT with the batch and
      * kept, one line per batch, on WH-MARKS.DAT, where the last
      * line is where the next extract starts and a batch's marks
      * with the batch before's are what RESEND rebuilds it from.
      *   wc-kind         N a new batch, R a batch sent again
      *   wc-coin-seq     last COIN-AUDIT.DAT seq taken
      *   wc-ticket-no    last TICKET-REGISTER.DAT ticket taken
      *   wc-session-key  SESSION-LOG.DAT, TELEMETRY.DAT and
      *   wc-telem-key    PRIZE-MOVES.DAT: the date of the last
      *   wc-moves-key    line taken and how many lines of that
      *                   date had been taken (YYYYMMDDnnnnnn)
         05 wc-batch PIC 9(06).
         05 FILLER PIC X(01).
         05 wc-cabinet PIC X(06).
         05 FILLER PIC X(01).
         05 wc-kind PIC X(01).
         05 FILLER PIC X(01).
         05 wc-made-date PIC X(08).
         05 FILLER PIC X(01).
         05 wc-made-time PIC X(06).
         05 FILLER PIC X(01).
         05 wc-runs PIC 9(06).
         05 FILLER PIC X(01).
         05 wc-waves PIC 9(06).
         05 FILLER PIC X(01).
         05 wc-coins PIC 9(06).
         05 FILLER PIC X(01).
         05 wc-tickets PIC 9(06).
         05 FILLER PIC X(01).
         05 wc-redeems PIC 9(06).
         05 FILLER PIC X(01).
         05 wc-telems PIC 9(06).
         05 FILLER PIC X(01).
         05 wc-coin-seq PIC 9(06).
         05 FILLER PIC X(01).
         05 wc-ticket-no PIC 9(06).
         05 FILLER PIC X(01).
         05 wc-session-key PIC X(14).
         05 FILLER PIC X(01).
         05 wc-telem-key PIC X(14).
         05 FILLER PIC X(01).
         05 wc-moves-key PIC X(14).

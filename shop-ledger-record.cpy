       01 SHOP-LEDGER-RECORD.
      * The shop's one set of books, rebuilt by SHOP-LEDGER from
      * every registry cabinet's published PERIOD-LEDGER-<id>.DAT:
      * one row per cabinet per closed month, each month followed
      * by its shop total row (cabinet *SHOP*). sl-state on a
      * cabinet row is OK, DIFF (the published copy disagrees with
      * the cabinet's own ledger, or was published twice with
      * different numbers) or MOVD (the published seq/check moved
      * since the previous book, which keeps the seq/check it
      * signed off); on the total row it is ALL when every
      * registry cabinet has closed the month, OPEN when not.
      * The money tail is the month in currency as the cabinet
      * closed it: cash coins, token sales and house tokens
      * redeemed (a count); zero for closes written without a
      * DENOMINATIONS.DAT table.
         05 sl-month PIC X(06).
         05 sl-cabinet PIC X(06).
         05 sl-coins PIC 9(08).
         05 sl-plays PIC 9(08).
         05 sl-refunds PIC 9(06).
         05 sl-service PIC 9(06).
         05 sl-per-play PIC 9(03)V9(02).
         05 sl-close-seq PIC 9(06).
         05 sl-close-check PIC 9(04).
         05 sl-wallet-liability PIC 9(08).
         05 sl-closed-on PIC X(08).
         05 sl-state PIC X(04).
         05 sl-cash-value PIC 9(08)V9(02).
         05 sl-tokens-in PIC 9(08).
         05 sl-token-sales PIC 9(08)V9(02).

       01 price-rules-data.
      * Handed to PRICE-RULES with a ledger line's date and time
      * (YYYYMMDD, HHMMSS); it hands back the rules in force at
      * that moment, rebuilt from PRICE-HISTORY.DAT, and the base
      * price from the price changes journalled in
      * CONFIG-AUDIT.DAT. Calls are cheapest made in time order -
      * a call earlier than the one before replays the history
      * from the top. With no history yet the current PRICING.DAT
      * and PROMO.DAT stand for every moment: prl-source comes
      * back 1 then, 0 when the rules are from the history.
         78 MAX-PRICE-RULES VALUE 20.
      * Action A: the rules as of prl-date and prl-time. Action F:
      * the rule lines standing in PRICING.DAT and PROMO.DAT now,
      * read the way the cabinet reads them (prices and base price
      * are not worked out for F).
         05 prl-action PIC X(01).
         05 prl-date PIC X(08).
         05 prl-time PIC X(06).
         05 prl-source PIC 9(01).
      * The per-play price charged at that moment - the base price
      * unless a PRICING.DAT P window covered it - and the promo
      * score multiplier, 1 outside every window. Both are found
      * the way the cabinet finds them: first matching line wins.
         05 prl-base-price PIC 9(02).
         05 prl-price PIC 9(02).
         05 prl-mult PIC 9(01).
      * Every rule line standing at that moment, as the line
      * itself: file P (PRICING.DAT) or R (PROMO.DAT).
         05 prl-rule-count PIC 9(02).
         05 prl-rule-table.
           10 prl-rule OCCURS MAX-PRICE-RULES TIMES.
             15 prl-rule-file PIC X(01).
             15 prl-rule-line PIC X(30).

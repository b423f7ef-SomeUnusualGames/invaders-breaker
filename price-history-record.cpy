       01 PRICE-HISTORY-RECORD.
      * One captured change to PRICING.DAT or PROMO.DAT per line,
      * appended by PRICE-MAINT CAPTURE and kept in time order.
      * ph-file is P (PRICING.DAT) or R (PROMO.DAT). ph-action is
      * S a rule already standing when the history was started
      * (in force from the start of the records), A a rule added,
      * C a rule changed (old and new), D a rule dropped (old).
      * The rules are carried as the file's own line, so the rules
      * in force at any moment are rebuilt by replaying the
      * history up to it. ph-by is the manager who made the
      * change, ---- when nobody is on record.
         05 ph-date PIC X(08).
         05 ph-time PIC X(06).
         05 ph-file PIC X(01).
         05 ph-action PIC X(01).
         05 ph-by PIC X(04).
         05 ph-old PIC X(30).
         05 ph-new PIC X(30).

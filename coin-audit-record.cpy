      * Was X(60); refund-class events carry a " rc=<reason>" tail
      * past the old record end (column 58 on), so the fixed-offset
      * parsers of the original 60 columns keep working and older
      * lines simply read back short. Lines a staff member caused
      * carry a further " by=<staff ID>" tail at column 69, past
      * the reason and case-number fields. Wallet lines close with
      * a " pf=<initials>" tail at column 77 naming the profile.
      * A VOUCHER redemption line carries " v=<code>" at column 58
      * in place of the reason tail. A COIN line from a mech with a
      * DENOMINATIONS.DAT table ends " dn=<code>" at column 84.
      * Columns 91-114 (was X(90)) carry " id=<run ID>" on the
      * PLAY line that starts a run.
       01 COIN-AUDIT-RECORD PIC X(114).

      * space means the event carries no reason tail.
         05 coin-reason PIC X(01) VALUE SPACE.
         05 svc-refund-reason PIC X(01) VALUE "O".
      * Staff ID for a " by=" tail on lines a staff member caused
      * (refund, goodwill, service credit, wallet top-up, handover);
      * spaces means no tail.
         05 coin-staff PIC X(04) VALUE SPACES.
      * Profile initials for a " pf=" tail on wallet lines (WALLET+
      * and WALLET-), so the ledger names whose balance moved;
      * spaces means no tail.
         05 coin-profile PIC X(03) VALUE SPACES.
      * Voucher code for the " v=" tail on a VOUCHER line (column
      * 58, where refund lines carry their reason); zero means none.
         05 coin-voucher PIC 9(08) VALUE 0.
      * Denomination code for the " dn=" tail on a COIN line and the
      * credit units that coin buys (channel value over channel
      * one's); spaces and 1 when there is no denomination table.
         05 coin-denom PIC X(03) VALUE SPACES.
      * Run ID for the " id=" tail on the PLAY line that starts a
      * run; spaces means no tail.
         05 coin-run-id PIC X(20) VALUE SPACES.
         05 coin-credit-units PIC 9(03) VALUE 1.
         05 coin-seq PIC 9(06) VALUE 0.
         05 coin-check PIC 9(04) VALUE 0.
         05 coin-eof PIC 9.

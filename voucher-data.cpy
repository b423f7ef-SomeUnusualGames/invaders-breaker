       01 voucher-data.
      * Voucher redemption wheel and bounce-back printing. The
      * idle screen's 9 key opens an eight-digit wheel in the
      * INITIALS-SCREEN style; a good code is marked redeemed in
      * VOUCHERS.DAT (rewritten through VOUCHERS.TMP) and its
      * credits land on the coin bank as a VOUCHER ledger event.
      * A lost run inside the bouncefrom-bounceto window prints a
      * bounce-back voucher on the ticket spool, bouncemax a day.
         78 VOUCHER-DIGITS VALUE 8.
         78 BOUNCE-VALID-DAYS VALUE 7.
         78 VOUCHER-MSG-FRAMES VALUE 180.
         05 voucher-status PIC X(02) VALUE "00".
         05 voucher-temp-status PIC X(02) VALUE "00".
         05 voucher-key PIC 9.
         05 voucher-slot PIC 9(01) VALUE 1.
         05 voucher-wheel.
           10 voucher-digit PIC 9(01) OCCURS VOUCHER-DIGITS TIMES.
         05 voucher-entered REDEFINES voucher-wheel PIC 9(08).
         05 voucher-i PIC 9(02).
         05 voucher-sum PIC 9(03).
         05 voucher-double PIC 9(02).
         05 voucher-check PIC 9(01).
         05 voucher-eof PIC 9.
      * 1 redeemed, 2 bad check digit, 3 not on file or voided,
      * 4 already used, 5 expired, 6 bounce-back used too early,
      * 7 free play is on, 8 ledger lock busy.
         05 voucher-result PIC 9 VALUE 0.
         05 voucher-msg-timer PIC 9(03) VALUE 0.
         05 voucher-line PIC X(40).
         05 voucher-wheel-line PIC X(20).
         05 voucher-value-got PIC 9(03).
         05 voucher-edit PIC ZZ9.
         05 voucher-held-credits PIC 9(03).
         05 voucher-serial PIC 9(07).
         05 voucher-clash PIC 9.
         05 voucher-tries PIC 9(02).
         05 voucher-new-code PIC 9(08).
         05 voucher-date-num PIC 9(08).
         05 voucher-expiry PIC X(08).
         05 voucher-valid-from PIC X(08).
      * Bounce-back settings from CONFIG.DAT; a value of 0 (the
      * factory setting) prints none.
         05 bounce-value PIC 9(02) VALUE 0.
         05 bounce-from PIC 9(04) VALUE 1400.
         05 bounce-to PIC 9(04) VALUE 1700.
         05 bounce-max PIC 9(03) VALUE 20.
         05 bounce-today PIC 9(03).
         05 bounce-hhmm PIC 9(04).

       01 VOUCHER-RECORD.
      * One single-use voucher. The code is a seven-digit random
      * serial followed by a Luhn check digit, so a mistyped code
      * is refused before the file is even read. Status O is open,
      * R redeemed, V voided; an open voucher past vc-expires is
      * expired. Kind P is a promotion batch from the VOUCHER
      * program, B a bounce-back the cabinet printed after a lost
      * run (good from the day after issue).
         05 vc-code PIC 9(08).
         05 vc-code-parts REDEFINES vc-code.
           10 vc-serial PIC 9(07).
           10 vc-check PIC 9(01).
         05 vc-value PIC 9(03).
         05 vc-issued PIC X(08).
         05 vc-expires PIC X(08).
         05 vc-status PIC X(01).
         05 vc-kind PIC X(01).
         05 vc-cabinet PIC X(06).
         05 vc-who PIC X(04).
         05 vc-redeemed-on PIC X(08).
         05 vc-redeemed-at PIC X(06).

       01 ticket-number-data.
      * Fleet ticket number: the issuing cabinet, that cabinet's
      * serial and a check digit, printed CCCCCC-NNNNNN-K. Each
      * character of the cabinet ID stands for its place in
      * tn-alphabet (letters become two digits), the serial
      * follows, and the Luhn digit over that string is the check:
      * every other digit from the right doubled, digits of the
      * doubles summed, the check brings the total to a multiple
      * of ten. One wrong character or most swaps fail it.
         05 tn-alphabet PIC X(36)
             VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         05 tn-cabinet PIC X(06).
         05 tn-serial PIC 9(06).
         05 tn-check PIC 9.
         05 tn-full PIC X(15).
         05 tn-digits PIC X(18).
         05 tn-digit-count PIC 9(02).
         05 tn-value PIC 9(02).
         05 tn-digit PIC 9.
         05 tn-double PIC 9(02).
         05 tn-sum PIC 9(04).
         05 tn-odd PIC 9.
         05 tn-i PIC 9(02).
         05 tn-k PIC 9(02).

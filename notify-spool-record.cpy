       01 NOTIFY-SPOOL-RECORD.
      * NOTIFY-SPOOL.DAT: outbound messages for the SMS / e-mail
      * gateway, appended by ALERT-NOTIFY and taken away by the
      * gateway. Channel and address are copied from ONCALL.DAT;
      * nsp-text is the message body as sent.
         05 nsp-date PIC X(08).
         05 FILLER PIC X(01).
         05 nsp-time PIC X(06).
         05 FILLER PIC X(01).
         05 nsp-channel PIC X(04).
         05 FILLER PIC X(01).
         05 nsp-address PIC X(40).
         05 FILLER PIC X(01).
         05 nsp-no PIC 9(06).
         05 FILLER PIC X(01).
         05 nsp-level PIC X(08).
         05 FILLER PIC X(01).
         05 nsp-text PIC X(100).

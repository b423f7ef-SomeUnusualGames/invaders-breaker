       01 ONCALL-RECORD.
      * ONCALL.DAT, the contact list ALERT-NOTIFY sends to. Role
      * ONCALL takes new alerts, MANAGER takes escalations. Day
      * is 0 for every day or 1 (Monday) to 7 (Sunday); start and
      * end are HHMM, end exclusive. The first row of the role
      * covering the moment is used, so put specific cover (a
      * weekend number) above the everyday row. Channel is SMS or
      * MAIL and says what the address is.
         05 oc-role PIC X(07).
         05 FILLER PIC X(01).
         05 oc-dow PIC 9(01).
         05 FILLER PIC X(01).
         05 oc-start PIC 9(04).
         05 FILLER PIC X(01).
         05 oc-end PIC 9(04).
         05 FILLER PIC X(01).
         05 oc-channel PIC X(04).
         05 FILLER PIC X(01).
         05 oc-name PIC X(12).
         05 FILLER PIC X(01).
         05 oc-address PIC X(40).

       01 staff-data.
      * Staff sign-on for service mode. With STAFF.DAT in use the
      * PIN gate asks for a staff ID and then that member's own
      * PIN; the role decides which service pages open. With no
      * STAFF.DAT the single cfg-operator-pin still works and signs
      * on as OPER with manager rights. staff-duty-id is whoever
      * signed on last: it stays set after service mode closes, so
      * a service credit pressed inside the cabinet later is still
      * put against them on the coin ledger.
         78 MAX-STAFF VALUE 50.
         05 staff-status PIC X(02) VALUE "00".
         05 staff-count PIC 9(02) VALUE 0.
         05 staff-i PIC 9(02).
         05 staff-eof PIC 9.
         05 staff-pin-stage PIC 9 VALUE 0.
         05 staff-entry-id PIC X(04) VALUE SPACES.
         05 staff-entry-num REDEFINES staff-entry-id PIC 9(04).
         05 staff-duty-id PIC X(04) VALUE "----".
         05 staff-duty-role PIC X(01) VALUE SPACE.
         05 staff-role-text PIC X(10).
         05 staff-page-ok PIC 9.
         05 staff-line PIC X(50).
         05 staff-table.
           10 staff-row OCCURS MAX-STAFF TIMES.
             15 stt-id PIC X(04).
             15 stt-pin PIC 9(04).
             15 stt-role PIC X(01).

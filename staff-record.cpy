       01 STAFF-RECORD.
      * One staff member per line, maintained with STAFF-MAINT.
      * The ID is four digits so it can be dialled on the cabinet's
      * PIN wheel. Roles: A attendant, C collector, T technician,
      * M manager. A leaver is set inactive (N), never deleted, so
      * an ID stamped on an old journal line still resolves.
         05 st-id PIC X(04).
         05 st-pin PIC 9(04).
         05 st-role PIC X(01).
         05 st-active PIC X(01).
         05 st-name PIC X(20).

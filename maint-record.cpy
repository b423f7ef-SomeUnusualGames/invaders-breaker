      * physics, S screen/video, O other), O/C for opened or
      * closed, the stamp, and the canned description for the
      * code. WEEKLY-SUMMARY pairs O with the next C of the same
      * code to compute downtime. mnt-staff is the staff ID signed
      * on when the event was logged (OPER under the shared PIN).
      * Code P is a calendar PM task signed off: state C, and
      * mnt-text starts "PM " and the PM-TASKS.DAT task code.
         05 mnt-code PIC X(01).
         05 mnt-state PIC X(01).
         05 mnt-date PIC X(08).
         05 mnt-time PIC X(06).
         05 mnt-text PIC X(20).
         05 mnt-staff PIC X(04).

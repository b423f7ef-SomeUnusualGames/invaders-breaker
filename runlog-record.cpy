       01 BATCH-RUNLOG-RECORD.
      * One line per batch run, appended by BATCH-RUNLOG when the
      * program finishes: which program, the arguments it was given,
      * start and end stamps (YYYYMMDDHHMMSS), the records it read
      * and wrote across all its files, and its return code
      * (0 ok, 4 warnings, 8 failed).
         05 brl-program PIC X(16).
         05 brl-args PIC X(30).
         05 brl-start PIC X(14).
         05 brl-end PIC X(14).
         05 brl-read PIC 9(07).
         05 brl-written PIC 9(07).
         05 brl-rc PIC 9(02).

       01 runlog-data.
      * Handed to BATCH-RUNLOG at the start of a batch run and again
      * at the end. In between the program counts every record it
      * reads and writes, and leaves its verdict in RETURN-CODE:
      *   0 ok, 4 finished with warnings, 8 failed.
         05 runlog-action PIC X(01).
         05 runlog-program PIC X(16).
         05 runlog-args PIC X(30).
         05 runlog-start PIC X(14).
         05 runlog-read PIC 9(07).
         05 runlog-written PIC 9(07).
         05 runlog-rc PIC 9(02).

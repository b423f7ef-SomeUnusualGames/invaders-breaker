       01 BUILD-REPORT-RECORD.
      * BUILD-<id>.DAT on the shared mount, rewritten by the cabinet
      * at startup and on every sync: the build it is running, the
      * shared-ledger format that build writes, and whether it is
      * holding its pushes because RELEASES.DAT names another
      * format (bd-held Y).
         05 bd-cabinet PIC X(06).
         05 FILLER PIC X(01).
         05 bd-build PIC X(10).
         05 FILLER PIC X(01).
         05 bd-format PIC 9(02).
         05 FILLER PIC X(01).
         05 bd-date PIC X(08).
         05 bd-time PIC X(06).
         05 FILLER PIC X(01).
         05 bd-held PIC X(01).

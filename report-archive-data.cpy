       01 report-archive-data.
      * Handed to REPORT-ARCHIVE once a report is closed: the
      * report's file name and the program that wrote it, and the
      * first and last dates it covers when it covers a period
      * (left blank, both are taken as the run date). Status comes
      * back 0 when the dated copy was filed.
         05 rptarc-report PIC X(24).
         05 rptarc-program PIC X(16).
         05 rptarc-from PIC X(08) VALUE SPACES.
         05 rptarc-to PIC X(08) VALUE SPACES.
         05 rptarc-status PIC 9(01).

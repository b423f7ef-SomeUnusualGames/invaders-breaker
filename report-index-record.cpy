       01 REPORT-INDEX-RECORD.
      * One line per filed report copy, appended by REPORT-ARCHIVE:
      * the report's own name, the run stamp (YYYYMMDDHHMMSS), the
      * program that wrote it, the dates it covers (YYYYMMDD, both
      * the run date for a report of things as they stand) and the
      * dated copy's file name.
         05 rix-report PIC X(24).
         05 rix-stamp PIC X(14).
         05 rix-program PIC X(16).
         05 rix-from PIC X(08).
         05 rix-to PIC X(08).
         05 rix-archive PIC X(40).

      * Compile and run on Windows:
      * cobc -c report-archive.cbl
      * Report filing: CALLed by every report program once its
      * report is closed. Copies the report to a dated name beside
      * it - COLLECTIONS.RPT run at 22:15:03 on 14 September 2026
      * becomes COLLECTIONS-20260914221503.RPT - and appends the
      * REPORT-INDEX.DAT line REPORT-INDEX looks copies up by and
      * ages them out from. Link it in beside the program; a
      * program built without it simply files nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT REPORT-INDEX-FILE ASSIGN TO "REPORT-INDEX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS report-index-status.
       DATA DIVISION.
       FILE SECTION.
       FD REPORT-INDEX-FILE.
         COPY report-index-record.
       WORKING-STORAGE SECTION.
       01 report-archive-work.
         05 report-index-status PIC X(02) VALUE "00".
         05 ra-stamp PIC X(14).
         05 ra-stem PIC X(24).
         05 ra-ext PIC X(08).
         05 ra-from-name PIC X(40).
         05 ra-to-name PIC X(40).
         05 ra-call-status PIC S9(09) BINARY.
         05 ra-month.
           10 ra-month-yyyy PIC 9(04).
           10 ra-month-mm PIC 9(02).
         05 ra-date PIC X(08).
         05 ra-date-num REDEFINES ra-date PIC 9(08).
       LINKAGE SECTION.
         COPY report-archive-data.
       PROCEDURE DIVISION USING report-archive-data.
       0000-MAINLINE.
         MOVE 1 TO rptarc-status
         MOVE FUNCTION CURRENT-DATE(1:14) TO ra-stamp
         MOVE SPACES TO ra-stem
         MOVE SPACES TO ra-ext
         UNSTRING rptarc-report DELIMITED BY "."
           INTO ra-stem ra-ext
         END-UNSTRING
         MOVE SPACES TO ra-to-name
         IF ra-ext EQUAL TO SPACES THEN
           STRING FUNCTION TRIM(ra-stem) "-" ra-stamp
             DELIMITED BY SIZE INTO ra-to-name
         ELSE
           STRING FUNCTION TRIM(ra-stem) "-" ra-stamp "."
             FUNCTION TRIM(ra-ext)
             DELIMITED BY SIZE INTO ra-to-name
         END-IF
         MOVE rptarc-report TO ra-from-name
         CALL "CBL_COPY_FILE" USING ra-from-name ra-to-name
           RETURNING ra-call-status
         END-CALL
         IF ra-call-status NOT EQUAL TO 0 THEN
           DISPLAY "Report copy failed: " FUNCTION TRIM(ra-to-name)
             UPON SYSERR
           GO TO 0000-EXIT
         END-IF
         OPEN EXTEND REPORT-INDEX-FILE
         IF report-index-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT REPORT-INDEX-FILE
         END-IF
         IF report-index-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot append REPORT-INDEX.DAT" UPON SYSERR
           GO TO 0000-EXIT
         END-IF
         MOVE rptarc-report TO rix-report
         MOVE ra-stamp TO rix-stamp
         MOVE rptarc-program TO rix-program
      * A month given as YYYYMM runs from its first day to its last.
         IF rptarc-from EQUAL TO SPACES THEN
           MOVE ra-stamp(1:8) TO rix-from
         ELSE
           MOVE rptarc-from TO rix-from
           IF rix-from(7:2) EQUAL TO SPACES THEN
             MOVE "01" TO rix-from(7:2)
           END-IF
         END-IF
         IF rptarc-to EQUAL TO SPACES THEN
           MOVE ra-stamp(1:8) TO rix-to
         ELSE
           MOVE rptarc-to TO rix-to
           IF rix-to(7:2) EQUAL TO SPACES
              AND rix-to(1:6) IS NUMERIC THEN
             PERFORM 1000-MONTH-LAST-DAY
           END-IF
         END-IF
         MOVE ra-to-name TO rix-archive
         WRITE REPORT-INDEX-RECORD
         CLOSE REPORT-INDEX-FILE
         MOVE 0 TO rptarc-status.
      * The period is for this report only; the next one filed by
      * the same program states its own.
       0000-EXIT.
         MOVE SPACES TO rptarc-from
         MOVE SPACES TO rptarc-to
         GOBACK.

       1000-MONTH-LAST-DAY.
         MOVE rix-to(1:6) TO ra-month
         IF ra-month-mm EQUAL TO 12 THEN
           ADD 1 TO ra-month-yyyy
           MOVE 1 TO ra-month-mm
         ELSE
           ADD 1 TO ra-month-mm
         END-IF
         MOVE ra-month TO ra-date(1:6)
         MOVE "01" TO ra-date(7:2)
         COMPUTE ra-date-num = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(ra-date-num) - 1)
         MOVE ra-date TO rix-to.
       END PROGRAM REPORT-ARCHIVE.

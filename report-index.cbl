      * Compile and run on Windows:
      * cobc -xj report-index.cbl batch-runlog.cbl
      * Report archive lookup and retention, over REPORT-INDEX.DAT
      * and the dated copies REPORT-ARCHIVE files beside each report.
      *   report-index GET <report> [YYYYMMDD]
      *       prints the copy that was current on that date (the
      *       last one filed on or before it; today if no date) -
      *       the report may be named with or without its extension
      *   report-index LIST [report]
      *       every copy on file, oldest first
      *   report-index PURGE [days]
      *       deletes copies past their retention and drops their
      *       index lines. REPORT-RETAIN.DAT holds one
      *       "<report> <days>" line per report kept longer or
      *       shorter than the rest, and "* <days>" for the rest;
      *       without a * line the rest are kept 90 days. Days
      *       given on the command line stand in for the * line.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-INDEX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT REPORT-INDEX-FILE ASSIGN TO "REPORT-INDEX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS report-index-status.
         SELECT REPORT-INDEX-TEMP-FILE ASSIGN TO "REPORT-INDEX.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS report-index-temp-status.
         SELECT REPORT-RETAIN-FILE ASSIGN TO "REPORT-RETAIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS report-retain-status.
         SELECT REPORT-COPY-FILE ASSIGN USING ri-copy-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS report-copy-status.
       DATA DIVISION.
       FILE SECTION.
       FD REPORT-INDEX-FILE.
         COPY report-index-record.
       FD REPORT-INDEX-TEMP-FILE.
         01 REPORT-INDEX-TEMP-RECORD PIC X(110).
       FD REPORT-RETAIN-FILE.
         01 REPORT-RETAIN-RECORD PIC X(40).
       FD REPORT-COPY-FILE.
         01 REPORT-COPY-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 report-index-data.
         78 RI-STANDARD-DAYS VALUE 90.
         78 RI-MAX-RETAIN VALUE 60.
         05 report-index-status PIC X(02) VALUE "00".
         05 report-index-temp-status PIC X(02) VALUE "00".
         05 report-retain-status PIC X(02) VALUE "00".
         05 report-copy-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(60).
         05 ri-action PIC X(08).
         05 ri-arg-1 PIC X(24).
         05 ri-arg-2 PIC X(24).
         05 ri-want PIC X(24).
         05 ri-want-stem PIC X(24).
         05 ri-want-ext PIC X(08).
         05 ri-stem PIC X(24).
         05 ri-ext PIC X(08).
         05 ri-as-of PIC X(08).
         05 ri-today PIC 9(08).
         05 ri-today-int PIC 9(07).
         05 ri-date-num PIC 9(08).
         05 ri-age PIC 9(07).
         05 ri-eof PIC 9 VALUE 0.
         05 ri-match PIC 9 VALUE 0.
         05 ri-found PIC 9 VALUE 0.
         05 ri-i PIC 9(03).
         05 ri-keep-days PIC 9(05).
         05 ri-default-days PIC 9(05).
         05 ri-days-text PIC X(08).
         05 ri-days-just PIC X(05) JUSTIFIED RIGHT.
         05 ri-kept-count PIC 9(07) VALUE 0.
         05 ri-purged-count PIC 9(07) VALUE 0.
         05 ri-count-edit PIC ZZZZZZ9.
         05 ri-copy-name PIC X(40).
         05 ri-call-status PIC S9(09) BINARY.
         05 ri-hold-record PIC X(110).
         05 ri-retain-count PIC 9(03) VALUE 0.
         05 ri-retain-table.
           10 ri-retain OCCURS RI-MAX-RETAIN TIMES.
             15 rir-report PIC X(24).
             15 rir-days PIC 9(05).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO ri-action ri-arg-1 ri-arg-2
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO ri-action ri-arg-1 ri-arg-2
         END-UNSTRING
         MOVE FUNCTION CURRENT-DATE(1:8) TO ri-today
         COMPUTE ri-today-int = FUNCTION INTEGER-OF-DATE(ri-today)
         EVALUATE ri-action
           WHEN "GET"
             PERFORM 1000-GET THRU 1000-EXIT
           WHEN "LIST"
             PERFORM 2000-LIST THRU 2000-EXIT
           WHEN "PURGE"
             PERFORM 3000-PURGE THRU 3000-EXIT
           WHEN OTHER
             DISPLAY "Usage: report-index GET <report> [YYYYMMDD]"
               UPON SYSERR
             DISPLAY "       report-index LIST [report]" UPON SYSERR
             DISPLAY "       report-index PURGE [days]" UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * The index is in filing order, so the last match on or
      * before the date is the copy that was current then.
       1000-GET.
         IF ri-arg-1 EQUAL TO SPACES THEN
           DISPLAY "GET needs a report name" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE ri-arg-1 TO ri-want
         PERFORM 1200-SPLIT-WANT
         IF ri-arg-2 EQUAL TO SPACES THEN
           MOVE ri-today TO ri-as-of
         ELSE
           IF ri-arg-2(1:8) IS NOT NUMERIC THEN
             DISPLAY "The date must be YYYYMMDD" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 1000-EXIT
           END-IF
           MOVE ri-arg-2(1:8) TO ri-as-of
         END-IF
         MOVE 0 TO ri-found
         OPEN INPUT REPORT-INDEX-FILE
         IF report-index-status NOT EQUAL TO "00" THEN
           DISPLAY "No REPORT-INDEX.DAT - nothing filed yet"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO ri-eof
         PERFORM UNTIL ri-eof EQUAL TO 1
           READ REPORT-INDEX-FILE
             AT END
               MOVE 1 TO ri-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 1100-MATCH-REPORT
               IF ri-match EQUAL TO 1
                  AND rix-stamp(1:8) NOT GREATER THAN ri-as-of THEN
                 MOVE 1 TO ri-found
                 MOVE REPORT-INDEX-RECORD TO ri-hold-record
               END-IF
           END-READ
         END-PERFORM
         CLOSE REPORT-INDEX-FILE
         IF ri-found EQUAL TO 0 THEN
           DISPLAY "No copy of " FUNCTION TRIM(ri-want)
             " filed on or before " ri-as-of UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE ri-hold-record TO REPORT-INDEX-RECORD
         DISPLAY FUNCTION TRIM(rix-report) " as of " ri-as-of
           ": filed " rix-stamp(1:8) " " rix-stamp(9:4) " by "
           FUNCTION TRIM(rix-program) ", covers " rix-from "-"
           rix-to
         DISPLAY "(" FUNCTION TRIM(rix-archive) ")"
         MOVE rix-archive TO ri-copy-name
         OPEN INPUT REPORT-COPY-FILE
         IF report-copy-status NOT EQUAL TO "00" THEN
           DISPLAY "Copy " FUNCTION TRIM(ri-copy-name)
             " is missing" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO ri-eof
         PERFORM UNTIL ri-eof EQUAL TO 1
           READ REPORT-COPY-FILE
             AT END
               MOVE 1 TO ri-eof
             NOT AT END
               ADD 1 TO runlog-read
               DISPLAY FUNCTION TRIM(REPORT-COPY-RECORD TRAILING)
           END-READ
         END-PERFORM
         CLOSE REPORT-COPY-FILE.
       1000-EXIT.
         EXIT.

      * A name given without its extension matches any extension.
       1100-MATCH-REPORT.
         MOVE 0 TO ri-match
         IF ri-want-ext NOT EQUAL TO SPACES THEN
           IF rix-report EQUAL TO ri-want THEN
             MOVE 1 TO ri-match
           END-IF
         ELSE
           MOVE SPACES TO ri-stem ri-ext
           UNSTRING rix-report DELIMITED BY "."
             INTO ri-stem ri-ext
           END-UNSTRING
           IF ri-stem EQUAL TO ri-want-stem THEN
             MOVE 1 TO ri-match
           END-IF
         END-IF.

       1200-SPLIT-WANT.
         MOVE FUNCTION UPPER-CASE(ri-want) TO ri-want
         MOVE SPACES TO ri-want-stem ri-want-ext
         UNSTRING ri-want DELIMITED BY "."
           INTO ri-want-stem ri-want-ext
         END-UNSTRING.

       2000-LIST.
         IF ri-arg-1 NOT EQUAL TO SPACES THEN
           MOVE ri-arg-1 TO ri-want
           PERFORM 1200-SPLIT-WANT
         END-IF
         OPEN INPUT REPORT-INDEX-FILE
         IF report-index-status NOT EQUAL TO "00" THEN
           DISPLAY "No REPORT-INDEX.DAT - nothing filed yet"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         DISPLAY "Filed          Report                   Program"
           "          Covers            Copy"
         MOVE 0 TO ri-eof
         PERFORM UNTIL ri-eof EQUAL TO 1
           READ REPORT-INDEX-FILE
             AT END
               MOVE 1 TO ri-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE 1 TO ri-match
               IF ri-arg-1 NOT EQUAL TO SPACES THEN
                 PERFORM 1100-MATCH-REPORT
               END-IF
               IF ri-match EQUAL TO 1 THEN
                 DISPLAY rix-stamp(1:8) " " rix-stamp(9:4) "  "
                   rix-report " " rix-program " " rix-from "-"
                   rix-to " " FUNCTION TRIM(rix-archive)
               END-IF
           END-READ
         END-PERFORM
         CLOSE REPORT-INDEX-FILE.
       2000-EXIT.
         EXIT.

      * The surviving lines go to REPORT-INDEX.TMP, renamed over the
      * index once closed, so an interrupted purge leaves the old
      * index whole (at worst naming a copy already deleted).
       3000-PURGE.
         MOVE RI-STANDARD-DAYS TO ri-default-days
         PERFORM 3100-LOAD-RETAIN THRU 3100-EXIT
         IF ri-arg-1 NOT EQUAL TO SPACES THEN
           MOVE ri-arg-1 TO ri-days-text
           PERFORM 3150-DAYS-FROM-TEXT
           IF ri-keep-days EQUAL TO 0 THEN
             DISPLAY "PURGE days must be a number above zero"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 3000-EXIT
           END-IF
           MOVE ri-keep-days TO ri-default-days
         END-IF
         OPEN INPUT REPORT-INDEX-FILE
         IF report-index-status NOT EQUAL TO "00" THEN
           DISPLAY "No REPORT-INDEX.DAT - nothing to purge"
           GO TO 3000-EXIT
         END-IF
         OPEN OUTPUT REPORT-INDEX-TEMP-FILE
         IF report-index-temp-status NOT EQUAL TO "00" THEN
           CLOSE REPORT-INDEX-FILE
           DISPLAY "Cannot write REPORT-INDEX.TMP" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO ri-eof
         PERFORM UNTIL ri-eof EQUAL TO 1
           READ REPORT-INDEX-FILE
             AT END
               MOVE 1 TO ri-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 3200-AGE-ONE-COPY
           END-READ
         END-PERFORM
         CLOSE REPORT-INDEX-FILE
         CLOSE REPORT-INDEX-TEMP-FILE
         CALL "CBL_RENAME_FILE" USING "REPORT-INDEX.TMP"
           "REPORT-INDEX.DAT"
           RETURNING ri-call-status
         END-CALL
         IF ri-call-status NOT EQUAL TO 0 THEN
           DISPLAY "Index swap failed - REPORT-INDEX.TMP left behind"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE ri-purged-count TO ri-count-edit
         DISPLAY "Report copies purged: " FUNCTION TRIM(ri-count-edit)
         MOVE ri-kept-count TO ri-count-edit
         DISPLAY "Report copies kept:   " FUNCTION TRIM(ri-count-edit).
       3000-EXIT.
         EXIT.

       3100-LOAD-RETAIN.
         MOVE 0 TO ri-retain-count
         OPEN INPUT REPORT-RETAIN-FILE
         IF report-retain-status NOT EQUAL TO "00" THEN
           GO TO 3100-EXIT
         END-IF
         MOVE 0 TO ri-eof
         PERFORM UNTIL ri-eof EQUAL TO 1
           READ REPORT-RETAIN-FILE
             AT END
               MOVE 1 TO ri-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE SPACES TO ri-want ri-days-text
               UNSTRING REPORT-RETAIN-RECORD DELIMITED BY ALL " "
                 INTO ri-want ri-days-text
               END-UNSTRING
               PERFORM 3150-DAYS-FROM-TEXT
               IF ri-keep-days GREATER THAN 0 THEN
                 IF ri-want EQUAL TO "*" THEN
                   MOVE ri-keep-days TO ri-default-days
                 ELSE
                   IF ri-retain-count LESS THAN RI-MAX-RETAIN THEN
                     ADD 1 TO ri-retain-count
                     MOVE FUNCTION UPPER-CASE(ri-want)
                       TO rir-report(ri-retain-count)
                     MOVE ri-keep-days TO rir-days(ri-retain-count)
                   END-IF
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE REPORT-RETAIN-FILE.
       3100-EXIT.
         EXIT.

       3150-DAYS-FROM-TEXT.
         MOVE 0 TO ri-keep-days
         MOVE FUNCTION TRIM(ri-days-text) TO ri-days-just
         INSPECT ri-days-just REPLACING LEADING SPACES BY ZEROS
         IF ri-days-just IS NUMERIC THEN
           MOVE ri-days-just TO ri-keep-days
         END-IF.

      * A report named in REPORT-RETAIN.DAT (with or without its
      * extension) keeps its own days; the rest keep the default.
       3200-AGE-ONE-COPY.
         MOVE ri-default-days TO ri-keep-days
         MOVE SPACES TO ri-stem ri-ext
         UNSTRING rix-report DELIMITED BY "."
           INTO ri-stem ri-ext
         END-UNSTRING
         PERFORM VARYING ri-i FROM 1 BY 1
         UNTIL ri-i > ri-retain-count
           IF rir-report(ri-i) EQUAL TO rix-report
              OR rir-report(ri-i) EQUAL TO ri-stem THEN
             MOVE rir-days(ri-i) TO ri-keep-days
           END-IF
         END-PERFORM
         MOVE 0 TO ri-age
         IF rix-stamp(1:8) IS NUMERIC THEN
           MOVE rix-stamp(1:8) TO ri-date-num
           COMPUTE ri-age =
             ri-today-int - FUNCTION INTEGER-OF-DATE(ri-date-num)
         END-IF
         IF ri-age GREATER THAN ri-keep-days THEN
           MOVE rix-archive TO ri-copy-name
           CALL "CBL_DELETE_FILE" USING ri-copy-name
             RETURNING ri-call-status
           END-CALL
           ADD 1 TO ri-purged-count
         ELSE
           WRITE REPORT-INDEX-TEMP-RECORD FROM REPORT-INDEX-RECORD
           ADD 1 TO runlog-written
           ADD 1 TO ri-kept-count
         END-IF.

       9900-RUNLOG-START.
         MOVE "REPORT-INDEX" TO runlog-program
         MOVE "S" TO runlog-action
         CALL "BATCH-RUNLOG" USING runlog-data
           ON EXCEPTION
             CONTINUE
         END-CALL.

      * RETURN-CODE is the verdict; the log call must not clear it.
       9910-RUNLOG-END.
         MOVE RETURN-CODE TO runlog-rc
         MOVE "E" TO runlog-action
         CALL "BATCH-RUNLOG" USING runlog-data
           ON EXCEPTION
             CONTINUE
         END-CALL
         MOVE runlog-rc TO RETURN-CODE.
       END PROGRAM REPORT-INDEX.

      * Compile and run on Windows:
      * cobc -xj records-book.cbl batch-runlog.cbl report-archive.cbl
      * All-time records book: keeps RECORDS.DAT, one line per
      * record category (see record-book-record.cpy), and appends a
      * RECORD-HISTORY.DAT line every time a record falls - the old
      * holder, value, date and cabinet beside the new - so the
      * book remembers who held what before.
      *   records-book [UPDATE]   fold in new results (EOD step)
      *   records-book REPORT     record progression for the wall
      * Results come from the run headers and wave= lines of
      * SESSION-LOG.DAT and from the speedrun board. The book is
      * built from scratch the first time (no RECORDS.DAT yet), and
      * then the last MAX-BUILD-MONTHS months' SESSION-YYYYMM.ARC
      * files are read as well. A record only falls to a strictly
      * better result, so reading the same lines again breaks
      * nothing twice. Assisted, perk, CPU and handicapped runs,
      * and runs without initials or under the shared GST tag,
      * set no records; co-op runs count only for the longest
      * co-op run.
      * Output: RECORDS.DAT, RECORD-PROGRESSION.RPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORDS-BOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT RECORD-BOOK-FILE ASSIGN TO "RECORDS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS record-book-status.
         SELECT RECORD-HISTORY-FILE ASSIGN TO "RECORD-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS record-history-status.
         SELECT SESSION-LOG-FILE ASSIGN USING rbw-log-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS session-log-status.
         SELECT SPEEDRUN-BOARD-FILE
           ASSIGN TO "SPEEDRUN-BOARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS speedrun-status.
         SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-status.
         SELECT PROGRESSION-REPORT-FILE
           ASSIGN TO "RECORD-PROGRESSION.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS progression-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD RECORD-BOOK-FILE.
         COPY record-book-record.
      * The record that fell: category, then the new holder and
      * the one it was taken from (spaces when the category had
      * no record yet).
       FD RECORD-HISTORY-FILE.
         01 RECORD-HISTORY-RECORD.
           05 rbh-category PIC X(08).
           05 rbh-param PIC X(03).
           05 rbh-new-holder PIC X(07).
           05 rbh-new-value PIC 9(07)V9(02).
           05 rbh-new-date PIC X(08).
           05 rbh-new-cabinet PIC X(06).
           05 rbh-old-holder PIC X(07).
           05 rbh-old-value PIC 9(07)V9(02).
           05 rbh-old-date PIC X(08).
           05 rbh-old-cabinet PIC X(06).
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD SPEEDRUN-BOARD-FILE.
         COPY speedrun-record.
       FD CONFIG-FILE.
         01 CONFIG-LINE PIC X(80).
       FD PROGRESSION-REPORT-FILE.
         01 PROGRESSION-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY record-book-data.
       01 records-book-tool-data.
         78 MAX-BUILD-MONTHS VALUE 24.
         78 MAX-RUN-WAVES VALUE 50.
         78 MAX-DAY-PLAYERS VALUE 2000.
         05 record-history-status PIC X(02) VALUE "00".
         05 session-log-status PIC X(02) VALUE "00".
         05 speedrun-status PIC X(02) VALUE "00".
         05 config-status PIC X(02) VALUE "00".
         05 progression-report-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 rbw-action PIC X(08).
         05 rbw-log-name PIC X(20).
         05 rbw-eof PIC 9 VALUE 0.
         05 rbw-hist-eof PIC 9 VALUE 0.
         05 rbw-first-build PIC 9 VALUE 0.
         05 rbw-overflow PIC 9 VALUE 0.
         05 rbw-cabinet PIC X(06) VALUE SPACES.
         05 rbw-today PIC X(08).
         05 rbw-broken PIC 9(05) VALUE 0.
         05 rbw-i PIC 9(04).
         05 rbw-j PIC 9(04).
         05 rbw-pos PIC 9(04).
         05 rbw-swapped PIC 9.
         05 rbw-hold PIC X(41).
         05 rbw-key-1 PIC X(04).
         05 rbw-key-2 PIC X(04).
         05 rbw-order PIC 9(01).
         05 rbw-month.
           10 rbw-month-yyyy PIC 9(04).
           10 rbw-month-mm PIC 9(02).
         05 rbw-month-num REDEFINES rbw-month PIC 9(06).
         05 rbw-this-month PIC 9(06).
      * One result offered to the book.
         05 rbw-category PIC X(08).
         05 rbw-param PIC X(03).
         05 rbw-holder PIC X(07).
         05 rbw-value PIC 9(07)V9(02).
         05 rbw-date PIC X(08).
         05 rbw-lower-wins PIC 9.
         05 rbw-better PIC 9.
      * The waves cleared in the run whose header is still to
      * come, chained by date and run= stamp.
         05 rbw-wave-key PIC X(14).
         05 rbw-key PIC X(14).
         05 rbw-wave-count PIC 9(03) VALUE 0.
         05 rbw-wave OCCURS MAX-RUN-WAVES TIMES.
           10 rbw-wave-level PIC 9(03).
           10 rbw-wave-time PIC 9(05).
      * Runs per player per day in the file being read.
         05 rbw-day-count PIC 9(04) VALUE 0.
         05 rbw-day OCCURS MAX-DAY-PLAYERS TIMES.
           10 rbw-day-who PIC X(03).
           10 rbw-day-date PIC X(08).
           10 rbw-day-plays PIC 9(05).
         05 rbw-day-find-who PIC X(03).
         05 rbw-value-text PIC X(12).
         05 rbw-line PIC X(70).
         05 rbw-level-edit PIC ZZ9.
         05 SL-WORK PIC X(119).
         05 SL-PARSED REDEFINES SL-WORK.
           10 FILLER PIC X(06).
           10 sl-start PIC X(06).
           10 FILLER PIC X(30).
           10 sl-score PIC X(06).
           10 FILLER PIC X(10).
           10 sl-duration PIC X(05).
           10 FILLER PIC X(07).
           10 sl-date PIC X(08).
           10 FILLER PIC X(01).
           10 sl-flag PIC X(01).
           10 FILLER PIC X(05).
           10 sl-who PIC X(03).
           10 sl-coop-tag PIC X(01).
           10 sl-partner PIC X(03).
           10 FILLER PIC X(03).
           10 sl-difficulty PIC X(01).
           10 FILLER PIC X(18).
           10 sl-combo-tag PIC X(02).
           10 sl-combo PIC X(03).
         05 WL-PARSED REDEFINES SL-WORK.
           10 FILLER PIC X(05).
           10 wl-level PIC X(03).
           10 FILLER PIC X(05).
           10 wl-run PIC X(06).
           10 FILLER PIC X(06).
           10 wl-time PIC X(05).
           10 FILLER PIC X(40).
           10 wl-date PIC X(08).
           10 FILLER PIC X(41).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE FUNCTION UPPER-CASE(command-line-args) TO rbw-action
         MOVE FUNCTION CURRENT-DATE(1:8) TO rbw-today
         EVALUATE rbw-action
           WHEN SPACES
           WHEN "UPDATE"
             PERFORM 1000-READ-CABINET THRU 1000-EXIT
             PERFORM 1100-LOAD-BOOK THRU 1100-EXIT
             OPEN EXTEND RECORD-HISTORY-FILE
             IF record-history-status NOT EQUAL TO "00" THEN
               OPEN OUTPUT RECORD-HISTORY-FILE
             END-IF
             IF record-history-status NOT EQUAL TO "00" THEN
               DISPLAY "Cannot append RECORD-HISTORY.DAT"
                 UPON SYSERR
               MOVE 8 TO RETURN-CODE
               PERFORM 9910-RUNLOG-END
               GOBACK
             END-IF
             PERFORM 2000-SCAN-SESSIONS
             PERFORM 3000-SCAN-SPEEDRUN THRU 3000-EXIT
             CLOSE RECORD-HISTORY-FILE
             PERFORM 4000-SORT-BOOK
             PERFORM 4100-SAVE-BOOK
             DISPLAY "Records book updated: " rbw-broken
               " records set or broken, " rbk-count " in the book"
             IF rbw-overflow EQUAL TO 1 THEN
               DISPLAY "Records book or day tally full - some "
                 "results not counted" UPON SYSERR
               IF RETURN-CODE LESS THAN 4 THEN
                 MOVE 4 TO RETURN-CODE
               END-IF
             END-IF
           WHEN "REPORT"
             PERFORM 1100-LOAD-BOOK THRU 1100-EXIT
             PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
           WHEN OTHER
             DISPLAY "Usage: records-book [UPDATE] | REPORT"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * The cabinet a record was set on is this one; CONFIG.DAT
      * names it.
       1000-READ-CABINET.
         OPEN INPUT CONFIG-FILE
         IF config-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO rbw-eof
         PERFORM UNTIL rbw-eof EQUAL TO 1
           READ CONFIG-FILE
             AT END
               MOVE 1 TO rbw-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF CONFIG-LINE(1:8) EQUAL TO "cabinet=" THEN
                 MOVE CONFIG-LINE(9:6) TO rbw-cabinet
               END-IF
           END-READ
         END-PERFORM
         CLOSE CONFIG-FILE.
       1000-EXIT.
         EXIT.

       1100-LOAD-BOOK.
         MOVE 0 TO rbk-count
         OPEN INPUT RECORD-BOOK-FILE
         IF record-book-status NOT EQUAL TO "00" THEN
           MOVE 1 TO rbw-first-build
           GO TO 1100-EXIT
         END-IF
         PERFORM VARYING rbk-i FROM 1 BY 1
         UNTIL rbk-i > MAX-BOOK-RECORDS
           READ RECORD-BOOK-FILE
             AT END
               MOVE MAX-BOOK-RECORDS TO rbk-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO rbk-count
               MOVE rbk-category TO rbt-category(rbk-count)
               MOVE rbk-param TO rbt-param(rbk-count)
               MOVE rbk-holder TO rbt-holder(rbk-count)
               MOVE rbk-value TO rbt-value(rbk-count)
               MOVE rbk-date TO rbt-date(rbk-count)
               MOVE rbk-cabinet TO rbt-cabinet(rbk-count)
           END-READ
         END-PERFORM
         CLOSE RECORD-BOOK-FILE.
       1100-EXIT.
         EXIT.

      * A first build reads back through the archived months,
      * oldest first, so the progression comes out in order.
       2000-SCAN-SESSIONS.
         MOVE rbw-today(1:6) TO rbw-this-month
         IF rbw-first-build EQUAL TO 1 THEN
           MOVE rbw-this-month TO rbw-month-num
           PERFORM MAX-BUILD-MONTHS TIMES
             IF rbw-month-mm EQUAL TO 1 THEN
               SUBTRACT 1 FROM rbw-month-yyyy
               MOVE 12 TO rbw-month-mm
             ELSE
               SUBTRACT 1 FROM rbw-month-mm
             END-IF
           END-PERFORM
           PERFORM UNTIL rbw-month-num NOT LESS THAN rbw-this-month
             MOVE SPACES TO rbw-log-name
             STRING "SESSION-" rbw-month ".ARC"
               DELIMITED BY SIZE INTO rbw-log-name
             PERFORM 2100-SCAN-SESSION-LOG THRU 2100-EXIT
             IF rbw-month-mm EQUAL TO 12 THEN
               ADD 1 TO rbw-month-yyyy
               MOVE 1 TO rbw-month-mm
             ELSE
               ADD 1 TO rbw-month-mm
             END-IF
           END-PERFORM
         END-IF
         MOVE "SESSION-LOG.DAT" TO rbw-log-name
         PERFORM 2100-SCAN-SESSION-LOG THRU 2100-EXIT.

      * A missing archive is a month the cabinet never rolled (or
      * never ran); it is skipped, not an error.
       2100-SCAN-SESSION-LOG.
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           GO TO 2100-EXIT
         END-IF
         MOVE 0 TO rbw-wave-count
         MOVE SPACES TO rbw-wave-key
         MOVE 0 TO rbw-day-count
         MOVE 0 TO rbw-eof
         PERFORM UNTIL rbw-eof EQUAL TO 1
           MOVE SPACES TO SL-WORK
           READ SESSION-LOG-FILE NEXT RECORD INTO SL-WORK
             AT END
               MOVE 1 TO rbw-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF SL-WORK(1:5) EQUAL TO "wave="
                  AND wl-date IS NUMERIC THEN
                 PERFORM 2200-KEEP-WAVE
               END-IF
               IF SL-WORK(1:6) EQUAL TO "start="
                  AND sl-date IS NUMERIC THEN
                 PERFORM 2300-APPLY-RUN THRU 2300-EXIT
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE
         PERFORM 2500-FOLD-DAY-PLAYS.
       2100-EXIT.
         EXIT.

       2200-KEEP-WAVE.
         MOVE wl-date TO rbw-key(1:8)
         MOVE wl-run TO rbw-key(9:6)
         IF rbw-key NOT EQUAL TO rbw-wave-key THEN
           MOVE rbw-key TO rbw-wave-key
           MOVE 0 TO rbw-wave-count
         END-IF
         IF rbw-wave-count LESS THAN MAX-RUN-WAVES
            AND wl-level(3:1) IS NUMERIC
            AND wl-time(5:1) IS NUMERIC THEN
           ADD 1 TO rbw-wave-count
           COMPUTE rbw-wave-level(rbw-wave-count) =
             FUNCTION NUMVAL(wl-level)
           COMPUTE rbw-wave-time(rbw-wave-count) =
             FUNCTION NUMVAL(wl-time)
         END-IF.

       2300-APPLY-RUN.
         MOVE sl-date TO rbw-key(1:8)
         MOVE sl-start TO rbw-key(9:6)
         IF sl-who EQUAL TO SPACES OR sl-who EQUAL TO "CPU"
            OR sl-who EQUAL TO "GST" THEN
           GO TO 2300-EXIT
         END-IF
         MOVE sl-who TO rbw-day-find-who
         PERFORM 2400-COUNT-PLAY
         IF sl-coop-tag EQUAL TO "+"
            AND sl-partner NOT EQUAL TO SPACES
            AND sl-partner NOT EQUAL TO "GST" THEN
           MOVE sl-partner TO rbw-day-find-who
           PERFORM 2400-COUNT-PLAY
         END-IF
         IF sl-flag NOT EQUAL TO SPACE THEN
           GO TO 2300-EXIT
         END-IF
         MOVE sl-date TO rbw-date
         IF sl-coop-tag EQUAL TO "+" THEN
           IF sl-partner NOT EQUAL TO SPACES
              AND sl-partner NOT EQUAL TO "GST"
              AND sl-duration(5:1) IS NUMERIC THEN
             MOVE "COOPRUN" TO rbw-category
             MOVE SPACES TO rbw-param
             MOVE SPACES TO rbw-holder
             STRING sl-who "+" sl-partner
               DELIMITED BY SIZE INTO rbw-holder
             COMPUTE rbw-value = FUNCTION NUMVAL(sl-duration)
             MOVE 0 TO rbw-lower-wins
             PERFORM 2600-OFFER-RESULT THRU 2600-EXIT
           END-IF
           GO TO 2300-EXIT
         END-IF
         MOVE sl-who TO rbw-holder
         IF sl-difficulty IS NUMERIC
            AND sl-score(6:1) IS NUMERIC THEN
           MOVE "SCORE" TO rbw-category
           MOVE SPACES TO rbw-param
           STRING "00" sl-difficulty DELIMITED BY SIZE
             INTO rbw-param
           COMPUTE rbw-value = FUNCTION NUMVAL(sl-score)
           MOVE 0 TO rbw-lower-wins
           PERFORM 2600-OFFER-RESULT THRU 2600-EXIT
         END-IF
         IF sl-combo-tag EQUAL TO "c=" AND sl-combo IS NUMERIC THEN
           MOVE "COMBO" TO rbw-category
           MOVE SPACES TO rbw-param
           MOVE sl-combo TO rbw-value
           MOVE 0 TO rbw-lower-wins
           PERFORM 2600-OFFER-RESULT THRU 2600-EXIT
         END-IF
         IF rbw-key EQUAL TO rbw-wave-key THEN
           MOVE "CLEAR" TO rbw-category
           MOVE 1 TO rbw-lower-wins
           PERFORM VARYING rbw-i FROM 1 BY 1
           UNTIL rbw-i > rbw-wave-count
             IF rbw-wave-time(rbw-i) GREATER THAN 0 THEN
               MOVE rbw-wave-level(rbw-i) TO rbw-param
               MOVE rbw-wave-time(rbw-i) TO rbw-value
               PERFORM 2600-OFFER-RESULT THRU 2600-EXIT
             END-IF
           END-PERFORM
           MOVE 0 TO rbw-wave-count
           MOVE SPACES TO rbw-wave-key
         END-IF.
       2300-EXIT.
         EXIT.

       2400-COUNT-PLAY.
         MOVE 0 TO rbw-pos
         PERFORM VARYING rbw-j FROM rbw-day-count BY -1
         UNTIL rbw-j < 1
           IF rbw-day-who(rbw-j) EQUAL TO rbw-day-find-who
              AND rbw-day-date(rbw-j) EQUAL TO sl-date THEN
             MOVE rbw-j TO rbw-pos
             MOVE 1 TO rbw-j
           END-IF
         END-PERFORM
         IF rbw-pos EQUAL TO 0 THEN
           IF rbw-day-count NOT LESS THAN MAX-DAY-PLAYERS THEN
             MOVE 1 TO rbw-overflow
             NEXT SENTENCE
           END-IF
           ADD 1 TO rbw-day-count
           MOVE rbw-day-count TO rbw-pos
           MOVE rbw-day-find-who TO rbw-day-who(rbw-pos)
           MOVE sl-date TO rbw-day-date(rbw-pos)
           MOVE 0 TO rbw-day-plays(rbw-pos)
         END-IF
         ADD 1 TO rbw-day-plays(rbw-pos).

       2500-FOLD-DAY-PLAYS.
         MOVE "DAYPLAYS" TO rbw-category
         MOVE SPACES TO rbw-param
         MOVE 0 TO rbw-lower-wins
         PERFORM VARYING rbw-j FROM 1 BY 1
         UNTIL rbw-j > rbw-day-count
           MOVE rbw-day-who(rbw-j) TO rbw-holder
           MOVE rbw-day-plays(rbw-j) TO rbw-value
           MOVE rbw-day-date(rbw-j) TO rbw-date
           PERFORM 2600-OFFER-RESULT THRU 2600-EXIT
         END-PERFORM.

      * A category seen for the first time opens with this result.
      * A day's tally read again later the same day (a re-run)
      * just moves the standing record up; it is the same day's
      * record, not a new one.
       2600-OFFER-RESULT.
         MOVE 0 TO rbw-pos
         PERFORM VARYING rbk-i FROM 1 BY 1 UNTIL rbk-i > rbk-count
           IF rbt-category(rbk-i) EQUAL TO rbw-category
              AND rbt-param(rbk-i) EQUAL TO rbw-param THEN
             MOVE rbk-i TO rbw-pos
             MOVE rbk-count TO rbk-i
           END-IF
         END-PERFORM
         IF rbw-pos EQUAL TO 0 THEN
           IF rbk-count NOT LESS THAN MAX-BOOK-RECORDS THEN
             MOVE 1 TO rbw-overflow
             GO TO 2600-EXIT
           END-IF
           ADD 1 TO rbk-count
           MOVE rbk-count TO rbw-pos
           MOVE rbw-category TO rbt-category(rbw-pos)
           MOVE rbw-param TO rbt-param(rbw-pos)
           MOVE SPACES TO rbt-holder(rbw-pos)
           MOVE 0 TO rbt-value(rbw-pos)
           MOVE SPACES TO rbt-date(rbw-pos)
           MOVE SPACES TO rbt-cabinet(rbw-pos)
           MOVE 1 TO rbw-better
         ELSE
           MOVE 0 TO rbw-better
           IF rbw-lower-wins EQUAL TO 1 THEN
             IF rbw-value LESS THAN rbt-value(rbw-pos) THEN
               MOVE 1 TO rbw-better
             END-IF
           ELSE
             IF rbw-value GREATER THAN rbt-value(rbw-pos) THEN
               MOVE 1 TO rbw-better
             END-IF
           END-IF
         END-IF
         IF rbw-better EQUAL TO 0 THEN
           GO TO 2600-EXIT
         END-IF
         IF rbw-category EQUAL TO "DAYPLAYS"
            AND rbt-holder(rbw-pos) EQUAL TO rbw-holder
            AND rbt-date(rbw-pos) EQUAL TO rbw-date THEN
           MOVE rbw-value TO rbt-value(rbw-pos)
           GO TO 2600-EXIT
         END-IF
         MOVE rbw-category TO rbh-category
         MOVE rbw-param TO rbh-param
         MOVE rbw-holder TO rbh-new-holder
         MOVE rbw-value TO rbh-new-value
         MOVE rbw-date TO rbh-new-date
         MOVE rbw-cabinet TO rbh-new-cabinet
         MOVE rbt-holder(rbw-pos) TO rbh-old-holder
         MOVE rbt-value(rbw-pos) TO rbh-old-value
         MOVE rbt-date(rbw-pos) TO rbh-old-date
         MOVE rbt-cabinet(rbw-pos) TO rbh-old-cabinet
         WRITE RECORD-HISTORY-RECORD
         ADD 1 TO runlog-written
         ADD 1 TO rbw-broken
         MOVE rbw-holder TO rbt-holder(rbw-pos)
         MOVE rbw-value TO rbt-value(rbw-pos)
         MOVE rbw-date TO rbt-date(rbw-pos)
         MOVE rbw-cabinet TO rbt-cabinet(rbw-pos).
       2600-EXIT.
         EXIT.

      * The board is kept sorted, fastest first, but every line is
      * offered: only a strictly faster one can take the record.
       3000-SCAN-SPEEDRUN.
         OPEN INPUT SPEEDRUN-BOARD-FILE
         IF speedrun-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         MOVE "FULLGAME" TO rbw-category
         MOVE SPACES TO rbw-param
         MOVE 1 TO rbw-lower-wins
         MOVE 0 TO rbw-eof
         PERFORM UNTIL rbw-eof EQUAL TO 1
           READ SPEEDRUN-BOARD-FILE
             AT END
               MOVE 1 TO rbw-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF sb-total IS NUMERIC AND sb-total GREATER THAN 0
                  AND sb-initials NOT EQUAL TO SPACES
                  AND sb-initials NOT EQUAL TO "GST" THEN
                 MOVE sb-initials TO rbw-holder
                 MOVE sb-total TO rbw-value
                 MOVE sb-date TO rbw-date
                 PERFORM 2600-OFFER-RESULT THRU 2600-EXIT
               END-IF
           END-READ
         END-PERFORM
         CLOSE SPEEDRUN-BOARD-FILE.
       3000-EXIT.
         EXIT.

      * Book order: the headline records first, then the wave
      * clears by wave number.
       4000-SORT-BOOK.
         MOVE 1 TO rbw-swapped
         PERFORM UNTIL rbw-swapped EQUAL TO 0
           MOVE 0 TO rbw-swapped
           PERFORM VARYING rbk-i FROM 1 BY 1
           UNTIL rbk-i NOT LESS THAN rbk-count
             COMPUTE rbw-j = rbk-i + 1
             MOVE rbk-i TO rbw-pos
             PERFORM 4050-BOOK-ORDER
             MOVE rbw-order TO rbw-key-1(1:1)
             MOVE rbt-param(rbk-i) TO rbw-key-1(2:3)
             MOVE rbw-j TO rbw-pos
             PERFORM 4050-BOOK-ORDER
             MOVE rbw-order TO rbw-key-2(1:1)
             MOVE rbt-param(rbw-j) TO rbw-key-2(2:3)
             IF rbw-key-2 LESS THAN rbw-key-1 THEN
               MOVE rbk-entry(rbk-i) TO rbw-hold
               MOVE rbk-entry(rbw-j) TO rbk-entry(rbk-i)
               MOVE rbw-hold TO rbk-entry(rbw-j)
               MOVE 1 TO rbw-swapped
             END-IF
           END-PERFORM
         END-PERFORM.

       4050-BOOK-ORDER.
         EVALUATE rbt-category(rbw-pos)
           WHEN "SCORE"
             MOVE 1 TO rbw-order
           WHEN "FULLGAME"
             MOVE 2 TO rbw-order
           WHEN "COMBO"
             MOVE 3 TO rbw-order
           WHEN "DAYPLAYS"
             MOVE 4 TO rbw-order
           WHEN "COOPRUN"
             MOVE 5 TO rbw-order
           WHEN OTHER
             MOVE 6 TO rbw-order
         END-EVALUATE.

       4100-SAVE-BOOK.
         OPEN OUTPUT RECORD-BOOK-FILE
         IF record-book-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write RECORDS.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         PERFORM VARYING rbk-i FROM 1 BY 1 UNTIL rbk-i > rbk-count
           MOVE rbt-category(rbk-i) TO rbk-category
           MOVE rbt-param(rbk-i) TO rbk-param
           MOVE rbt-holder(rbk-i) TO rbk-holder
           MOVE rbt-value(rbk-i) TO rbk-value
           MOVE rbt-date(rbk-i) TO rbk-date
           MOVE rbt-cabinet(rbk-i) TO rbk-cabinet
           WRITE RECORD-BOOK-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE RECORD-BOOK-FILE.

      * Per record, the standing holder and then every holder in
      * turn from RECORD-HISTORY.DAT, oldest first.
       5000-WRITE-REPORT.
         OPEN OUTPUT PROGRESSION-REPORT-FILE
         IF progression-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write RECORD-PROGRESSION.RPT"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE "ALL-TIME RECORDS - RECORD PROGRESSION" TO rbw-line
         PERFORM 5900-PUT-LINE
         MOVE ALL "=" TO rbw-line
         PERFORM 5900-PUT-LINE
         IF rbk-count EQUAL TO 0 THEN
           MOVE "No records set yet" TO rbw-line
           PERFORM 5900-PUT-LINE
         END-IF
         PERFORM VARYING rbk-i FROM 1 BY 1 UNTIL rbk-i > rbk-count
           MOVE SPACES TO rbw-line
           PERFORM 5900-PUT-LINE
           MOVE rbk-i TO rbw-pos
           PERFORM 5200-RECORD-LABEL
           MOVE rbk-label TO rbw-line
           PERFORM 5900-PUT-LINE
           MOVE rbt-category(rbk-i) TO rbw-category
           MOVE rbt-value(rbk-i) TO rbw-value
           PERFORM 5300-FORMAT-VALUE
           MOVE SPACES TO rbw-line
           STRING "  Held by " rbt-holder(rbk-i) "  "
             rbw-value-text "  since " rbt-date(rbk-i)
             "  cabinet " rbt-cabinet(rbk-i)
             DELIMITED BY SIZE INTO rbw-line
           PERFORM 5900-PUT-LINE
           PERFORM 5100-PROGRESSION THRU 5100-EXIT
         END-PERFORM
         CLOSE PROGRESSION-REPORT-FILE
         MOVE "RECORD-PROGRESSION.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Record progression written to "
           "RECORD-PROGRESSION.RPT"
         IF rbk-count EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF.
       5000-EXIT.
         EXIT.

       5100-PROGRESSION.
         OPEN INPUT RECORD-HISTORY-FILE
         IF record-history-status NOT EQUAL TO "00" THEN
           GO TO 5100-EXIT
         END-IF
         MOVE 0 TO rbw-hist-eof
         PERFORM UNTIL rbw-hist-eof EQUAL TO 1
           READ RECORD-HISTORY-FILE
             AT END
               MOVE 1 TO rbw-hist-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF rbh-category EQUAL TO rbt-category(rbk-i)
                  AND rbh-param EQUAL TO rbt-param(rbk-i)
                  AND rbh-new-value IS NUMERIC THEN
                 MOVE rbh-new-value TO rbw-value
                 PERFORM 5300-FORMAT-VALUE
                 MOVE SPACES TO rbw-line
                 STRING "    " rbh-new-date "  " rbh-new-holder
                   "  " rbw-value-text "  cabinet "
                   rbh-new-cabinet
                   DELIMITED BY SIZE INTO rbw-line
                 PERFORM 5900-PUT-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE RECORD-HISTORY-FILE.
       5100-EXIT.
         EXIT.

       5200-RECORD-LABEL.
         MOVE SPACES TO rbk-label
         EVALUATE rbt-category(rbw-pos)
           WHEN "SCORE"
             STRING "High score, difficulty "
               rbt-param(rbw-pos)(3:1)
               DELIMITED BY SIZE INTO rbk-label
           WHEN "FULLGAME"
             MOVE "Fastest full game" TO rbk-label
           WHEN "COMBO"
             MOVE "Highest combo" TO rbk-label
           WHEN "DAYPLAYS"
             MOVE "Most plays in a day" TO rbk-label
           WHEN "COOPRUN"
             MOVE "Longest co-op run" TO rbk-label
           WHEN OTHER
             MOVE 0 TO rbw-level-edit
             IF rbt-param(rbw-pos) IS NUMERIC THEN
               MOVE rbt-param(rbw-pos) TO rbw-level-edit
             END-IF
             STRING "Fastest clear, wave "
               FUNCTION TRIM(rbw-level-edit)
               DELIMITED BY SIZE INTO rbk-label
         END-EVALUATE.

      * Times show as seconds (the full game to the hundredth, as
      * the speedrun board keeps it); the rest are plain counts.
       5300-FORMAT-VALUE.
         MOVE SPACES TO rbw-value-text
         EVALUATE rbw-category
           WHEN "FULLGAME"
             MOVE rbw-value TO rbk-time-edit
             STRING FUNCTION TRIM(rbk-time-edit) "s"
               DELIMITED BY SIZE INTO rbw-value-text
           WHEN "CLEAR"
           WHEN "COOPRUN"
             MOVE rbw-value TO rbk-int-edit
             STRING FUNCTION TRIM(rbk-int-edit) "s"
               DELIMITED BY SIZE INTO rbw-value-text
           WHEN OTHER
             MOVE rbw-value TO rbk-int-edit
             MOVE FUNCTION TRIM(rbk-int-edit) TO rbw-value-text
         END-EVALUATE.

       5900-PUT-LINE.
         WRITE PROGRESSION-REPORT-RECORD FROM rbw-line
         ADD 1 TO runlog-written.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "RECORDS-BOOK" TO rptarc-program
         MOVE 0 TO rptarc-status
         MOVE RETURN-CODE TO runlog-rc
         CALL "REPORT-ARCHIVE" USING report-archive-data
           ON EXCEPTION
             CONTINUE
         END-CALL
         MOVE runlog-rc TO RETURN-CODE
         IF rptarc-status NOT EQUAL TO 0
            AND RETURN-CODE LESS THAN 4 THEN
           MOVE 4 TO RETURN-CODE
         END-IF.

       9900-RUNLOG-START.
         MOVE "RECORDS-BOOK" TO runlog-program
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
       END PROGRAM RECORDS-BOOK.

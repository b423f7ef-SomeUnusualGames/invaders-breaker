      * Compile and run on Windows:
      * cobc -xj dispute.cbl batch-runlog.cbl report-archive.cbl
      * Customer dispute cases. When a player at the counter says
      * the machine ate a credit or a score did not print, the case
      * is opened here against their initials and a date/time
      * window, and the evidence is pulled together in one place
      * instead of by eye across three files:
      *   dispute OPEN <initials> <yyyymmdd> <from> <to> <staff>
      *                <claim>
      *     from/to are HHMM or HHMMSS; opens the next case number
      *     in DISPUTES.DAT and writes DISPUTE-nnnnn.RPT
      *   dispute SHOW <case>
      *     re-pulls the evidence for a case into DISPUTE-nnnnn.RPT
      *   dispute UPHOLD <case> <staff> <note>
      *     posts one GOODWILL credit on the COIN-AUDIT.DAT chain,
      *     reason rc=D plus the case number, and closes the case
      *   dispute REJECT <case> <staff> <note>
      *     once STAFF.DAT has a register, <staff> must be an active
      *     staff ID there, and a manager's to UPHOLD
      *   dispute SUMMARY [yyyymm]
      *     cases opened in the month by outcome, to
      *     DISPUTE-SUMMARY.RPT (default the month before this one)
      * The evidence is: the player's SESSION-LOG.DAT run headers in
      * the window with their wave= lines, every coin-ledger line in
      * the window, TICKET-REGISTER.DAT tickets printed in it, and
      * whether REPLAY.DAT or the champion replay still holds one of
      * those runs. Where the records carry a run ID the joins are
      * made on it - wave lines, the PLAY line, tickets printed for
      * the run after the window closed, and the saved replays -
      * and on the run's start stamp only for older records.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT DISPUTES-FILE ASSIGN TO "DISPUTES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS disputes-status.
         SELECT SESSION-LOG-FILE ASSIGN TO "SESSION-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS session-log-status.
         SELECT COIN-AUDIT-FILE ASSIGN TO "COIN-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS coin-audit-status.
         SELECT TICKET-REGISTER-FILE
           ASSIGN TO "TICKET-REGISTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ticket-register-status.
         SELECT REPLAY-SEED-FILE ASSIGN TO "REPLAY-SEED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS replay-seed-status.
         SELECT CHAMPION-SEED-FILE ASSIGN TO "CHAMPION-SEED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS champion-seed-status.
         SELECT CASE-REPORT-FILE ASSIGN USING dp-report-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS case-report-status.
         SELECT SUMMARY-REPORT-FILE
           ASSIGN TO "DISPUTE-SUMMARY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS summary-report-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
       DATA DIVISION.
       FILE SECTION.
       FD DISPUTES-FILE.
         COPY dispute-record.
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD COIN-AUDIT-FILE.
         COPY coin-audit-record.
       FD TICKET-REGISTER-FILE.
         COPY ticket-register-record.
       FD REPLAY-SEED-FILE.
         COPY replay-seed-record.
       FD CHAMPION-SEED-FILE.
         01 CHAMPION-SEED-RECORD.
           05 crs-seed PIC 9(09).
           05 crs-score PIC 9(06).
           05 crs-run-date PIC X(08).
           05 crs-run-start PIC X(06).
           05 crs-run-id PIC X(20).
       FD CASE-REPORT-FILE.
         01 CASE-REPORT-RECORD PIC X(100).
       FD SUMMARY-REPORT-FILE.
         01 SUMMARY-REPORT-RECORD PIC X(80).
       FD STAFF-FILE.
         COPY staff-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 dispute-data.
         05 disputes-status PIC X(02) VALUE "00".
         05 session-log-status PIC X(02) VALUE "00".
         05 coin-audit-status PIC X(02) VALUE "00".
         05 ticket-register-status PIC X(02) VALUE "00".
         05 replay-seed-status PIC X(02) VALUE "00".
         05 champion-seed-status PIC X(02) VALUE "00".
         05 case-report-status PIC X(02) VALUE "00".
         05 summary-report-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 dp-staff-rows PIC 9(03) VALUE 0.
         05 dp-staff-ok PIC 9 VALUE 0.
         05 command-line-args PIC X(120).
         05 dp-ptr PIC 9(03).
         05 dp-verb PIC X(08) VALUE SPACES.
         05 dp-initials PIC X(03) VALUE SPACES.
         05 dp-date PIC X(08) VALUE SPACES.
         05 dp-from-text PIC X(06) VALUE SPACES.
         05 dp-to-text PIC X(06) VALUE SPACES.
         05 dp-staff PIC X(04) VALUE SPACES.
         05 dp-text PIC X(30) VALUE SPACES.
         05 dp-case-text PIC X(05) VALUE SPACES.
         05 dp-case-just PIC X(05) JUSTIFIED RIGHT.
         05 dp-case PIC 9(05) VALUE 0.
         05 dp-month PIC X(06) VALUE SPACES.
         05 dp-report-name PIC X(20) VALUE SPACES.
         05 dp-eof PIC 9 VALUE 0.
         05 dp-i PIC 9(04).
         05 dp-j PIC 9(04).
         05 dp-pos PIC 9(04) VALUE 0.
         05 dp-now-yyyymm PIC 9(06).
         05 dp-now-split REDEFINES dp-now-yyyymm.
           10 dp-now-yyyy PIC 9(04).
           10 dp-now-mm PIC 9(02).
         05 dp-line PIC X(100).
         05 dp-edit PIC ZZZZ9.
         05 dp-edit-2 PIC ZZZZ9.
         05 dp-edit-3 PIC ZZZZ9.
         05 dp-edit-4 PIC ZZZZ9.
         05 dp-other-runs PIC 9(04) VALUE 0.
         05 dp-coin-lines PIC 9(04) VALUE 0.
         05 dp-tickets PIC 9(04) VALUE 0.
         05 dp-count-opened PIC 9(05) VALUE 0.
         05 dp-count-upheld PIC 9(05) VALUE 0.
         05 dp-count-rejected PIC 9(05) VALUE 0.
         05 dp-count-open PIC 9(05) VALUE 0.
         05 dp-count-older-open PIC 9(05) VALUE 0.
      * Coin-ledger chain tail for the GOODWILL line.
         05 dp-last-seq PIC 9(06) VALUE 0.
         05 dp-last-check PIC 9(04) VALUE 0.
         05 dp-seconds PIC 9(05).
         05 dp-time-num PIC 9(06).
         05 dp-time-split REDEFINES dp-time-num.
           10 dp-num-hh PIC 9(02).
           10 dp-num-mm PIC 9(02).
           10 dp-num-ss PIC 9(02).
         78 MAX-CASES VALUE 999.
         05 dp-case-count PIC 9(04) VALUE 0.
         05 dp-case-table.
           10 dp-case-row OCCURS MAX-CASES TIMES.
             15 dpc-record PIC X(119).
      * Start stamps and run IDs of the player's runs found in the
      * window; the wave= lines, tickets and saved replays hang off
      * these.
         78 MAX-RUNS VALUE 50.
         05 dp-run-count PIC 9(02) VALUE 0.
         05 dp-run-table.
           10 dp-run-row OCCURS MAX-RUNS TIMES.
             15 dp-run-start PIC X(06).
             15 dp-run-id PIC X(20).
         05 dp-find-id PIC X(20).
         05 dp-hit PIC 9 VALUE 0.
         05 SL-WORK PIC X(143).
         05 SL-PARSED REDEFINES SL-WORK.
           10 FILLER PIC X(06).
           10 sl-start PIC X(06).
           10 FILLER PIC X(58).
           10 sl-date PIC X(08).
           10 FILLER PIC X(07).
           10 sl-who PIC X(03).
           10 FILLER PIC X(01).
           10 sl-who-2 PIC X(03).
           10 FILLER PIC X(28).
           10 sl-id-tag PIC X(03).
           10 sl-id PIC X(20).
         05 SL-WAVE REDEFINES SL-WORK.
           10 FILLER PIC X(13).
           10 sl-run PIC X(06).
           10 FILLER PIC X(124).
         05 COLL-WORK PIC X(68).
         05 COLL-PARSED REDEFINES COLL-WORK.
           10 FILLER PIC X(04).
           10 cl-seq PIC X(06).
           10 FILLER PIC X(03).
           10 cl-time PIC X(06).
           10 FILLER PIC X(04).
           10 cl-event PIC X(08).
           10 FILLER PIC X(04).
           10 cl-credits PIC X(03).
           10 FILLER PIC X(04).
           10 cl-check PIC X(04).
           10 FILLER PIC X(03).
           10 cl-date PIC X(08).
           10 FILLER PIC X(11).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE 1 TO dp-ptr
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO dp-verb
           WITH POINTER dp-ptr
         END-UNSTRING
         PERFORM 1000-LOAD-CASES THRU 1000-EXIT
         EVALUATE dp-verb
           WHEN "OPEN    "
             PERFORM 2000-OPEN-CASE THRU 2000-EXIT
           WHEN "SHOW    "
             PERFORM 3000-SHOW-CASE THRU 3000-EXIT
           WHEN "UPHOLD  "
           WHEN "REJECT  "
             PERFORM 4000-RESOLVE-CASE THRU 4000-EXIT
           WHEN "SUMMARY "
             PERFORM 7000-MONTHLY-SUMMARY THRU 7000-EXIT
           WHEN OTHER
             DISPLAY "Usage: dispute OPEN <initials> <yyyymmdd> "
               "<from> <to> <staff> <claim>" UPON SYSERR
             DISPLAY "       dispute SHOW <case>" UPON SYSERR
             DISPLAY "       dispute UPHOLD|REJECT <case> <staff> "
               "<note>" UPON SYSERR
             DISPLAY "       dispute SUMMARY [yyyymm]" UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-CASES.
         MOVE 0 TO dp-case-count
         OPEN INPUT DISPUTES-FILE
         IF disputes-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO dp-eof
         PERFORM UNTIL dp-eof EQUAL TO 1
           READ DISPUTES-FILE
             AT END
               MOVE 1 TO dp-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF dp-case-count LESS THAN MAX-CASES THEN
                 ADD 1 TO dp-case-count
                 MOVE DISPUTE-RECORD TO dpc-record(dp-case-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE DISPUTES-FILE.
       1000-EXIT.
         EXIT.

       1100-SAVE-CASES.
         OPEN OUTPUT DISPUTES-FILE
         PERFORM VARYING dp-i FROM 1 BY 1
         UNTIL dp-i > dp-case-count
           MOVE dpc-record(dp-i) TO DISPUTE-RECORD
           WRITE DISPUTE-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE DISPUTES-FILE.

       1200-FIND-CASE.
         MOVE 0 TO dp-pos
         MOVE FUNCTION TRIM(dp-case-text) TO dp-case-just
         INSPECT dp-case-just REPLACING LEADING SPACES BY ZEROS
         IF dp-case-just IS NOT NUMERIC THEN
           NEXT SENTENCE
         END-IF
         MOVE dp-case-just TO dp-case
         PERFORM VARYING dp-i FROM 1 BY 1
         UNTIL dp-i > dp-case-count
           MOVE dpc-record(dp-i) TO DISPUTE-RECORD
           IF ds-case EQUAL TO dp-case THEN
             MOVE dp-i TO dp-pos
             MOVE dp-case-count TO dp-i
           END-IF
         END-PERFORM.

      * HHMM widens to the whole minute at either end of the
      * window, so "1405 1410" takes in 14:10:59.
       2000-OPEN-CASE.
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO dp-initials dp-date dp-from-text dp-to-text dp-staff
           WITH POINTER dp-ptr
         END-UNSTRING
         IF dp-ptr LESS THAN 120 THEN
           MOVE command-line-args(dp-ptr:) TO dp-text
         END-IF
         IF dp-from-text(5:2) EQUAL TO SPACES THEN
           MOVE "00" TO dp-from-text(5:2)
         END-IF
         IF dp-to-text(5:2) EQUAL TO SPACES THEN
           MOVE "59" TO dp-to-text(5:2)
         END-IF
         IF dp-initials EQUAL TO SPACES
            OR dp-date IS NOT NUMERIC
            OR dp-from-text IS NOT NUMERIC
            OR dp-to-text IS NOT NUMERIC
            OR dp-to-text LESS THAN dp-from-text THEN
           DISPLAY "Need initials, a yyyymmdd date and a from/to "
             "time window (HHMM or HHMMSS)" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         IF dp-staff EQUAL TO SPACES THEN
           DISPLAY "A staff tag is required to open a case"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         IF dp-case-count NOT LESS THAN MAX-CASES THEN
           DISPLAY "DISPUTES.DAT is full" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO dp-case
         PERFORM VARYING dp-i FROM 1 BY 1
         UNTIL dp-i > dp-case-count
           MOVE dpc-record(dp-i) TO DISPUTE-RECORD
           IF ds-case GREATER THAN dp-case THEN
             MOVE ds-case TO dp-case
           END-IF
         END-PERFORM
         ADD 1 TO dp-case
         MOVE SPACES TO DISPUTE-RECORD
         MOVE dp-case TO ds-case
         MOVE "O" TO ds-status
         MOVE FUNCTION CURRENT-DATE(1:8) TO ds-opened-on
         MOVE dp-staff TO ds-opened-by
         MOVE dp-initials TO ds-initials
         MOVE dp-date TO ds-date
         MOVE dp-from-text TO ds-from
         MOVE dp-to-text TO ds-to
         MOVE dp-text TO ds-claim
         ADD 1 TO dp-case-count
         MOVE DISPUTE-RECORD TO dpc-record(dp-case-count)
         MOVE dp-case-count TO dp-pos
         PERFORM 1100-SAVE-CASES
         PERFORM 5000-WRITE-EVIDENCE THRU 5000-EXIT
         DISPLAY "Case " dp-case " opened - evidence in "
           FUNCTION TRIM(dp-report-name).
       2000-EXIT.
         EXIT.

       3000-SHOW-CASE.
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO dp-case-text
           WITH POINTER dp-ptr
         END-UNSTRING
         PERFORM 1200-FIND-CASE
         IF dp-pos EQUAL TO 0 THEN
           DISPLAY "No such case: " dp-case-text UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         PERFORM 5000-WRITE-EVIDENCE THRU 5000-EXIT
         DISPLAY "Evidence for case " dp-case " in "
           FUNCTION TRIM(dp-report-name).
       3000-EXIT.
         EXIT.

      * A case is resolved once. Upholding puts the giveaway on the
      * checksum chain first, so a case never reads upheld without
      * its GOODWILL line behind it.
       4000-RESOLVE-CASE.
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO dp-case-text dp-staff
           WITH POINTER dp-ptr
         END-UNSTRING
         IF dp-ptr LESS THAN 120 THEN
           MOVE command-line-args(dp-ptr:) TO dp-text
         END-IF
         PERFORM 1200-FIND-CASE
         IF dp-pos EQUAL TO 0 THEN
           DISPLAY "No such case: " dp-case-text UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         IF dp-staff EQUAL TO SPACES THEN
           DISPLAY "A staff tag is required to resolve a case"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         PERFORM 4200-CHECK-STAFF THRU 4200-EXIT
         IF dp-staff-ok EQUAL TO 0 THEN
           IF dp-verb EQUAL TO "UPHOLD  " THEN
             DISPLAY "Only an active manager's staff ID may uphold "
               "a case" UPON SYSERR
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY dp-staff " is not an active staff ID"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
           END-IF
           GO TO 4000-EXIT
         END-IF
         MOVE dpc-record(dp-pos) TO DISPUTE-RECORD
         IF ds-status NOT EQUAL TO "O" THEN
           DISPLAY "Case " dp-case " is already resolved ("
             ds-status ")" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         IF dp-verb EQUAL TO "UPHOLD  " THEN
           PERFORM 4100-POST-GOODWILL THRU 4100-EXIT
           IF dp-last-seq EQUAL TO 0 THEN
             GO TO 4000-EXIT
           END-IF
           MOVE "U" TO ds-status
           MOVE dp-last-seq TO ds-ledger-seq
         ELSE
           MOVE "R" TO ds-status
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:8) TO ds-resolved-on
         MOVE dp-staff TO ds-resolved-by
         MOVE dp-text TO ds-note
         MOVE DISPUTE-RECORD TO dpc-record(dp-pos)
         PERFORM 1100-SAVE-CASES
         IF ds-status EQUAL TO "U" THEN
           DISPLAY "Case " dp-case " upheld - GOODWILL posted at seq "
             ds-ledger-seq
         ELSE
           DISPLAY "Case " dp-case " rejected"
         END-IF.
       4000-EXIT.
         EXIT.

      * Extends the existing chain the way COLLECTIONS does: take
      * the tail's seq/check, add one line with the meter at 0. The
      * reason tail is rc=D followed by the case number.
       4100-POST-GOODWILL.
         MOVE 0 TO dp-last-seq
         MOVE 0 TO dp-last-check
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status NOT EQUAL TO "00" THEN
           DISPLAY "No COIN-AUDIT.DAT - cannot post the credit"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4100-EXIT
         END-IF
         MOVE 0 TO dp-eof
         PERFORM UNTIL dp-eof EQUAL TO 1
           READ COIN-AUDIT-FILE NEXT RECORD INTO COLL-WORK
             AT END
               MOVE 1 TO dp-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cl-seq IS NUMERIC THEN
                 MOVE cl-seq TO dp-last-seq
               END-IF
               IF cl-check IS NUMERIC THEN
                 MOVE cl-check TO dp-last-check
               END-IF
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE
         MOVE FUNCTION CURRENT-DATE(9:6) TO dp-time-num
         COMPUTE dp-seconds = (dp-num-hh * 3600)
           + (dp-num-mm * 60) + dp-num-ss
         ADD 1 TO dp-last-seq
         COMPUTE dp-last-check = FUNCTION MOD(
           dp-last-check + dp-last-seq + 0 + dp-seconds, 10000)
         OPEN EXTEND COIN-AUDIT-FILE
         MOVE SPACES TO COIN-AUDIT-RECORD
         STRING "seq=" dp-last-seq
           " t=" dp-time-num
           " ev=" "GOODWILL"
           " cr=" "  0"
           " ck=" dp-last-check
           " d=" FUNCTION CURRENT-DATE(1:8)
           DELIMITED BY SIZE INTO COIN-AUDIT-RECORD
         MOVE " rc=D" TO COIN-AUDIT-RECORD(58:5)
         MOVE ds-case TO COIN-AUDIT-RECORD(63:5)
         MOVE " by=" TO COIN-AUDIT-RECORD(69:4)
         MOVE dp-staff TO COIN-AUDIT-RECORD(73:4)
         WRITE COIN-AUDIT-RECORD
         ADD 1 TO runlog-written
         CLOSE COIN-AUDIT-FILE.
       4100-EXIT.
         EXIT.

      * No STAFF.DAT, or an empty one: the free staff tag as
      * before. Otherwise an active ID, and a manager to uphold.
       4200-CHECK-STAFF.
         MOVE 1 TO dp-staff-ok
         MOVE 0 TO dp-staff-rows
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 4200-EXIT
         END-IF
         MOVE 0 TO dp-staff-ok
         MOVE 0 TO dp-eof
         PERFORM UNTIL dp-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO dp-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO dp-staff-rows
               IF st-id EQUAL TO dp-staff
                  AND st-active EQUAL TO "Y"
                  AND (st-role EQUAL TO "M"
                       OR dp-verb NOT EQUAL TO "UPHOLD  ") THEN
                 MOVE 1 TO dp-staff-ok
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF dp-staff-rows EQUAL TO 0 THEN
           MOVE 1 TO dp-staff-ok
         END-IF.
       4200-EXIT.
         EXIT.

       5000-WRITE-EVIDENCE.
         MOVE dpc-record(dp-pos) TO DISPUTE-RECORD
         MOVE SPACES TO dp-report-name
         STRING "DISPUTE-" ds-case ".RPT"
           DELIMITED BY SIZE INTO dp-report-name
         OPEN OUTPUT CASE-REPORT-FILE
         IF case-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write " dp-report-name UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE SPACES TO dp-line
         STRING "Dispute case " ds-case "   opened " ds-opened-on
           " by " ds-opened-by
           DELIMITED BY SIZE INTO dp-line
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         MOVE SPACES TO dp-line
         STRING "Player " ds-initials "   " ds-date " "
           ds-from "-" ds-to "   claim: " ds-claim
           DELIMITED BY SIZE INTO dp-line
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         MOVE SPACES TO dp-line
         EVALUATE ds-status
           WHEN "U"
             STRING "UPHELD " ds-resolved-on " by " ds-resolved-by
               "   GOODWILL at seq " ds-ledger-seq "   " ds-note
               DELIMITED BY SIZE INTO dp-line
           WHEN "R"
             STRING "REJECTED " ds-resolved-on " by "
               ds-resolved-by "   " ds-note
               DELIMITED BY SIZE INTO dp-line
           WHEN OTHER
             MOVE "OPEN" TO dp-line
         END-EVALUATE
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         PERFORM 5100-PULL-RUNS THRU 5100-EXIT
         PERFORM 5200-PULL-WAVES THRU 5200-EXIT
         PERFORM 5300-PULL-COIN-LINES THRU 5300-EXIT
         PERFORM 5400-PULL-TICKETS THRU 5400-EXIT
         PERFORM 5500-CHECK-REPLAYS
         CLOSE CASE-REPORT-FILE.
       5000-EXIT.
         EXIT.

      * Run headers are written when a run ends but carry the time
      * it started, which is what the player remembers.
       5100-PULL-RUNS.
         MOVE 0 TO dp-run-count
         MOVE 0 TO dp-other-runs
         MOVE ALL "-" TO dp-line
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         MOVE "Runs started in the window (SESSION-LOG.DAT):"
           TO dp-line
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           MOVE "  no SESSION-LOG.DAT" TO dp-line
           WRITE CASE-REPORT-RECORD FROM dp-line
           ADD 1 TO runlog-written
           GO TO 5100-EXIT
         END-IF
         MOVE 0 TO dp-eof
         PERFORM UNTIL dp-eof EQUAL TO 1
           MOVE SPACES TO SL-WORK
           READ SESSION-LOG-FILE NEXT RECORD INTO SL-WORK
             AT END
               MOVE 1 TO dp-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF SL-WORK(1:6) EQUAL TO "start="
                  AND sl-date EQUAL TO ds-date
                  AND sl-start NOT LESS THAN ds-from
                  AND sl-start NOT GREATER THAN ds-to THEN
                 PERFORM 5110-TAKE-RUN
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE
         IF dp-run-count EQUAL TO 0 THEN
           MOVE "  none for these initials" TO dp-line
           WRITE CASE-REPORT-RECORD FROM dp-line
           ADD 1 TO runlog-written
         END-IF
         IF dp-other-runs GREATER THAN 0 THEN
           MOVE dp-other-runs TO dp-edit
           MOVE SPACES TO dp-line
           STRING "  (" FUNCTION TRIM(dp-edit)
             " other run(s) in the window under other initials)"
             DELIMITED BY SIZE INTO dp-line
           WRITE CASE-REPORT-RECORD FROM dp-line
           ADD 1 TO runlog-written
         END-IF.
       5100-EXIT.
         EXIT.

       5110-TAKE-RUN.
         IF sl-who NOT EQUAL TO ds-initials
            AND sl-who-2 NOT EQUAL TO ds-initials THEN
           ADD 1 TO dp-other-runs
         ELSE
           MOVE SPACES TO dp-line
           STRING "  " SL-WORK(1:92) DELIMITED BY SIZE
             INTO dp-line
           WRITE CASE-REPORT-RECORD FROM dp-line
           ADD 1 TO runlog-written
           IF sl-id-tag NOT EQUAL TO "id=" THEN
             MOVE SPACES TO sl-id
           END-IF
           IF sl-id NOT EQUAL TO SPACES THEN
             MOVE SPACES TO dp-line
             STRING "    run ID " sl-id DELIMITED BY SIZE
               INTO dp-line
             WRITE CASE-REPORT-RECORD FROM dp-line
             ADD 1 TO runlog-written
           END-IF
           IF dp-run-count LESS THAN MAX-RUNS THEN
             ADD 1 TO dp-run-count
             MOVE sl-start TO dp-run-start(dp-run-count)
             MOVE sl-id TO dp-run-id(dp-run-count)
           END-IF
         END-IF.

      * Sets dp-hit when dp-find-id is the ID of one of the runs.
       5150-FIND-RUN-ID.
         MOVE 0 TO dp-hit
         IF dp-find-id EQUAL TO SPACES THEN
           NEXT SENTENCE
         END-IF
         PERFORM VARYING dp-j FROM 1 BY 1
         UNTIL dp-j > dp-run-count
           IF dp-run-id(dp-j) EQUAL TO dp-find-id THEN
             MOVE 1 TO dp-hit
             MOVE dp-run-count TO dp-j
           END-IF
         END-PERFORM.

       5200-PULL-WAVES.
         IF dp-run-count EQUAL TO 0 THEN
           GO TO 5200-EXIT
         END-IF
         MOVE "Wave detail for those runs:" TO dp-line
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           GO TO 5200-EXIT
         END-IF
         MOVE 0 TO dp-eof
         PERFORM UNTIL dp-eof EQUAL TO 1
           MOVE SPACES TO SL-WORK
           READ SESSION-LOG-FILE NEXT RECORD INTO SL-WORK
             AT END
               MOVE 1 TO dp-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF SL-WORK(1:5) EQUAL TO "wave=" THEN
                 IF sl-id-tag EQUAL TO "id=" THEN
                   MOVE sl-id TO dp-find-id
                   PERFORM 5150-FIND-RUN-ID
                   IF dp-hit EQUAL TO 1 THEN
                     PERFORM 5220-SHOW-WAVE
                   END-IF
                 ELSE
                   IF sl-date EQUAL TO ds-date THEN
                     PERFORM 5210-TAKE-WAVE
                   END-IF
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE.
       5200-EXIT.
         EXIT.

      * A wave line without a run ID joins on the start stamp, and
      * only to a run that has no ID of its own.
       5210-TAKE-WAVE.
         PERFORM VARYING dp-j FROM 1 BY 1
         UNTIL dp-j > dp-run-count
           IF dp-run-start(dp-j) EQUAL TO sl-run
              AND dp-run-id(dp-j) EQUAL TO SPACES THEN
             PERFORM 5220-SHOW-WAVE
             MOVE dp-run-count TO dp-j
           END-IF
         END-PERFORM.

       5220-SHOW-WAVE.
         MOVE SPACES TO dp-line
         STRING "  " SL-WORK(1:64) DELIMITED BY SIZE
           INTO dp-line
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written.

      * The ledger carries no initials, so every line in the window
      * is shown: the eaten credit is a COIN with no PLAY after it.
      * A PLAY line naming one of the player's runs is marked with
      * that run's ID.
       5300-PULL-COIN-LINES.
         MOVE 0 TO dp-coin-lines
         MOVE ALL "-" TO dp-line
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         MOVE "Coin ledger lines in the window (COIN-AUDIT.DAT):"
           TO dp-line
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status NOT EQUAL TO "00" THEN
           MOVE "  no COIN-AUDIT.DAT" TO dp-line
           WRITE CASE-REPORT-RECORD FROM dp-line
           ADD 1 TO runlog-written
           GO TO 5300-EXIT
         END-IF
         MOVE 0 TO dp-eof
         PERFORM UNTIL dp-eof EQUAL TO 1
           READ COIN-AUDIT-FILE NEXT RECORD INTO COLL-WORK
             AT END
               MOVE 1 TO dp-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cl-date EQUAL TO ds-date
                  AND cl-time NOT LESS THAN ds-from
                  AND cl-time NOT GREATER THAN ds-to THEN
                 ADD 1 TO dp-coin-lines
                 MOVE SPACES TO dp-line
                 STRING "  " COLL-WORK DELIMITED BY SIZE
                   INTO dp-line
                 MOVE SPACES TO dp-find-id
                 IF COIN-AUDIT-RECORD(91:4) EQUAL TO " id=" THEN
                   MOVE COIN-AUDIT-RECORD(95:20) TO dp-find-id
                 END-IF
                 PERFORM 5150-FIND-RUN-ID
                 IF dp-hit EQUAL TO 1 THEN
                   STRING " run " dp-find-id DELIMITED BY SIZE
                     INTO dp-line(71:25)
                 END-IF
                 WRITE CASE-REPORT-RECORD FROM dp-line
                 ADD 1 TO runlog-written
               END-IF
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE
         IF dp-coin-lines EQUAL TO 0 THEN
           MOVE "  none" TO dp-line
           WRITE CASE-REPORT-RECORD FROM dp-line
           ADD 1 TO runlog-written
         END-IF.
       5300-EXIT.
         EXIT.

       5400-PULL-TICKETS.
         MOVE 0 TO dp-tickets
         MOVE ALL "-" TO dp-line
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         MOVE "Tickets printed in the window (TICKET-REGISTER.DAT):"
           TO dp-line
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           MOVE "  no TICKET-REGISTER.DAT" TO dp-line
           WRITE CASE-REPORT-RECORD FROM dp-line
           ADD 1 TO runlog-written
           GO TO 5400-EXIT
         END-IF
         MOVE 0 TO dp-eof
         PERFORM UNTIL dp-eof EQUAL TO 1
           READ TICKET-REGISTER-FILE
             AT END
               MOVE 1 TO dp-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE tk-run-id TO dp-find-id
               PERFORM 5150-FIND-RUN-ID
               IF dp-hit EQUAL TO 1
                  OR (tk-date EQUAL TO ds-date
                  AND tk-time NOT LESS THAN ds-from
                  AND tk-time NOT GREATER THAN ds-to) THEN
                 PERFORM 5410-TAKE-TICKET
               END-IF
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE
         IF dp-tickets EQUAL TO 0 THEN
           MOVE "  none" TO dp-line
           WRITE CASE-REPORT-RECORD FROM dp-line
           ADD 1 TO runlog-written
         END-IF.
       5400-EXIT.
         EXIT.

       5410-TAKE-TICKET.
         ADD 1 TO dp-tickets
         MOVE SPACES TO dp-line
         STRING "  ticket " tk-number " " tk-initials
           " score " tk-score " level " tk-level
           " at " tk-time " cabinet " tk-cabinet
           DELIMITED BY SIZE INTO dp-line
         IF tk-redeemed EQUAL TO 1 THEN
           STRING " redeemed " tk-prize DELIMITED BY SIZE
             INTO dp-line(80:21)
         END-IF
         IF tk-redeemed EQUAL TO 2 THEN
           STRING " voided " tk-prize DELIMITED BY SIZE
             INTO dp-line(80:21)
         END-IF
         IF tk-initials NOT EQUAL TO ds-initials THEN
           MOVE "*" TO dp-line(1:1)
         END-IF
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         IF dp-hit EQUAL TO 1 THEN
           MOVE SPACES TO dp-line
           STRING "    printed for run " dp-find-id
             DELIMITED BY SIZE INTO dp-line
           WRITE CASE-REPORT-RECORD FROM dp-line
           ADD 1 TO runlog-written
         END-IF.

      * REPLAY.DAT only ever holds the last run and the champion
      * track only the last board-topper, so this says whether the
      * run can still be watched back at the cabinet.
       5500-CHECK-REPLAYS.
         MOVE ALL "-" TO dp-line
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         MOVE "REPLAY.DAT: does not hold any of these runs"
           TO dp-line
         OPEN INPUT REPLAY-SEED-FILE
         IF replay-seed-status EQUAL TO "00" THEN
           READ REPLAY-SEED-FILE NEXT RECORD
             NOT AT END
               ADD 1 TO runlog-read
               IF rs-run-date EQUAL TO ds-date THEN
                 PERFORM VARYING dp-j FROM 1 BY 1
                 UNTIL dp-j > dp-run-count
                   IF (rs-run-id NOT EQUAL TO SPACES
                      AND dp-run-id(dp-j) EQUAL TO rs-run-id)
                      OR ((rs-run-id EQUAL TO SPACES
                      OR dp-run-id(dp-j) EQUAL TO SPACES)
                      AND dp-run-start(dp-j) EQUAL TO rs-run-start)
                      THEN
                     MOVE SPACES TO dp-line
                     STRING "REPLAY.DAT: holds run " rs-run-start
                       " - watch it from the idle screen"
                       DELIMITED BY SIZE INTO dp-line
                   END-IF
                 END-PERFORM
               END-IF
           END-READ
           CLOSE REPLAY-SEED-FILE
         END-IF
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         MOVE "Champion replay: does not hold any of these runs"
           TO dp-line
         OPEN INPUT CHAMPION-SEED-FILE
         IF champion-seed-status EQUAL TO "00" THEN
           READ CHAMPION-SEED-FILE NEXT RECORD
             NOT AT END
               ADD 1 TO runlog-read
               IF crs-run-date EQUAL TO ds-date THEN
                 PERFORM VARYING dp-j FROM 1 BY 1
                 UNTIL dp-j > dp-run-count
                   IF (crs-run-id NOT EQUAL TO SPACES
                      AND dp-run-id(dp-j) EQUAL TO crs-run-id)
                      OR ((crs-run-id EQUAL TO SPACES
                      OR dp-run-id(dp-j) EQUAL TO SPACES)
                      AND dp-run-start(dp-j) EQUAL TO crs-run-start)
                      THEN
                     MOVE SPACES TO dp-line
                     STRING "Champion replay: holds run "
                       crs-run-start " (score " crs-score ")"
                       DELIMITED BY SIZE INTO dp-line
                   END-IF
                 END-PERFORM
               END-IF
           END-READ
           CLOSE CHAMPION-SEED-FILE
         END-IF
         WRITE CASE-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written.

       7000-MONTHLY-SUMMARY.
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO dp-month
           WITH POINTER dp-ptr
         END-UNSTRING
         IF dp-month IS NOT NUMERIC THEN
           MOVE FUNCTION CURRENT-DATE(1:6) TO dp-now-yyyymm
           IF dp-now-mm EQUAL TO 1 THEN
             SUBTRACT 1 FROM dp-now-yyyy
             MOVE 12 TO dp-now-mm
           ELSE
             SUBTRACT 1 FROM dp-now-mm
           END-IF
           MOVE dp-now-yyyymm TO dp-month
         END-IF
         OPEN OUTPUT SUMMARY-REPORT-FILE
         IF summary-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write DISPUTE-SUMMARY.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 7000-EXIT
         END-IF
         MOVE SPACES TO dp-line
         STRING "Dispute summary - cases opened in " dp-month
           DELIMITED BY SIZE INTO dp-line
         WRITE SUMMARY-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO dp-line
         WRITE SUMMARY-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         PERFORM VARYING dp-i FROM 1 BY 1
         UNTIL dp-i > dp-case-count
           MOVE dpc-record(dp-i) TO DISPUTE-RECORD
           IF ds-opened-on(1:6) EQUAL TO dp-month THEN
             PERFORM 7100-SUMMARISE-CASE
           ELSE
             IF ds-opened-on(1:6) LESS THAN dp-month
                AND ds-status EQUAL TO "O" THEN
               ADD 1 TO dp-count-older-open
             END-IF
           END-IF
         END-PERFORM
         MOVE ALL "-" TO dp-line
         WRITE SUMMARY-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         MOVE dp-count-opened TO dp-edit
         MOVE dp-count-upheld TO dp-edit-2
         MOVE dp-count-rejected TO dp-edit-3
         MOVE dp-count-open TO dp-edit-4
         MOVE SPACES TO dp-line
         STRING "Opened " FUNCTION TRIM(dp-edit)
           ", upheld " FUNCTION TRIM(dp-edit-2)
           ", rejected " FUNCTION TRIM(dp-edit-3)
           ", still open " FUNCTION TRIM(dp-edit-4)
           DELIMITED BY SIZE INTO dp-line
         WRITE SUMMARY-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         MOVE dp-count-upheld TO dp-edit
         MOVE SPACES TO dp-line
         STRING "GOODWILL credits posted for upheld cases: "
           FUNCTION TRIM(dp-edit)
           DELIMITED BY SIZE INTO dp-line
         WRITE SUMMARY-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written
         IF dp-count-older-open GREATER THAN 0 THEN
           MOVE dp-count-older-open TO dp-edit
           MOVE SPACES TO dp-line
           STRING "Cases from earlier months still open: "
             FUNCTION TRIM(dp-edit)
             DELIMITED BY SIZE INTO dp-line
           WRITE SUMMARY-REPORT-RECORD FROM dp-line
           ADD 1 TO runlog-written
         END-IF
         CLOSE SUMMARY-REPORT-FILE
         MOVE "DISPUTE-SUMMARY.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         DISPLAY "Dispute summary for " dp-month
           " in DISPUTE-SUMMARY.RPT".
       7000-EXIT.
         EXIT.

       7100-SUMMARISE-CASE.
         ADD 1 TO dp-count-opened
         MOVE SPACES TO dp-line
         EVALUATE ds-status
           WHEN "U"
             ADD 1 TO dp-count-upheld
             MOVE "UPHELD  " TO dp-line(20:8)
           WHEN "R"
             ADD 1 TO dp-count-rejected
             MOVE "REJECTED" TO dp-line(20:8)
           WHEN OTHER
             ADD 1 TO dp-count-open
             MOVE "OPEN    " TO dp-line(20:8)
         END-EVALUATE
         MOVE ds-case TO dp-line(1:5)
         MOVE ds-opened-on TO dp-line(7:8)
         MOVE ds-initials TO dp-line(16:3)
         MOVE ds-claim TO dp-line(29:30)
         WRITE SUMMARY-REPORT-RECORD FROM dp-line
         ADD 1 TO runlog-written.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "DISPUTE" TO rptarc-program
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
         MOVE "DISPUTE" TO runlog-program
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
       END PROGRAM DISPUTE.

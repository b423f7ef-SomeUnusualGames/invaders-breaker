      * Compile and run on Windows:
      * cobc -xj alert-notify.cbl batch-runlog.cbl
      * Alert notifier: turns what the cabinets raise into messages
      * for whoever is on call, run every few minutes from the
      * shared mount (after FLEET-STATUS, where that runs too).
      *   alert-notify [minutes]
      *     picks up the ALERTS.DAT lines added since the last run
      *     and the DOWN verdicts of a FLEET-STATUS.RPT newer than
      *     the last one seen, and spools a message for each new
      *     one to the ONCALL.DAT contact on duty. A cabinet and
      *     rule that already has an alert open is collapsed into
      *     it (counted, not sent again). An alert still open
      *     [minutes] after it was sent (default 30) is sent once
      *     more, to the MANAGER contact.
      *   alert-notify ACK <alert no> [who]
      *     acknowledges an alert and closes it. Once STAFF.DAT has
      *     a register, [who] must be an active staff ID, as at the
      *     counter.
      * Messages go to NOTIFY-SPOOL.DAT for the SMS / e-mail
      * gateway; every raise, repeat, escalation and ack goes to
      * NOTIFY-LOG.DAT, which is also how the next run knows what
      * is open. NOTIFY-STATE.DAT holds how far into ALERTS.DAT
      * and which FLEET-STATUS.RPT this has already read.
      * RETURN-CODE 4 when an alert had no contact to go to; 8 for
      * a refused ACK or a spool that cannot be written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-NOTIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT ALERTS-FILE ASSIGN TO "ALERTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS alerts-status.
         SELECT FLEET-REPORT-FILE ASSIGN TO "FLEET-STATUS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fleet-report-status.
         SELECT ONCALL-FILE ASSIGN TO "ONCALL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS oncall-status.
         SELECT NOTIFY-LOG-FILE ASSIGN TO "NOTIFY-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS notify-log-status.
         SELECT NOTIFY-SPOOL-FILE ASSIGN TO "NOTIFY-SPOOL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS notify-spool-status.
         SELECT NOTIFY-STATE-FILE ASSIGN TO "NOTIFY-STATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS notify-state-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
       DATA DIVISION.
       FILE SECTION.
       FD ALERTS-FILE.
         01 ALERTS-RECORD PIC X(70).
       FD FLEET-REPORT-FILE.
         01 FLEET-REPORT-RECORD PIC X(110).
       FD ONCALL-FILE.
         COPY oncall-record.
       FD NOTIFY-LOG-FILE.
         COPY notify-log-record.
       FD NOTIFY-SPOOL-FILE.
         COPY notify-spool-record.
       FD NOTIFY-STATE-FILE.
         01 NOTIFY-STATE-RECORD.
           05 nst-alerts-read PIC 9(07).
           05 FILLER PIC X(01).
           05 nst-fleet-stamp PIC X(15).
       FD STAFF-FILE.
         COPY staff-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 notify-data.
         78 MAX-OPEN-ALERTS VALUE 100.
         78 MAX-CONTACTS VALUE 20.
         78 DEFAULT-ESCALATE-MINUTES VALUE 30.
         05 alerts-status PIC X(02) VALUE "00".
         05 fleet-report-status PIC X(02) VALUE "00".
         05 oncall-status PIC X(02) VALUE "00".
         05 notify-log-status PIC X(02) VALUE "00".
         05 notify-spool-status PIC X(02) VALUE "00".
         05 notify-state-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(60).
         05 an-action PIC X(08) VALUE SPACES.
         05 an-arg-1 PIC X(12) VALUE SPACES.
         05 an-arg-2 PIC X(12) VALUE SPACES.
         05 an-who PIC X(12) VALUE SPACES.
         05 an-staff-ok PIC 9 VALUE 1.
         05 an-staff-rows PIC 9(03) VALUE 0.
         05 an-eof PIC 9 VALUE 0.
         05 an-i PIC 9(03).
         05 an-pos PIC 9(03).
         05 an-escalate-minutes PIC 9(04)
              VALUE DEFAULT-ESCALATE-MINUTES.
         05 an-ack-no PIC 9(06).
         05 an-next-no PIC 9(06) VALUE 1.
         05 an-lines-seen PIC 9(07) VALUE 0.
         05 an-alerts-read PIC 9(07) VALUE 0.
         05 an-fleet-stamp PIC X(15) VALUE SPACES.
         05 an-report-stamp PIC X(15).
         05 an-raised PIC 9(04) VALUE 0.
         05 an-collapsed PIC 9(04) VALUE 0.
         05 an-escalated PIC 9(04) VALUE 0.
         05 an-no-contact PIC 9(04) VALUE 0.
      * The moment, in whole minutes since day one, for ages.
         05 an-now-date PIC 9(08).
         05 an-now-time PIC X(06).
         05 an-now-hhmm PIC 9(04).
         05 an-now-dow PIC 9(01).
         05 an-now-minutes PIC 9(10).
         05 an-age PIC S9(10).
         05 an-date-num PIC 9(08).
         05 an-time-num PIC 9(06).
         05 an-time-split REDEFINES an-time-num.
           10 an-hh PIC 9(02).
           10 an-mm PIC 9(02).
           10 an-ss PIC 9(02).
         05 an-stamp PIC 9(10).
      * The alert in hand, from either source.
         05 an-cabinet PIC X(06).
         05 an-rule PIC X(08).
         05 an-detail PIC X(30).
         05 an-fired PIC X(15).
      * Contact picked for the message in hand.
         05 an-role PIC X(07).
         05 an-found PIC 9 VALUE 0.
         05 an-contact-channel PIC X(04).
         05 an-contact-name PIC X(12).
         05 an-contact-address PIC X(40).
         05 an-level PIC X(08).
         05 an-log-type PIC X(06).
         05 an-log-by PIC X(12).
         05 an-text PIC X(100).
         05 an-no-edit PIC 9(06).
         05 an-count-edit PIC ZZZ9.
         05 an-minutes-edit PIC ZZZZZ9.
         05 an-contact-count PIC 9(02) VALUE 0.
         05 an-contact-table.
           10 an-contact OCCURS MAX-CONTACTS TIMES.
             15 anc-role PIC X(07).
             15 anc-dow PIC 9(01).
             15 anc-start PIC 9(04).
             15 anc-end PIC 9(04).
             15 anc-channel PIC X(04).
             15 anc-name PIC X(12).
             15 anc-address PIC X(40).
      * Alerts open as NOTIFY-LOG.DAT stands; a closed slot is
      * reused by the next raise.
         05 an-open-count PIC 9(03) VALUE 0.
         05 an-open-table.
           10 an-open OCCURS MAX-OPEN-ALERTS TIMES.
             15 ano-no PIC 9(06).
             15 ano-open PIC 9(01).
             15 ano-cabinet PIC X(06).
             15 ano-rule PIC X(08).
             15 ano-count PIC 9(04).
             15 ano-escalated PIC 9(01).
             15 ano-minutes PIC 9(10).
             15 ano-by PIC X(12).
             15 ano-date PIC X(08).
             15 ano-time PIC X(06).
         05 AL-WORK PIC X(70).
         05 AL-PARSED REDEFINES AL-WORK.
           10 FILLER PIC X(04).
           10 al-cabinet PIC X(06).
           10 FILLER PIC X(04).
           10 al-at PIC X(15).
           10 FILLER PIC X(06).
           10 al-rule PIC X(08).
           10 FILLER PIC X(01).
           10 al-detail PIC X(26).
         05 FL-WORK PIC X(110).
         05 FL-PARSED REDEFINES FL-WORK.
           10 FILLER PIC X(02).
           10 fl-name PIC X(12).
           10 FILLER PIC X(02).
           10 fl-cabinet PIC X(06).
           10 fl-close PIC X(01).
           10 FILLER PIC X(87).
         05 fl-length PIC 9(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO an-action an-arg-1 an-arg-2
         END-UNSTRING
         MOVE FUNCTION CURRENT-DATE(1:8) TO an-now-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO an-now-time
         MOVE an-now-time TO an-time-num
         COMPUTE an-now-hhmm = an-hh * 100 + an-mm
         COMPUTE an-now-minutes =
           FUNCTION INTEGER-OF-DATE(an-now-date) * 1440
           + an-hh * 60 + an-mm
         COMPUTE an-now-dow = FUNCTION MOD(
           FUNCTION INTEGER-OF-DATE(an-now-date) - 1, 7) + 1
         PERFORM 1200-LOAD-JOURNAL THRU 1200-EXIT
         EVALUATE TRUE
           WHEN an-action EQUAL TO "ACK"
             MOVE an-arg-2 TO an-who
             PERFORM 0100-CHECK-STAFF THRU 0100-EXIT
             IF an-staff-ok EQUAL TO 1 THEN
               PERFORM 5000-ACKNOWLEDGE THRU 5000-EXIT
             END-IF
           WHEN an-action EQUAL TO SPACES
             PERFORM 0200-NOTIFY-CYCLE THRU 0200-EXIT
           WHEN FUNCTION TEST-NUMVAL(an-action) EQUAL TO 0
             MOVE FUNCTION NUMVAL(an-action) TO an-escalate-minutes
             PERFORM 0200-NOTIFY-CYCLE THRU 0200-EXIT
           WHEN OTHER
             DISPLAY "Usage: alert-notify [minutes]" UPON SYSERR
             DISPLAY "       alert-notify ACK alert-no [who]"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * No STAFF.DAT, or an empty one: the free staff tag as
      * before. Otherwise an active ID.
       0100-CHECK-STAFF.
         IF an-who EQUAL TO SPACES THEN
           MOVE "OP" TO an-who
         END-IF
         MOVE 1 TO an-staff-ok
         MOVE 0 TO an-staff-rows
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 0100-EXIT
         END-IF
         MOVE 0 TO an-staff-ok
         MOVE 0 TO an-eof
         PERFORM UNTIL an-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO an-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO an-staff-rows
               IF st-id EQUAL TO an-who(1:4)
                  AND an-who(5:2) EQUAL TO SPACES
                  AND st-active EQUAL TO "Y" THEN
                 MOVE 1 TO an-staff-ok
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF an-staff-rows EQUAL TO 0 THEN
           MOVE 1 TO an-staff-ok
         END-IF
         IF an-staff-ok EQUAL TO 0 THEN
           DISPLAY "Not an active staff ID: " an-who UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       0100-EXIT.
         EXIT.

       0200-NOTIFY-CYCLE.
         PERFORM 1000-LOAD-CONTACTS THRU 1000-EXIT
         PERFORM 1100-LOAD-STATE THRU 1100-EXIT
         OPEN EXTEND NOTIFY-SPOOL-FILE
         IF notify-spool-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT NOTIFY-SPOOL-FILE
         END-IF
         IF notify-spool-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write NOTIFY-SPOOL.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 0200-EXIT
         END-IF
         OPEN EXTEND NOTIFY-LOG-FILE
         IF notify-log-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT NOTIFY-LOG-FILE
         END-IF
         IF notify-log-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write NOTIFY-LOG.DAT" UPON SYSERR
           CLOSE NOTIFY-SPOOL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO 0200-EXIT
         END-IF
         PERFORM 2000-SCAN-ALERTS THRU 2000-EXIT
         PERFORM 2100-SCAN-FLEET-STATUS THRU 2100-EXIT
         PERFORM 3000-ESCALATE
         CLOSE NOTIFY-LOG-FILE
         CLOSE NOTIFY-SPOOL-FILE
         PERFORM 4000-SAVE-STATE
         MOVE an-raised TO an-count-edit
         DISPLAY "Alerts: " FUNCTION TRIM(an-count-edit) " raised, "
           WITH NO ADVANCING
         MOVE an-collapsed TO an-count-edit
         DISPLAY FUNCTION TRIM(an-count-edit) " collapsed, "
           WITH NO ADVANCING
         MOVE an-escalated TO an-count-edit
         DISPLAY FUNCTION TRIM(an-count-edit) " escalated"
         IF an-no-contact GREATER THAN 0 THEN
           MOVE an-no-contact TO an-count-edit
           DISPLAY FUNCTION TRIM(an-count-edit)
             " message(s) had no ONCALL.DAT contact to go to"
             UPON SYSERR
           IF RETURN-CODE LESS THAN 4 THEN
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
       0200-EXIT.
         EXIT.

       1000-LOAD-CONTACTS.
         MOVE 0 TO an-contact-count
         OPEN INPUT ONCALL-FILE
         IF oncall-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO an-eof
         PERFORM UNTIL an-eof EQUAL TO 1
           READ ONCALL-FILE
             AT END
               MOVE 1 TO an-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF (oc-role EQUAL TO "ONCALL " OR "MANAGER")
                  AND oc-dow IS NUMERIC AND oc-start IS NUMERIC
                  AND oc-end IS NUMERIC
                  AND oc-address NOT EQUAL TO SPACES
                  AND an-contact-count LESS THAN MAX-CONTACTS THEN
                 ADD 1 TO an-contact-count
                 MOVE oc-role TO anc-role(an-contact-count)
                 MOVE oc-dow TO anc-dow(an-contact-count)
                 MOVE oc-start TO anc-start(an-contact-count)
                 MOVE oc-end TO anc-end(an-contact-count)
                 MOVE oc-channel TO anc-channel(an-contact-count)
                 MOVE oc-name TO anc-name(an-contact-count)
                 MOVE oc-address TO anc-address(an-contact-count)
               END-IF
           END-READ
         END-PERFORM
         CLOSE ONCALL-FILE.
       1000-EXIT.
         EXIT.

       1100-LOAD-STATE.
         OPEN INPUT NOTIFY-STATE-FILE
         IF notify-state-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         READ NOTIFY-STATE-FILE
           AT END
             CONTINUE
           NOT AT END
             ADD 1 TO runlog-read
             IF nst-alerts-read IS NUMERIC THEN
               MOVE nst-alerts-read TO an-alerts-read
             END-IF
             MOVE nst-fleet-stamp TO an-fleet-stamp
         END-READ
         CLOSE NOTIFY-STATE-FILE.
       1100-EXIT.
         EXIT.

      * Replays NOTIFY-LOG.DAT into the open-alert table and finds
      * the next alert number.
       1200-LOAD-JOURNAL.
         MOVE 0 TO an-open-count
         OPEN INPUT NOTIFY-LOG-FILE
         IF notify-log-status NOT EQUAL TO "00" THEN
           GO TO 1200-EXIT
         END-IF
         MOVE 0 TO an-eof
         PERFORM UNTIL an-eof EQUAL TO 1
           READ NOTIFY-LOG-FILE
             AT END
               MOVE 1 TO an-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF nl-no IS NUMERIC THEN
                 PERFORM 1250-APPLY-JOURNAL-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE NOTIFY-LOG-FILE.
       1200-EXIT.
         EXIT.

       1250-APPLY-JOURNAL-LINE.
         IF nl-no NOT LESS THAN an-next-no THEN
           COMPUTE an-next-no = nl-no + 1
         END-IF
         IF nl-type EQUAL TO "RAISE " THEN
           PERFORM 1300-FREE-SLOT
           IF an-pos GREATER THAN 0 THEN
             MOVE nl-no TO ano-no(an-pos)
             MOVE 1 TO ano-open(an-pos)
             MOVE nl-cabinet TO ano-cabinet(an-pos)
             MOVE nl-rule TO ano-rule(an-pos)
             MOVE nl-count TO ano-count(an-pos)
             MOVE 0 TO ano-escalated(an-pos)
             MOVE nl-by TO ano-by(an-pos)
             MOVE nl-date TO ano-date(an-pos)
             MOVE nl-time TO ano-time(an-pos)
             MOVE nl-date TO an-date-num
             MOVE nl-time TO an-time-num
             COMPUTE ano-minutes(an-pos) =
               FUNCTION INTEGER-OF-DATE(an-date-num) * 1440
               + an-hh * 60 + an-mm
           END-IF
           NEXT SENTENCE
         END-IF
         MOVE nl-no TO an-ack-no
         PERFORM 1350-FIND-BY-NUMBER
         IF an-pos EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         EVALUATE nl-type
           WHEN "REPEAT"
             MOVE nl-count TO ano-count(an-pos)
           WHEN "ESCAL "
             MOVE 1 TO ano-escalated(an-pos)
           WHEN "ACK   "
             MOVE 0 TO ano-open(an-pos)
         END-EVALUATE.

      * A closed slot to reuse, else a new one; 0 when full.
       1300-FREE-SLOT.
         MOVE 0 TO an-pos
         PERFORM VARYING an-i FROM 1 BY 1 UNTIL an-i > an-open-count
           IF ano-open(an-i) EQUAL TO 0 THEN
             MOVE an-i TO an-pos
             MOVE an-open-count TO an-i
           END-IF
         END-PERFORM
         IF an-pos EQUAL TO 0
            AND an-open-count LESS THAN MAX-OPEN-ALERTS THEN
           ADD 1 TO an-open-count
           MOVE an-open-count TO an-pos
         END-IF.

       1350-FIND-BY-NUMBER.
         MOVE 0 TO an-pos
         PERFORM VARYING an-i FROM 1 BY 1 UNTIL an-i > an-open-count
           IF ano-open(an-i) EQUAL TO 1
              AND ano-no(an-i) EQUAL TO an-ack-no THEN
             MOVE an-i TO an-pos
             MOVE an-open-count TO an-i
           END-IF
         END-PERFORM.

      * ALERTS.DAT only grows; a file shorter than the count read
      * last time has been rotated, and is read from the top.
       2000-SCAN-ALERTS.
         OPEN INPUT ALERTS-FILE
         IF alerts-status NOT EQUAL TO "00" THEN
           MOVE 0 TO an-alerts-read
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO an-lines-seen
         MOVE 0 TO an-eof
         PERFORM UNTIL an-eof EQUAL TO 1
           READ ALERTS-FILE
             AT END
               MOVE 1 TO an-eof
             NOT AT END
               ADD 1 TO an-lines-seen
           END-READ
         END-PERFORM
         CLOSE ALERTS-FILE
         IF an-lines-seen LESS THAN an-alerts-read THEN
           MOVE 0 TO an-alerts-read
         END-IF
         OPEN INPUT ALERTS-FILE
         MOVE 0 TO an-lines-seen
         MOVE 0 TO an-eof
         PERFORM UNTIL an-eof EQUAL TO 1
           MOVE SPACES TO AL-WORK
           READ ALERTS-FILE NEXT RECORD INTO AL-WORK
             AT END
               MOVE 1 TO an-eof
             NOT AT END
               ADD 1 TO an-lines-seen
               IF an-lines-seen GREATER THAN an-alerts-read THEN
                 ADD 1 TO runlog-read
                 PERFORM 2050-TAKE-ALERT-LINE
               END-IF
           END-READ
         END-PERFORM
         CLOSE ALERTS-FILE
         MOVE an-lines-seen TO an-alerts-read.
       2000-EXIT.
         EXIT.

       2050-TAKE-ALERT-LINE.
         IF AL-WORK(1:4) NOT EQUAL TO "cab="
            OR al-rule EQUAL TO SPACES THEN
           NEXT SENTENCE
         END-IF
         MOVE al-cabinet TO an-cabinet
         MOVE al-rule TO an-rule
         MOVE al-detail TO an-detail
         MOVE al-at TO an-fired
         PERFORM 2500-RAISE-OR-COLLAPSE.

      * FLEET-STATUS.RPT is rewritten on every run; its DOWN lines
      * are taken once per report, by its "Generated" stamp.
       2100-SCAN-FLEET-STATUS.
         OPEN INPUT FLEET-REPORT-FILE
         IF fleet-report-status NOT EQUAL TO "00" THEN
           GO TO 2100-EXIT
         END-IF
         MOVE SPACES TO an-report-stamp
         MOVE 0 TO an-eof
         PERFORM UNTIL an-eof EQUAL TO 1
           MOVE SPACES TO FL-WORK
           READ FLEET-REPORT-FILE NEXT RECORD INTO FL-WORK
             AT END
               MOVE 1 TO an-eof
             NOT AT END
               IF FL-WORK(1:10) EQUAL TO "Generated " THEN
                 MOVE FL-WORK(11:15) TO an-report-stamp
                 IF an-report-stamp NOT GREATER THAN an-fleet-stamp
                     THEN
                   MOVE 1 TO an-eof
                 END-IF
               ELSE
                 IF an-report-stamp NOT EQUAL TO SPACES THEN
                   ADD 1 TO runlog-read
                   PERFORM 2150-TAKE-FLEET-LINE
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE FLEET-REPORT-FILE
         IF an-report-stamp GREATER THAN an-fleet-stamp THEN
           MOVE an-report-stamp TO an-fleet-stamp
         END-IF.
       2100-EXIT.
         EXIT.

       2150-TAKE-FLEET-LINE.
         IF FL-WORK(15:2) NOT EQUAL TO " ["
            OR fl-close NOT EQUAL TO "]" THEN
           NEXT SENTENCE
         END-IF
         MOVE FUNCTION LENGTH(FUNCTION TRIM(FL-WORK TRAILING))
           TO fl-length
         IF fl-length LESS THAN 28
            OR FL-WORK(fl-length - 3:4) NOT EQUAL TO "DOWN" THEN
           NEXT SENTENCE
         END-IF
         MOVE fl-cabinet TO an-cabinet
         MOVE "DOWN    " TO an-rule
         MOVE SPACES TO an-detail
         STRING "FLEET-STATUS DOWN " fl-name
           DELIMITED BY SIZE INTO an-detail
         MOVE an-report-stamp TO an-fired
         PERFORM 2500-RAISE-OR-COLLAPSE.

       2500-RAISE-OR-COLLAPSE.
         MOVE 0 TO an-pos
         PERFORM VARYING an-i FROM 1 BY 1 UNTIL an-i > an-open-count
           IF ano-open(an-i) EQUAL TO 1
              AND ano-cabinet(an-i) EQUAL TO an-cabinet
              AND ano-rule(an-i) EQUAL TO an-rule THEN
             MOVE an-i TO an-pos
             MOVE an-open-count TO an-i
           END-IF
         END-PERFORM
         IF an-pos GREATER THAN 0 THEN
           ADD 1 TO ano-count(an-pos)
           ADD 1 TO an-collapsed
           MOVE "REPEAT" TO an-log-type
           MOVE ano-by(an-pos) TO an-log-by
           PERFORM 2800-WRITE-JOURNAL
           NEXT SENTENCE
         END-IF
         PERFORM 1300-FREE-SLOT
         IF an-pos EQUAL TO 0 THEN
           DISPLAY "More than " MAX-OPEN-ALERTS
             " alerts open - " an-cabinet " " an-rule " not raised"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
           NEXT SENTENCE
         END-IF
         MOVE an-next-no TO ano-no(an-pos)
         ADD 1 TO an-next-no
         MOVE 1 TO ano-open(an-pos)
         MOVE an-cabinet TO ano-cabinet(an-pos)
         MOVE an-rule TO ano-rule(an-pos)
         MOVE 1 TO ano-count(an-pos)
         MOVE 0 TO ano-escalated(an-pos)
         MOVE an-now-minutes TO ano-minutes(an-pos)
         MOVE an-now-date TO ano-date(an-pos)
         MOVE an-now-time TO ano-time(an-pos)
         ADD 1 TO an-raised
         MOVE "ONCALL " TO an-role
         PERFORM 2600-PICK-CONTACT
         MOVE ano-no(an-pos) TO an-no-edit
         MOVE SPACES TO an-text
         STRING "ALERT " an-no-edit " " an-cabinet " "
           FUNCTION TRIM(an-rule) " at " an-fired " "
           FUNCTION TRIM(an-detail) " - reply ACK " an-no-edit
           DELIMITED BY SIZE INTO an-text
         MOVE "ALERT   " TO an-level
         PERFORM 2700-SPOOL-MESSAGE
         MOVE an-contact-name TO ano-by(an-pos)
         MOVE "RAISE " TO an-log-type
         MOVE an-contact-name TO an-log-by
         PERFORM 2800-WRITE-JOURNAL.

      * First contact of an-role covering the day and time.
       2600-PICK-CONTACT.
         MOVE 0 TO an-found
         MOVE "NO CONTACT" TO an-contact-name
         MOVE SPACES TO an-contact-channel
         MOVE SPACES TO an-contact-address
         PERFORM VARYING an-i FROM 1 BY 1
         UNTIL an-i > an-contact-count
           IF anc-role(an-i) EQUAL TO an-role
              AND (anc-dow(an-i) EQUAL TO 0
                   OR anc-dow(an-i) EQUAL TO an-now-dow)
              AND an-now-hhmm NOT LESS THAN anc-start(an-i)
              AND an-now-hhmm LESS THAN anc-end(an-i) THEN
             MOVE 1 TO an-found
             MOVE anc-channel(an-i) TO an-contact-channel
             MOVE anc-name(an-i) TO an-contact-name
             MOVE anc-address(an-i) TO an-contact-address
             MOVE an-contact-count TO an-i
           END-IF
         END-PERFORM.

      * Nobody to send to: the alert is still journalled (and will
      * still escalate), but the run ends in a warning.
       2700-SPOOL-MESSAGE.
         IF an-found EQUAL TO 0 THEN
           ADD 1 TO an-no-contact
           NEXT SENTENCE
         END-IF
         MOVE SPACES TO NOTIFY-SPOOL-RECORD
         MOVE an-now-date TO nsp-date
         MOVE an-now-time TO nsp-time
         MOVE an-contact-channel TO nsp-channel
         MOVE an-contact-address TO nsp-address
         MOVE ano-no(an-pos) TO nsp-no
         MOVE an-level TO nsp-level
         MOVE an-text TO nsp-text
         WRITE NOTIFY-SPOOL-RECORD
         ADD 1 TO runlog-written.

      * an-log-type and an-log-by set by the caller; the rest
      * from the alert in slot an-pos.
       2800-WRITE-JOURNAL.
         MOVE SPACES TO NOTIFY-LOG-RECORD
         MOVE ano-no(an-pos) TO nl-no
         MOVE an-log-type TO nl-type
         MOVE an-now-date TO nl-date
         MOVE an-now-time TO nl-time
         MOVE ano-cabinet(an-pos) TO nl-cabinet
         MOVE ano-rule(an-pos) TO nl-rule
         MOVE ano-count(an-pos) TO nl-count
         MOVE an-log-by TO nl-by
         MOVE an-detail TO nl-detail
         WRITE NOTIFY-LOG-RECORD
         ADD 1 TO runlog-written.

       3000-ESCALATE.
         PERFORM VARYING an-pos FROM 1 BY 1
         UNTIL an-pos > an-open-count
           IF ano-open(an-pos) EQUAL TO 1
              AND ano-escalated(an-pos) EQUAL TO 0 THEN
             COMPUTE an-age = an-now-minutes - ano-minutes(an-pos)
             IF an-age NOT LESS THAN an-escalate-minutes THEN
               PERFORM 3100-ESCALATE-ONE
             END-IF
           END-IF
         END-PERFORM.

       3100-ESCALATE-ONE.
         MOVE 1 TO ano-escalated(an-pos)
         ADD 1 TO an-escalated
         MOVE "MANAGER" TO an-role
         PERFORM 2600-PICK-CONTACT
         MOVE ano-no(an-pos) TO an-no-edit
         MOVE an-age TO an-minutes-edit
         MOVE ano-count(an-pos) TO an-count-edit
         MOVE SPACES TO an-text
         STRING "ESCALATED " an-no-edit " " ano-cabinet(an-pos) " "
           FUNCTION TRIM(ano-rule(an-pos)) " sent "
           ano-date(an-pos) "-" ano-time(an-pos) " to "
           FUNCTION TRIM(ano-by(an-pos)) ", no ACK in "
           FUNCTION TRIM(an-minutes-edit) " min, seen "
           FUNCTION TRIM(an-count-edit) "x"
           DELIMITED BY SIZE INTO an-text
         MOVE "ESCALATE" TO an-level
         PERFORM 2700-SPOOL-MESSAGE
         MOVE SPACES TO an-detail
         MOVE "ESCAL " TO an-log-type
         MOVE an-contact-name TO an-log-by
         PERFORM 2800-WRITE-JOURNAL.

       4000-SAVE-STATE.
         OPEN OUTPUT NOTIFY-STATE-FILE
         IF notify-state-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write NOTIFY-STATE.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
         ELSE
           MOVE SPACES TO NOTIFY-STATE-RECORD
           MOVE an-alerts-read TO nst-alerts-read
           MOVE an-fleet-stamp TO nst-fleet-stamp
           WRITE NOTIFY-STATE-RECORD
           ADD 1 TO runlog-written
           CLOSE NOTIFY-STATE-FILE
         END-IF.

       5000-ACKNOWLEDGE.
         IF an-arg-1 EQUAL TO SPACES
            OR FUNCTION TEST-NUMVAL(an-arg-1) NOT EQUAL TO 0 THEN
           DISPLAY "Usage: alert-notify ACK alert-no [who]"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE FUNCTION NUMVAL(an-arg-1) TO an-ack-no
         PERFORM 1350-FIND-BY-NUMBER
         IF an-pos EQUAL TO 0 THEN
           DISPLAY "Alert " an-ack-no " is not open" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         OPEN EXTEND NOTIFY-LOG-FILE
         IF notify-log-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write NOTIFY-LOG.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE SPACES TO an-detail
         MOVE "ACK   " TO an-log-type
         MOVE an-who TO an-log-by
         PERFORM 2800-WRITE-JOURNAL
         CLOSE NOTIFY-LOG-FILE
         COMPUTE an-age = an-now-minutes - ano-minutes(an-pos)
         MOVE an-age TO an-minutes-edit
         DISPLAY "Alert " an-ack-no " " ano-cabinet(an-pos) " "
           ano-rule(an-pos) " acknowledged by "
           FUNCTION TRIM(an-who) " after "
           FUNCTION TRIM(an-minutes-edit) " min".
       5000-EXIT.
         EXIT.

       9900-RUNLOG-START.
         MOVE "ALERT-NOTIFY" TO runlog-program
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
       END PROGRAM ALERT-NOTIFY.

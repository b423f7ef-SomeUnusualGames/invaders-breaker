      * Compile and run on Windows:
      * cobc -xj wh-extract.cbl batch-runlog.cbl
      * Nightly extract for head office's reporting warehouse: only
      * what the cabinet files gained since the last extract, as
      * fixed-layout fact files, where CSV-EXPORT sends everything
      * every time.
      *   wh-extract [EXTRACT]
      *     the next batch: every source read from the high-water
      *     mark the last batch reached (WH-MARKS.DAT) to its end
      *   wh-extract RESEND <batch>
      *     the same batch again, after a transfer that failed:
      *     rebuilt between that batch's marks and the marks of
      *     the batch before it, so it holds the same rows under
      *     the same batch number and the warehouse replaces it
      *     rather than doubling it. Refused (8) if the sources no
      *     longer give the counts the batch went out with - the
      *     month rolled to SESSION-ARCHIVE, say.
      * Facts, one file each, all in the WAREHOUSE-FACT-RECORD
      * shape: WH-RUNS.DAT and WH-WAVES.DAT (SESSION-LOG.DAT run
      * headers and wave= lines), WH-COINS.DAT (COIN-AUDIT.DAT by
      * seq), WH-TICKETS.DAT (TICKET-REGISTER.DAT by ticket
      * number), WH-REDEEM.DAT (PRIZE-MOVES.DAT REDEEMED lines) and
      * WH-TELEM.DAT (TELEMETRY.DAT). WH-CONTROL.DAT is the batch's
      * control record with the counts. The logs without a serial
      * number are marked by date and line-within-date, which
      * SESSION-ARCHIVE's whole-month roll does not disturb. The
      * cabinet id is CONFIG.DAT's. The marks only move once every
      * fact file is written, so a failed extract is run again.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WH-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-status.
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
         SELECT PRIZE-MOVES-FILE ASSIGN TO "PRIZE-MOVES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prize-moves-status.
         SELECT TELEMETRY-FILE ASSIGN TO "TELEMETRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS telemetry-status.
         SELECT WH-MARKS-FILE ASSIGN TO "WH-MARKS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wh-marks-status.
         SELECT WH-CONTROL-FILE ASSIGN TO "WH-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wh-control-status.
         SELECT WH-RUNS-FILE ASSIGN TO "WH-RUNS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wh-runs-status.
         SELECT WH-WAVES-FILE ASSIGN TO "WH-WAVES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wh-waves-status.
         SELECT WH-COINS-FILE ASSIGN TO "WH-COINS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wh-coins-status.
         SELECT WH-TICKETS-FILE ASSIGN TO "WH-TICKETS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wh-tickets-status.
         SELECT WH-REDEEM-FILE ASSIGN TO "WH-REDEEM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wh-redeem-status.
         SELECT WH-TELEM-FILE ASSIGN TO "WH-TELEM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wh-telem-status.
       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
         01 CONFIG-LINE PIC X(64).
       FD SESSION-LOG-FILE.
         COPY session-log-record.
       FD COIN-AUDIT-FILE.
         COPY coin-audit-record.
       FD TICKET-REGISTER-FILE.
         COPY ticket-register-record.
       FD PRIZE-MOVES-FILE.
         COPY prize-move-record.
       FD TELEMETRY-FILE.
         01 TELEMETRY-RECORD PIC X(80).
       FD WH-MARKS-FILE.
         01 WH-MARKS-LINE PIC X(132).
       FD WH-CONTROL-FILE.
         01 WH-CONTROL-LINE PIC X(132).
       FD WH-RUNS-FILE.
         01 WH-RUNS-LINE PIC X(102).
       FD WH-WAVES-FILE.
         01 WH-WAVES-LINE PIC X(102).
       FD WH-COINS-FILE.
         01 WH-COINS-LINE PIC X(102).
       FD WH-TICKETS-FILE.
         01 WH-TICKETS-LINE PIC X(102).
       FD WH-REDEEM-FILE.
         01 WH-REDEEM-LINE PIC X(102).
       FD WH-TELEM-FILE.
         01 WH-TELEM-LINE PIC X(102).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY warehouse-fact-record.
         COPY warehouse-control-record.
       01 warehouse-data.
         05 config-status PIC X(02) VALUE "00".
         05 session-log-status PIC X(02) VALUE "00".
         05 coin-audit-status PIC X(02) VALUE "00".
         05 ticket-register-status PIC X(02) VALUE "00".
         05 prize-moves-status PIC X(02) VALUE "00".
         05 telemetry-status PIC X(02) VALUE "00".
         05 wh-marks-status PIC X(02) VALUE "00".
         05 wh-control-status PIC X(02) VALUE "00".
         05 wh-runs-status PIC X(02) VALUE "00".
         05 wh-waves-status PIC X(02) VALUE "00".
         05 wh-coins-status PIC X(02) VALUE "00".
         05 wh-tickets-status PIC X(02) VALUE "00".
         05 wh-redeem-status PIC X(02) VALUE "00".
         05 wh-telem-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(40).
         05 wx-action PIC X(08) VALUE SPACES.
         05 wx-arg-1 PIC X(08) VALUE SPACES.
         05 wx-mode PIC X(01) VALUE "N".
         05 wx-eof PIC 9 VALUE 0.
         05 wx-cabinet PIC X(06) VALUE SPACES.
         05 wx-batch PIC 9(06) VALUE 0.
         05 wx-last-batch PIC 9(06) VALUE 0.
         05 wx-found-to PIC 9 VALUE 0.
         05 wx-today PIC X(08).
         05 wx-now PIC X(06).
      * Where this batch starts (the batch before's marks) and
      * where it stops (open-ended for a new batch).
         05 wx-from-coin-seq PIC 9(06) VALUE 0.
         05 wx-from-ticket-no PIC 9(06) VALUE 0.
         05 wx-from-session-key PIC X(14) VALUE "00000000000000".
         05 wx-from-telem-key PIC X(14) VALUE "00000000000000".
         05 wx-from-moves-key PIC X(14) VALUE "00000000000000".
         05 wx-to-coin-seq PIC 9(06) VALUE 999999.
         05 wx-to-ticket-no PIC 9(06) VALUE 999999.
         05 wx-to-session-key PIC X(14) VALUE "99999999999999".
         05 wx-to-telem-key PIC X(14) VALUE "99999999999999".
         05 wx-to-moves-key PIC X(14) VALUE "99999999999999".
      * Counts a resent batch must come back to.
         05 wx-sent-counts.
           10 wx-sent-runs PIC 9(06).
           10 wx-sent-waves PIC 9(06).
           10 wx-sent-coins PIC 9(06).
           10 wx-sent-tickets PIC 9(06).
           10 wx-sent-redeems PIC 9(06).
           10 wx-sent-telems PIC 9(06).
      * What this batch took, and how far.
         05 wx-counts.
           10 wx-runs PIC 9(06) VALUE 0.
           10 wx-waves PIC 9(06) VALUE 0.
           10 wx-coins PIC 9(06) VALUE 0.
           10 wx-tickets PIC 9(06) VALUE 0.
           10 wx-redeems PIC 9(06) VALUE 0.
           10 wx-telems PIC 9(06) VALUE 0.
         05 wx-new-coin-seq PIC 9(06).
         05 wx-new-ticket-no PIC 9(06).
         05 wx-new-session-key PIC X(14).
         05 wx-new-telem-key PIC X(14).
         05 wx-new-moves-key PIC X(14).
      * Line-within-date position for the date-marked logs.
         05 wx-line-date PIC X(08).
         05 wx-prev-date PIC X(08).
         05 wx-line-ord PIC 9(06).
         05 wx-line-key PIC X(14).
         05 wx-key-split REDEFINES wx-line-key.
           10 wx-key-date PIC X(08).
           10 wx-key-ord PIC 9(06).
         05 wx-seq PIC 9(06).
         05 wx-count-edit PIC ZZZZZ9.
         05 wx-batch-edit PIC ZZZZZ9.
         05 SL-WORK PIC X(143).
         05 SL-PARSED REDEFINES SL-WORK.
           10 FILLER PIC X(06).
           10 sl-start PIC X(06).
           10 FILLER PIC X(09).
           10 sl-outcome PIC X(04).
           10 FILLER PIC X(07).
           10 sl-level PIC X(03).
           10 FILLER PIC X(07).
           10 sl-score PIC X(06).
           10 FILLER PIC X(10).
           10 sl-duration PIC X(05).
           10 FILLER PIC X(07).
           10 sl-date PIC X(08).
           10 FILLER PIC X(01).
           10 sl-flag PIC X(01).
           10 FILLER PIC X(05).
           10 sl-who PIC X(03).
           10 FILLER PIC X(32).
           10 sl-id-tag PIC X(03).
           10 sl-run-id PIC X(20).
         05 SLW-PARSED REDEFINES SL-WORK.
           10 FILLER PIC X(05).
           10 slw-wave PIC X(03).
           10 FILLER PIC X(05).
           10 slw-run PIC X(06).
           10 FILLER PIC X(06).
           10 slw-time PIC X(05).
           10 FILLER PIC X(07).
           10 slw-lost PIC X(01).
           10 FILLER PIC X(05).
           10 slw-won PIC X(06).
           10 FILLER PIC X(94).
         05 COLL-WORK PIC X(114).
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
           10 cl-tail-58 PIC X(04).
           10 cl-reason PIC X(01).
           10 FILLER PIC X(06).
           10 cl-by-tag PIC X(04).
           10 cl-staff PIC X(04).
           10 cl-pf-tag PIC X(04).
           10 cl-profile PIC X(03).
           10 cl-dn-tag PIC X(04).
           10 cl-denom PIC X(03).
           10 cl-id-tag PIC X(04).
           10 cl-run-id PIC X(20).
         05 TM-WORK PIC X(79).
         05 TM-PARSED REDEFINES TM-WORK.
           10 FILLER PIC X(02).
           10 tm-date PIC X(08).
           10 FILLER PIC X(03).
           10 tm-time PIC X(06).
           10 FILLER PIC X(04).
           10 tm-event PIC X(08).
           10 FILLER PIC X(03).
           10 tm-value PIC X(03).
           10 FILLER PIC X(01).
           10 tm-x-tag PIC X(02).
           10 tm-experiment PIC X(12).
           10 FILLER PIC X(01).
           10 tm-arm PIC X(01).
           10 FILLER PIC X(02).
           10 tm-id-tag PIC X(03).
           10 tm-run-id PIC X(20).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO wx-action wx-arg-1
         END-UNSTRING
         MOVE FUNCTION CURRENT-DATE(1:8) TO wx-today
         MOVE FUNCTION CURRENT-DATE(9:6) TO wx-now
         EVALUATE TRUE
           WHEN wx-action EQUAL TO SPACES
           WHEN wx-action EQUAL TO "EXTRACT"
             MOVE "N" TO wx-mode
           WHEN wx-action EQUAL TO "RESEND"
                AND wx-arg-1 NOT EQUAL TO SPACES
                AND FUNCTION TEST-NUMVAL(wx-arg-1) EQUAL TO 0
             MOVE "R" TO wx-mode
             MOVE FUNCTION NUMVAL(wx-arg-1) TO wx-batch
           WHEN OTHER
             DISPLAY "Usage: wh-extract [EXTRACT]" UPON SYSERR
             DISPLAY "       wh-extract RESEND batch"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
             PERFORM 9910-RUNLOG-END
             GOBACK
         END-EVALUATE
         PERFORM 1000-READ-CABINET THRU 1000-EXIT
         PERFORM 1100-READ-MARKS THRU 1100-EXIT
         IF RETURN-CODE NOT LESS THAN 8 THEN
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 2000-OPEN-FACT-FILES THRU 2000-EXIT
         IF RETURN-CODE NOT LESS THAN 8 THEN
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 3000-EXTRACT-SESSION-LOG THRU 3000-EXIT
         PERFORM 3100-EXTRACT-COINS THRU 3100-EXIT
         PERFORM 3200-EXTRACT-TICKETS THRU 3200-EXIT
         PERFORM 3300-EXTRACT-REDEMPTIONS THRU 3300-EXIT
         PERFORM 3400-EXTRACT-TELEMETRY THRU 3400-EXIT
         CLOSE WH-RUNS-FILE WH-WAVES-FILE WH-COINS-FILE
           WH-TICKETS-FILE WH-REDEEM-FILE WH-TELEM-FILE
         PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * The versioned key=value CONFIG.DAT or the old one-line
      * positional record, as the game loads it.
       1000-READ-CABINET.
         OPEN INPUT CONFIG-FILE
         IF config-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         READ CONFIG-FILE
           AT END
             MOVE SPACES TO CONFIG-LINE
         END-READ
         ADD 1 TO runlog-read
         IF CONFIG-LINE(1:8) NOT EQUAL TO "version=" THEN
           MOVE CONFIG-LINE(13:6) TO wx-cabinet
         ELSE
           MOVE 0 TO wx-eof
           PERFORM UNTIL wx-eof EQUAL TO 1
             READ CONFIG-FILE
               AT END
                 MOVE 1 TO wx-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF CONFIG-LINE(1:8) EQUAL TO "cabinet=" THEN
                   MOVE CONFIG-LINE(9:6) TO wx-cabinet
                 END-IF
             END-READ
           END-PERFORM
         END-IF
         CLOSE CONFIG-FILE.
       1000-EXIT.
         EXIT.

      * A new batch starts at the last line's marks; a resend
      * starts at the marks of the batch before it and stops at
      * its own.
       1100-READ-MARKS.
         OPEN INPUT WH-MARKS-FILE
         IF wh-marks-status EQUAL TO "00" THEN
           MOVE 0 TO wx-eof
           PERFORM UNTIL wx-eof EQUAL TO 1
             READ WH-MARKS-FILE INTO WAREHOUSE-CONTROL-RECORD
               AT END
                 MOVE 1 TO wx-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF wc-batch IS NUMERIC THEN
                   PERFORM 1150-TAKE-MARKS-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WH-MARKS-FILE
         END-IF
         IF wx-mode EQUAL TO "N" THEN
           COMPUTE wx-batch = wx-last-batch + 1
           GO TO 1100-EXIT
         END-IF
         IF wx-found-to EQUAL TO 0 THEN
           DISPLAY "No batch " wx-batch " on WH-MARKS.DAT"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       1100-EXIT.
         EXIT.

       1150-TAKE-MARKS-LINE.
         MOVE wc-batch TO wx-last-batch
         IF wx-mode EQUAL TO "N"
            OR wc-batch EQUAL TO wx-batch - 1 THEN
           MOVE wc-coin-seq TO wx-from-coin-seq
           MOVE wc-ticket-no TO wx-from-ticket-no
           MOVE wc-session-key TO wx-from-session-key
           MOVE wc-telem-key TO wx-from-telem-key
           MOVE wc-moves-key TO wx-from-moves-key
         END-IF
         IF wx-mode EQUAL TO "R" AND wc-batch EQUAL TO wx-batch THEN
           MOVE 1 TO wx-found-to
           MOVE wc-coin-seq TO wx-to-coin-seq
           MOVE wc-ticket-no TO wx-to-ticket-no
           MOVE wc-session-key TO wx-to-session-key
           MOVE wc-telem-key TO wx-to-telem-key
           MOVE wc-moves-key TO wx-to-moves-key
           MOVE wc-runs TO wx-sent-runs
           MOVE wc-waves TO wx-sent-waves
           MOVE wc-coins TO wx-sent-coins
           MOVE wc-tickets TO wx-sent-tickets
           MOVE wc-redeems TO wx-sent-redeems
           MOVE wc-telems TO wx-sent-telems
         END-IF.

       2000-OPEN-FACT-FILES.
         MOVE wx-from-coin-seq TO wx-new-coin-seq
         MOVE wx-from-ticket-no TO wx-new-ticket-no
         MOVE wx-from-session-key TO wx-new-session-key
         MOVE wx-from-telem-key TO wx-new-telem-key
         MOVE wx-from-moves-key TO wx-new-moves-key
         OPEN OUTPUT WH-RUNS-FILE WH-WAVES-FILE WH-COINS-FILE
           WH-TICKETS-FILE WH-REDEEM-FILE WH-TELEM-FILE
         IF wh-runs-status NOT EQUAL TO "00"
            OR wh-waves-status NOT EQUAL TO "00"
            OR wh-coins-status NOT EQUAL TO "00"
            OR wh-tickets-status NOT EQUAL TO "00"
            OR wh-redeem-status NOT EQUAL TO "00"
            OR wh-telem-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write the WH- fact files" UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       2000-EXIT.
         EXIT.

      * Every line of the log counts toward its date's position,
      * run header or wave line; lines with no date= are from
      * before the field and were never extracted.
       3000-EXTRACT-SESSION-LOG.
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         MOVE SPACES TO wx-prev-date
         MOVE 0 TO wx-eof
         PERFORM UNTIL wx-eof EQUAL TO 1
           MOVE SPACES TO SL-WORK
           READ SESSION-LOG-FILE NEXT RECORD INTO SL-WORK
             AT END
               MOVE 1 TO wx-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE sl-date TO wx-line-date
               PERFORM 3900-PLACE-LINE
               IF wx-line-key GREATER THAN wx-from-session-key
                  AND wx-line-key NOT GREATER THAN
                      wx-to-session-key THEN
                 MOVE wx-line-key TO wx-new-session-key
                 PERFORM 3050-SESSION-FACT
               END-IF
           END-READ
         END-PERFORM
         CLOSE SESSION-LOG-FILE.
       3000-EXIT.
         EXIT.

       3050-SESSION-FACT.
         PERFORM 3950-FACT-KEYS
         MOVE wx-line-key TO wf-source-key
         IF SL-WORK(1:5) EQUAL TO "wave=" THEN
           MOVE slw-run TO wf-time
           COMPUTE wf-wave-level = FUNCTION NUMVAL(slw-wave)
           MOVE slw-run TO wf-wave-run
           COMPUTE wf-wave-seconds = FUNCTION NUMVAL(slw-time)
           IF slw-lost IS NUMERIC THEN
             MOVE slw-lost TO wf-wave-lost
           ELSE
             MOVE 0 TO wf-wave-lost
           END-IF
           COMPUTE wf-wave-won = FUNCTION NUMVAL(slw-won)
           IF sl-id-tag EQUAL TO "id=" THEN
             MOVE sl-run-id TO wf-wave-run-id
           END-IF
           WRITE WH-WAVES-LINE FROM WAREHOUSE-FACT-RECORD
           ADD 1 TO wx-waves
         ELSE
           MOVE sl-start TO wf-time
           MOVE sl-outcome TO wf-run-outcome
           COMPUTE wf-run-level = FUNCTION NUMVAL(sl-level)
           COMPUTE wf-run-score = FUNCTION NUMVAL(sl-score)
           COMPUTE wf-run-seconds = FUNCTION NUMVAL(sl-duration)
           MOVE sl-flag TO wf-run-flag
           MOVE sl-who TO wf-run-who
           IF sl-id-tag EQUAL TO "id=" THEN
             MOVE sl-run-id TO wf-run-id
           END-IF
           WRITE WH-RUNS-LINE FROM WAREHOUSE-FACT-RECORD
           ADD 1 TO wx-runs
         END-IF
         ADD 1 TO runlog-written.

       3100-EXTRACT-COINS.
         OPEN INPUT COIN-AUDIT-FILE
         IF coin-audit-status NOT EQUAL TO "00" THEN
           GO TO 3100-EXIT
         END-IF
         MOVE 0 TO wx-eof
         PERFORM UNTIL wx-eof EQUAL TO 1
           MOVE SPACES TO COLL-WORK
           READ COIN-AUDIT-FILE NEXT RECORD INTO COLL-WORK
             AT END
               MOVE 1 TO wx-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF cl-seq IS NUMERIC THEN
                 MOVE cl-seq TO wx-seq
                 IF wx-seq GREATER THAN wx-from-coin-seq
                    AND wx-seq NOT GREATER THAN wx-to-coin-seq THEN
                   PERFORM 3150-COIN-FACT
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE COIN-AUDIT-FILE.
       3100-EXIT.
         EXIT.

       3150-COIN-FACT.
         IF wx-seq GREATER THAN wx-new-coin-seq THEN
           MOVE wx-seq TO wx-new-coin-seq
         END-IF
         MOVE cl-date TO wx-line-date
         PERFORM 3950-FACT-KEYS
         MOVE cl-time TO wf-time
         MOVE cl-seq TO wf-source-key
         MOVE cl-event TO wf-coin-event
         COMPUTE wf-coin-credits = FUNCTION NUMVAL(cl-credits)
         MOVE SPACES TO wf-coin-voucher
         IF cl-tail-58 EQUAL TO " rc=" THEN
           MOVE cl-reason TO wf-coin-reason
         END-IF
         IF cl-tail-58(1:3) EQUAL TO " v=" THEN
           MOVE COLL-WORK(61:8) TO wf-coin-voucher
         END-IF
         IF cl-by-tag EQUAL TO " by=" THEN
           MOVE cl-staff TO wf-coin-staff
         END-IF
         IF cl-pf-tag EQUAL TO " pf=" THEN
           MOVE cl-profile TO wf-coin-profile
         END-IF
         IF cl-dn-tag EQUAL TO " dn=" THEN
           MOVE cl-denom TO wf-coin-denom
         END-IF
         IF cl-id-tag EQUAL TO " id=" THEN
           MOVE cl-run-id TO wf-coin-run-id
         END-IF
         WRITE WH-COINS-LINE FROM WAREHOUSE-FACT-RECORD
         ADD 1 TO wx-coins
         ADD 1 TO runlog-written.

      * Tickets go once, in the batch after they are issued, as they
      * stand then; a later redemption follows as a WH-REDEEM.DAT
      * fact.
       3200-EXTRACT-TICKETS.
         OPEN INPUT TICKET-REGISTER-FILE
         IF ticket-register-status NOT EQUAL TO "00" THEN
           GO TO 3200-EXIT
         END-IF
         MOVE 0 TO wx-eof
         PERFORM UNTIL wx-eof EQUAL TO 1
           READ TICKET-REGISTER-FILE
             AT END
               MOVE 1 TO wx-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-number IS NUMERIC
                  AND tk-number GREATER THAN wx-from-ticket-no
                  AND tk-number NOT GREATER THAN wx-to-ticket-no
                   THEN
                 PERFORM 3250-TICKET-FACT
               END-IF
           END-READ
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE.
       3200-EXIT.
         EXIT.

       3250-TICKET-FACT.
         IF tk-number GREATER THAN wx-new-ticket-no THEN
           MOVE tk-number TO wx-new-ticket-no
         END-IF
         MOVE tk-date TO wx-line-date
         PERFORM 3950-FACT-KEYS
         MOVE tk-time TO wf-time
         MOVE tk-number TO wf-source-key
         IF tk-cabinet NOT EQUAL TO SPACES THEN
           MOVE tk-cabinet TO wf-cabinet
         END-IF
         MOVE tk-initials TO wf-ticket-initials
         MOVE tk-score TO wf-ticket-score
         MOVE tk-level TO wf-ticket-level
         MOVE tk-redeemed TO wf-ticket-redeemed
         MOVE tk-prize TO wf-ticket-prize
         MOVE tk-run-id TO wf-ticket-run-id
         WRITE WH-TICKETS-LINE FROM WAREHOUSE-FACT-RECORD
         ADD 1 TO wx-tickets
         ADD 1 TO runlog-written.

       3300-EXTRACT-REDEMPTIONS.
         OPEN INPUT PRIZE-MOVES-FILE
         IF prize-moves-status NOT EQUAL TO "00" THEN
           GO TO 3300-EXIT
         END-IF
         MOVE SPACES TO wx-prev-date
         MOVE 0 TO wx-eof
         PERFORM UNTIL wx-eof EQUAL TO 1
           READ PRIZE-MOVES-FILE
             AT END
               MOVE 1 TO wx-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE pm-date TO wx-line-date
               PERFORM 3900-PLACE-LINE
               IF wx-line-key GREATER THAN wx-from-moves-key
                  AND wx-line-key NOT GREATER THAN
                      wx-to-moves-key THEN
                 MOVE wx-line-key TO wx-new-moves-key
                 IF pm-type EQUAL TO "REDEEMED" THEN
                   PERFORM 3350-REDEEM-FACT
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE PRIZE-MOVES-FILE.
       3300-EXIT.
         EXIT.

      * A redemption takes stock off the shelf, so pm-qty is
      * negative on the journal; the fact carries it as a count.
       3350-REDEEM-FACT.
         PERFORM 3950-FACT-KEYS
         MOVE pm-time TO wf-time
         MOVE wx-line-key TO wf-source-key
         MOVE pm-code TO wf-redeem-prize
         IF pm-qty LESS THAN 0 THEN
           COMPUTE wf-redeem-qty = 0 - pm-qty
         ELSE
           MOVE pm-qty TO wf-redeem-qty
         END-IF
         IF pm-ticket IS NUMERIC THEN
           MOVE pm-ticket TO wf-redeem-ticket
         ELSE
           MOVE 0 TO wf-redeem-ticket
         END-IF
         MOVE pm-staff TO wf-redeem-staff
         WRITE WH-REDEEM-LINE FROM WAREHOUSE-FACT-RECORD
         ADD 1 TO wx-redeems
         ADD 1 TO runlog-written.

       3400-EXTRACT-TELEMETRY.
         OPEN INPUT TELEMETRY-FILE
         IF telemetry-status NOT EQUAL TO "00" THEN
           GO TO 3400-EXIT
         END-IF
         MOVE SPACES TO wx-prev-date
         MOVE 0 TO wx-eof
         PERFORM UNTIL wx-eof EQUAL TO 1
           MOVE SPACES TO TM-WORK
           READ TELEMETRY-FILE NEXT RECORD INTO TM-WORK
             AT END
               MOVE 1 TO wx-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE tm-date TO wx-line-date
               PERFORM 3900-PLACE-LINE
               IF wx-line-key GREATER THAN wx-from-telem-key
                  AND wx-line-key NOT GREATER THAN
                      wx-to-telem-key THEN
                 MOVE wx-line-key TO wx-new-telem-key
                 PERFORM 3450-TELEMETRY-FACT
               END-IF
           END-READ
         END-PERFORM
         CLOSE TELEMETRY-FILE.
       3400-EXIT.
         EXIT.

       3450-TELEMETRY-FACT.
         PERFORM 3950-FACT-KEYS
         MOVE tm-time TO wf-time
         MOVE wx-line-key TO wf-source-key
         MOVE tm-event TO wf-telem-event
         COMPUTE wf-telem-value = FUNCTION NUMVAL(tm-value)
         IF tm-x-tag EQUAL TO "x=" THEN
           MOVE tm-experiment TO wf-telem-experiment
           MOVE tm-arm TO wf-telem-arm
         END-IF
         IF tm-id-tag EQUAL TO "id=" THEN
           MOVE tm-run-id TO wf-telem-run-id
         END-IF
         WRITE WH-TELEM-LINE FROM WAREHOUSE-FACT-RECORD
         ADD 1 TO wx-telems
         ADD 1 TO runlog-written.

      * wx-line-key for the line just read: its date and its place
      * among that date's lines. A line with no usable date keys
      * low and is never taken.
       3900-PLACE-LINE.
         IF wx-line-date IS NOT NUMERIC THEN
           MOVE LOW-VALUES TO wx-line-key
           NEXT SENTENCE
         END-IF
         IF wx-line-date EQUAL TO wx-prev-date THEN
           ADD 1 TO wx-line-ord
         ELSE
           MOVE 1 TO wx-line-ord
           MOVE wx-line-date TO wx-prev-date
         END-IF
         MOVE wx-line-date TO wx-key-date
         MOVE wx-line-ord TO wx-key-ord.

       3950-FACT-KEYS.
         MOVE SPACES TO WAREHOUSE-FACT-RECORD
         MOVE wx-batch TO wf-batch
         MOVE wx-cabinet TO wf-cabinet
         MOVE wx-line-date TO wf-date-key.

      * A new batch's marks go on WH-MARKS.DAT only now, with every
      * fact file closed; a resend must match what went out.
       4000-WRITE-CONTROL.
         MOVE SPACES TO WAREHOUSE-CONTROL-RECORD
         MOVE wx-batch TO wc-batch
         MOVE wx-cabinet TO wc-cabinet
         MOVE wx-mode TO wc-kind
         MOVE wx-today TO wc-made-date
         MOVE wx-now TO wc-made-time
         MOVE wx-runs TO wc-runs
         MOVE wx-waves TO wc-waves
         MOVE wx-coins TO wc-coins
         MOVE wx-tickets TO wc-tickets
         MOVE wx-redeems TO wc-redeems
         MOVE wx-telems TO wc-telems
         MOVE wx-new-coin-seq TO wc-coin-seq
         MOVE wx-new-ticket-no TO wc-ticket-no
         MOVE wx-new-session-key TO wc-session-key
         MOVE wx-new-telem-key TO wc-telem-key
         MOVE wx-new-moves-key TO wc-moves-key
         IF wx-mode EQUAL TO "R"
            AND wx-counts NOT EQUAL TO wx-sent-counts THEN
           DISPLAY "Batch " wx-batch " cannot be sent again as it"
             " went out - the sources no longer hold the same rows"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         OPEN OUTPUT WH-CONTROL-FILE
         IF wh-control-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write WH-CONTROL.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         WRITE WH-CONTROL-LINE FROM WAREHOUSE-CONTROL-RECORD
         ADD 1 TO runlog-written
         CLOSE WH-CONTROL-FILE
         IF wx-mode EQUAL TO "N" THEN
           OPEN EXTEND WH-MARKS-FILE
           IF wh-marks-status NOT EQUAL TO "00" THEN
             OPEN OUTPUT WH-MARKS-FILE
           END-IF
           IF wh-marks-status NOT EQUAL TO "00" THEN
             DISPLAY "Cannot write WH-MARKS.DAT" UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 4000-EXIT
           END-IF
           WRITE WH-MARKS-LINE FROM WAREHOUSE-CONTROL-RECORD
           ADD 1 TO runlog-written
           CLOSE WH-MARKS-FILE
         END-IF
         MOVE wx-batch TO wx-batch-edit
         DISPLAY "Warehouse batch " FUNCTION TRIM(wx-batch-edit)
           WITH NO ADVANCING
         IF wx-mode EQUAL TO "R" THEN
           DISPLAY " (resent)" WITH NO ADVANCING
         END-IF
         MOVE wx-runs TO wx-count-edit
         DISPLAY ": " FUNCTION TRIM(wx-count-edit) " runs, "
           WITH NO ADVANCING
         MOVE wx-waves TO wx-count-edit
         DISPLAY FUNCTION TRIM(wx-count-edit) " waves, "
           WITH NO ADVANCING
         MOVE wx-coins TO wx-count-edit
         DISPLAY FUNCTION TRIM(wx-count-edit) " coin events, "
           WITH NO ADVANCING
         MOVE wx-tickets TO wx-count-edit
         DISPLAY FUNCTION TRIM(wx-count-edit) " tickets, "
           WITH NO ADVANCING
         MOVE wx-redeems TO wx-count-edit
         DISPLAY FUNCTION TRIM(wx-count-edit) " redemptions, "
           WITH NO ADVANCING
         MOVE wx-telems TO wx-count-edit
         DISPLAY FUNCTION TRIM(wx-count-edit) " telemetry".
       4000-EXIT.
         EXIT.

       9900-RUNLOG-START.
         MOVE "WH-EXTRACT" TO runlog-program
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
       END PROGRAM WH-EXTRACT.

      * Compile and run on Windows:
      * cobc -xj weekly-summary.cbl batch-runlog.cbl report-archive.cbl
      * Reads DAILY-TOTALS.DAT, SESSION-LOG.DAT, LEVEL-STATS.DAT,
      * and HISCORE.DAT and writes one consolidated text report,
      * the same read-only-companion-program shape as csv-export.
      * DAILY-TOTALS.DAT keeps one row per calendar day (retention
      * handled by the game's PURGE-DAILY-HISTORY), so the daily
      * section is a genuine day-by-day week with a week-over-week
      * comparison. ALERT-NOTIFY's NOTIFY-LOG.DAT gives the
      * week's alert response times, raise to acknowledgment.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEEKLY-SUMMARY.
       ENVIRONMENT DIVISION.
         SELECT KPI-HISTORY-FILE ASSIGN TO "KPI-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS kpi-history-status.
         SELECT NOTIFY-LOG-FILE ASSIGN TO "NOTIFY-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS notify-log-status.
       DATA DIVISION.
       FILE SECTION.
       FD HISCORE-FILE.
         COPY maint-record.
       FD KPI-HISTORY-FILE.
         COPY kpi-history-record.
       FD NOTIFY-LOG-FILE.
         COPY notify-log-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY hiscore-data.
         COPY level-stats-data.
         COPY daily-totals-data.
         05 ws-dur-count PIC 9(07) VALUE 0.
         05 ws-avg-secs PIC 9(05)V9(02) VALUE 0.
         05 ws-win-rate PIC 9(03)V9(02) VALUE 0.
      * Alert response: each alert raised in the trailing week is
      * timed from its RAISE to its ACK on NOTIFY-LOG.DAT.
         78 MAX-WEEK-ALERTS VALUE 200.
         05 notify-log-status PIC X(02) VALUE "00".
         05 ws-alr-i PIC 9(03).
         05 ws-alr-pos PIC 9(03).
         05 ws-alr-count PIC 9(03) VALUE 0.
         05 ws-alr-today-int PIC 9(07).
         05 ws-alr-date-num PIC 9(08).
         05 ws-alr-time-num PIC 9(06).
         05 ws-alr-split REDEFINES ws-alr-time-num.
           10 ws-alr-hh PIC 9(02).
           10 ws-alr-mm PIC 9(02).
           10 ws-alr-ss PIC 9(02).
         05 ws-alr-stamp PIC 9(10).
         05 ws-alr-minutes PIC 9(07).
         05 ws-alr-acked PIC 9(04) VALUE 0.
         05 ws-alr-escalated PIC 9(04) VALUE 0.
         05 ws-alr-open PIC 9(04) VALUE 0.
         05 ws-alr-ack-sum PIC 9(09) VALUE 0.
         05 ws-alr-worst PIC 9(07) VALUE 0.
         05 ws-alr-edit-1 PIC ZZZ9.
         05 ws-alr-edit-2 PIC ZZZ9.
         05 ws-alr-edit-3 PIC ZZZ9.
         05 ws-alr-edit-4 PIC ZZZ9.
         05 ws-alr-table.
           10 ws-alr-row OCCURS MAX-WEEK-ALERTS TIMES.
             15 wsa-no PIC 9(06).
             15 wsa-stamp PIC 9(10).
             15 wsa-acked PIC 9(01).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         OPEN OUTPUT WEEKLY-SUMMARY-FILE
         IF weekly-summary-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write WEEKLY-SUMMARY.TXT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 1000-WRITE-HEADER
      * THRU the -EXIT paragraphs: the error paths inside these
      * sections GO TO their -EXIT paragraph, which must stay inside
         PERFORM 5000-SUMMARIZE-LEVEL-STATS THRU 5000-EXIT
         PERFORM 6000-SUMMARIZE-WAVES THRU 6000-EXIT
         PERFORM 6500-SUMMARIZE-MAINTENANCE THRU 6500-EXIT
         PERFORM 6700-SUMMARIZE-ALERTS THRU 6700-EXIT
         CLOSE WEEKLY-SUMMARY-FILE
         MOVE "WEEKLY-SUMMARY.TXT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         PERFORM 7000-APPEND-KPI-HISTORY
      * A run that found nothing at all to read still writes its
      * report, but is flagged rather than passed as clean.
         IF runlog-read EQUAL TO 0 AND RETURN-CODE EQUAL TO 0 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-WRITE-HEADER.
         MOVE "WEEKLY SHOP SUMMARY" TO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written.

       2000-SUMMARIZE-TODAY.
         OPEN INPUT DAILY-TOTALS-FILE
         IF daily-totals-status NOT EQUAL TO "00" THEN
           MOVE "This week: no DAILY-TOTALS.DAT yet" TO report-line
           WRITE WEEKLY-SUMMARY-RECORD FROM report-line
           ADD 1 TO runlog-written
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO dth-count
             AT END
               MOVE MAX-DAILY-ROWS TO dth-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO dth-count
               MOVE dt-date TO dtht-date(dth-count)
               MOVE dt-games-started TO dtht-started(dth-count)
         IF dth-count EQUAL TO 0 THEN
           MOVE "This week: no plays recorded yet" TO report-line
           WRITE WEEKLY-SUMMARY-RECORD FROM report-line
           ADD 1 TO runlog-written
           GO TO 2000-EXIT
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:8) TO dth-date-num
           FUNCTION INTEGER-OF-DATE(dth-date-num)
         MOVE "This week, day by day:" TO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written
         PERFORM VARYING dth-i FROM 1 BY 1 UNTIL dth-i > dth-count
           IF dtht-date(dth-i) IS NUMERIC THEN
             MOVE dtht-date(dth-i) TO dth-date-num
           FUNCTION TRIM(ws-today-completed-edit) " completed"
           DELIMITED BY SIZE INTO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written
         MOVE ws-last-started TO ws-today-started-edit
         MOVE ws-last-completed TO ws-today-completed-edit
         MOVE SPACES TO report-line
           FUNCTION TRIM(ws-today-completed-edit) " completed"
           DELIMITED BY SIZE INTO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written
         COMPUTE ws-delta-started = ws-this-started - ws-last-started
         COMPUTE ws-delta-completed =
           ws-this-completed - ws-last-completed
           ws-delta-completed-sign
           FUNCTION TRIM(ws-delta-completed-edit) " completed"
           DELIMITED BY SIZE INTO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written.
       2000-EXIT.
         EXIT.

             FUNCTION TRIM(ws-minutes-edit) " min"
             DELIMITED BY SIZE INTO report-line
         END-IF
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written.

       3000-SUMMARIZE-SESSION-LOG.
         OPEN INPUT SESSION-LOG-FILE
         IF session-log-status NOT EQUAL TO "00" THEN
           MOVE "No SESSION-LOG.DAT to summarize" TO report-line
           WRITE WEEKLY-SUMMARY-RECORD FROM report-line
           ADD 1 TO runlog-written
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO session-eof
             AT END
               MOVE 1 TO session-eof
             NOT AT END
               ADD 1 TO runlog-read
      * wave= detail lines are not runs - only headers count.
               IF SL-WORK(1:5) NOT EQUAL TO "wave="
                  AND sl-hour IS NUMERIC THEN
           FUNCTION TRIM(ws-total-plays-edit)
           DELIMITED BY SIZE INTO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written
         PERFORM VARYING ws-i FROM 1 BY 1 UNTIL ws-i > HOURS-IN-DAY
           IF ws-hour-counts(ws-i) GREATER THAN ws-busiest-count THEN
             MOVE ws-hour-counts(ws-i) TO ws-busiest-count
             FUNCTION TRIM(ws-count-edit) " plays)"
             DELIMITED BY SIZE INTO report-line
           WRITE WEEKLY-SUMMARY-RECORD FROM report-line
           ADD 1 TO runlog-written
         END-IF.
       3000-EXIT.
         EXIT.
         IF hiscore-status NOT EQUAL TO "00" THEN
           MOVE "No HISCORE.DAT to summarize" TO report-line
           WRITE WEEKLY-SUMMARY-RECORD FROM report-line
           ADD 1 TO runlog-written
           GO TO 4000-EXIT
         END-IF
         PERFORM VARYING hs-i FROM 1 BY 1 UNTIL hs-i > HISCORE-SLOTS
             AT END
               MOVE HISCORE-SLOTS TO hs-i
             NOT AT END
               ADD 1 TO runlog-read
               MOVE 0 TO ws-already-seen
               PERFORM VARYING ws-j FROM 1 BY 1
               UNTIL ws-j > ws-unique-count
         STRING "Unique high-scorers: " DELIMITED BY SIZE
           FUNCTION TRIM(ws-count-edit)
           DELIMITED BY SIZE INTO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written.
       4000-EXIT.
         EXIT.

         IF level-stats-status NOT EQUAL TO "00" THEN
           MOVE "No LEVEL-STATS.DAT to summarize" TO report-line
           WRITE WEEKLY-SUMMARY-RECORD FROM report-line
           ADD 1 TO runlog-written
           GO TO 5000-EXIT
         END-IF
         PERFORM VARYING ls-i FROM 1 BY 1 UNTIL ls-i > MAX-LEVEL-STATS
             AT END
               MOVE MAX-LEVEL-STATS TO ls-i
             NOT AT END
               ADD 1 TO runlog-read
               COMPUTE ws-level-attempts =
                 lsr-wins + lsr-losses
               IF ws-level-attempts GREATER THAN 0 THEN
           MOVE "Hardest level by win rate: not enough data" TO
             report-line
           WRITE WEEKLY-SUMMARY-RECORD FROM report-line
           ADD 1 TO runlog-written
           GO TO 5000-EXIT
         END-IF
         MOVE ws-hardest-level TO ws-level-edit
           FUNCTION TRIM(ws-level-edit) " (" DELIMITED BY SIZE
           FUNCTION TRIM(ws-rate-edit) "% wins)"
           DELIMITED BY SIZE INTO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written.
       5000-EXIT.
         EXIT.

             AT END
               MOVE 1 TO session-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 6100-TALLY-WAVE-LINE
           END-READ
         END-PERFORM
         IF ws-header-runs EQUAL TO 0 THEN
           MOVE "Wave funnel: no logged runs yet" TO report-line
           WRITE WEEKLY-SUMMARY-RECORD FROM report-line
           ADD 1 TO runlog-written
           GO TO 6000-EXIT
         END-IF
         COMPUTE ws-median-target = (ws-header-runs + 1) / 2
           FUNCTION TRIM(ws-wave-edit-1)
           DELIMITED BY SIZE INTO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written
         MOVE "Wave funnel (cleared / fell off on the next):"
           TO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written
         PERFORM VARYING ws-wave-num FROM 1 BY 1
         UNTIL ws-wave-num > MAX-WAVE-BUCKETS - 1
           IF ws-wave-cleared(ws-wave-num) GREATER THAN 0 THEN
             AT END
               MOVE 1 TO session-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 6600-TALLY-MAINT-LINE
           END-READ
         END-PERFORM
         CLOSE MAINT-LOG-FILE
         MOVE "Maintenance incidents:" TO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written
         PERFORM VARYING ws-mnt-i FROM 1 BY 1
         UNTIL ws-mnt-i > MAINT-CODE-COUNT
           IF wsm-opens(ws-mnt-i) GREATER THAN 0 THEN
                 DELIMITED BY SIZE INTO report-line
             END-IF
             WRITE WEEKLY-SUMMARY-RECORD FROM report-line
             ADD 1 TO runlog-written
           END-IF
         END-PERFORM
         IF ws-mnt-open-total EQUAL TO 0 THEN
           MOVE "  none logged" TO report-line
           WRITE WEEKLY-SUMMARY-RECORD FROM report-line
           ADD 1 TO runlog-written
         END-IF.
       6500-EXIT.
         EXIT.
           END-IF
         END-IF.

       6700-SUMMARIZE-ALERTS.
         OPEN INPUT NOTIFY-LOG-FILE
         IF notify-log-status NOT EQUAL TO "00" THEN
           GO TO 6700-EXIT
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:8) TO ws-alr-date-num
         COMPUTE ws-alr-today-int =
           FUNCTION INTEGER-OF-DATE(ws-alr-date-num)
         MOVE 0 TO session-eof
         PERFORM UNTIL session-eof EQUAL TO 1
           READ NOTIFY-LOG-FILE
             AT END
               MOVE 1 TO session-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 6800-TALLY-ALERT-LINE
           END-READ
         END-PERFORM
         CLOSE NOTIFY-LOG-FILE
         MOVE "Alert response (last 7 days):" TO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written
         IF ws-alr-count EQUAL TO 0 THEN
           MOVE "  none raised" TO report-line
           WRITE WEEKLY-SUMMARY-RECORD FROM report-line
           ADD 1 TO runlog-written
           GO TO 6700-EXIT
         END-IF
         COMPUTE ws-alr-open = ws-alr-count - ws-alr-acked
         MOVE ws-alr-count TO ws-alr-edit-1
         MOVE ws-alr-acked TO ws-alr-edit-2
         MOVE ws-alr-escalated TO ws-alr-edit-3
         MOVE ws-alr-open TO ws-alr-edit-4
         MOVE SPACES TO report-line
         STRING "  " FUNCTION TRIM(ws-alr-edit-1) " raised, "
           FUNCTION TRIM(ws-alr-edit-2) " acked, "
           FUNCTION TRIM(ws-alr-edit-3) " escalated, "
           FUNCTION TRIM(ws-alr-edit-4) " still open"
           DELIMITED BY SIZE INTO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written
         IF ws-alr-acked GREATER THAN 0 THEN
           COMPUTE ws-alr-minutes ROUNDED =
             ws-alr-ack-sum / ws-alr-acked
           MOVE ws-alr-minutes TO ws-minutes-edit
           MOVE ws-alr-worst TO ws-count-edit
           MOVE SPACES TO report-line
           STRING "  time to ack: average "
             FUNCTION TRIM(ws-minutes-edit) " min, slowest "
             FUNCTION TRIM(ws-count-edit) " min"
             DELIMITED BY SIZE INTO report-line
           WRITE WEEKLY-SUMMARY-RECORD FROM report-line
           ADD 1 TO runlog-written
         END-IF.
       6700-EXIT.
         EXIT.

      * RAISE lines of the week open a row; ESCAL and ACK lines
      * count against the row of their alert number, so an alert
      * raised before the week began is left out entirely.
       6800-TALLY-ALERT-LINE.
         IF nl-no NOT NUMERIC
            OR nl-date NOT NUMERIC
            OR nl-time NOT NUMERIC THEN
           NEXT SENTENCE
         END-IF
         MOVE nl-date TO ws-alr-date-num
         MOVE nl-time TO ws-alr-time-num
         COMPUTE ws-alr-stamp =
           (FUNCTION INTEGER-OF-DATE(ws-alr-date-num) * 1440)
           + (ws-alr-hh * 60) + ws-alr-mm
         IF nl-type EQUAL TO "RAISE " THEN
           IF FUNCTION INTEGER-OF-DATE(ws-alr-date-num)
               GREATER THAN ws-alr-today-int - 7
              AND ws-alr-count LESS THAN MAX-WEEK-ALERTS THEN
             ADD 1 TO ws-alr-count
             MOVE nl-no TO wsa-no(ws-alr-count)
             MOVE ws-alr-stamp TO wsa-stamp(ws-alr-count)
             MOVE 0 TO wsa-acked(ws-alr-count)
           END-IF
           NEXT SENTENCE
         END-IF
         MOVE 0 TO ws-alr-pos
         PERFORM VARYING ws-alr-i FROM 1 BY 1
         UNTIL ws-alr-i > ws-alr-count
           IF wsa-no(ws-alr-i) EQUAL TO nl-no THEN
             MOVE ws-alr-i TO ws-alr-pos
             MOVE ws-alr-count TO ws-alr-i
           END-IF
         END-PERFORM
         IF ws-alr-pos EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         IF nl-type EQUAL TO "ESCAL " THEN
           ADD 1 TO ws-alr-escalated
         END-IF
         IF nl-type EQUAL TO "ACK   "
            AND wsa-acked(ws-alr-pos) EQUAL TO 0 THEN
           MOVE 1 TO wsa-acked(ws-alr-pos)
           ADD 1 TO ws-alr-acked
           MOVE 0 TO ws-alr-minutes
           IF ws-alr-stamp GREATER THAN wsa-stamp(ws-alr-pos) THEN
             COMPUTE ws-alr-minutes =
               ws-alr-stamp - wsa-stamp(ws-alr-pos)
           END-IF
           ADD ws-alr-minutes TO ws-alr-ack-sum
           IF ws-alr-minutes GREATER THAN ws-alr-worst THEN
             MOVE ws-alr-minutes TO ws-alr-worst
           END-IF
         END-IF.

       6100-TALLY-WAVE-LINE.
         IF SL-WORK(1:5) EQUAL TO "wave=" THEN
           MOVE SL-WORK(6:3) TO SLV-WAVE
           FUNCTION TRIM(ws-wave-edit-1) " cleared, "
           FUNCTION TRIM(ws-wave-edit-2) " fell off after"
           DELIMITED BY SIZE INTO report-line
         WRITE WEEKLY-SUMMARY-RECORD FROM report-line
         ADD 1 TO runlog-written.

      * Headline numbers appended to the shared KPI history so
      * TRENDS can flag week-over-week drift.
         MOVE 0 TO kpi-deaths-dive
         MOVE 0 TO kpi-deaths-drop
         WRITE KPI-HISTORY-RECORD
         ADD 1 TO runlog-written
         CLOSE KPI-HISTORY-FILE.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "WEEKLY-SUMMARY" TO rptarc-program
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
         MOVE "WEEKLY-SUMMARY" TO runlog-program
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
       END PROGRAM WEEKLY-SUMMARY.

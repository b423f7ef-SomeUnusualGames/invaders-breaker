      * Compile and run on Windows:
      * cobc -xj file-check.cbl batch-runlog.cbl report-archive.cbl
      * Pre-flight integrity check for every .DAT file the game
      * opens. The game's loaders silently skip a file whose FILE
      * STATUS is not "00", so a half-written file makes scores or
           05 hev-seed PIC 9(09).
           05 hev-track PIC 9(04).
           05 hev-attest PIC 9(04).
           05 hev-run-id PIC X(20).
       FD CHECK-INPUT-FILE.
         01 CHECK-INPUT-RECORD PIC X(200).
       FD REBUILD-FILE.
         01 REBUILD-RECORD PIC X(143).
       FD CHECK-REPORT-FILE.
         01 CHECK-REPORT-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
       01 file-check-data.
         05 hiscore-status PIC X(02) VALUE "00".
         05 hiscore-flags-status PIC X(02) VALUE "00".
           10 fcv-pattern PIC X(75).
           10 fcv-fire-bonus PIC S9(02).
           10 fcv-movement PIC X(01).
           10 fcv-rev PIC X(03).
           10 FILLER PIC X(116).
         05 FC-SL REDEFINES FC-WORK.
           10 FILLER PIC X(21).
           10 fcs-outcome PIC X(04).
             15 fch-seed PIC 9(09) VALUE 0.
             15 fch-track PIC 9(04) VALUE 0.
             15 fch-attest PIC 9(04) VALUE 0.
             15 fch-run-id PIC X(20) VALUE SPACES.
         05 fc-sl-good PIC 9(04) VALUE 0.
         05 fc-sl-over PIC 9 VALUE 0.
         05 fc-sl-table.
           10 fc-sl-line PIC X(143) OCCURS MAX-SALVAGE-LINES TIMES.
         05 fc-dt-good PIC 9(03) VALUE 0.
         05 fc-dt-table.
           10 fc-dt-row OCCURS MAX-REGEN-DAYS TIMES.
         05 fc-regen-pos PIC 9(03).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         IF command-line-args(1:6) EQUAL TO "REPAIR" THEN
           MOVE 1 TO fc-repair-mode
         END-IF
         OPEN OUTPUT CHECK-REPORT-FILE
         IF check-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write FILE-CHECK.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         MOVE "CABINET DATA FILE CHECK" TO fc-report-line
         WRITE CHECK-REPORT-RECORD FROM fc-report-line
         ADD 1 TO runlog-written
         MOVE ALL "-" TO fc-report-line
         WRITE CHECK-REPORT-RECORD FROM fc-report-line
         ADD 1 TO runlog-written
         PERFORM 1000-CHECK-HISCORES THRU 1000-EXIT
         PERFORM 2000-CHECK-CONFIG THRU 2000-EXIT
         PERFORM 3000-CHECK-CHECKPOINT THRU 3000-EXIT
             FUNCTION TRIM(fc-count-edit)
             " FILE(S) FAILED - SEE ABOVE" DELIMITED BY SIZE
             INTO fc-report-line
           MOVE 8 TO RETURN-CODE
         END-IF
         WRITE CHECK-REPORT-RECORD FROM fc-report-line
         ADD 1 TO runlog-written
         DISPLAY fc-report-line
         CLOSE CHECK-REPORT-FILE
         MOVE "FILE-CHECK.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         PERFORM 9910-RUNLOG-END
         STOP RUN.

      * HISCORE.DAT: ranks must run 1..n in sequence and every
           MOVE "HISCORE.DAT: absent (game will start fresh)"
             TO fc-report-line
           WRITE CHECK-REPORT-RECORD FROM fc-report-line
           ADD 1 TO runlog-written
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO fc-eof
             AT END
               MOVE 1 TO fc-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO fc-expected-rank
               IF hs-rank NOT NUMERIC
                  OR hs-rank NOT EQUAL TO fc-expected-rank
               AT END
                 MOVE 1 TO fc-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF hf-rank IS NUMERIC
                    AND hf-rank GREATER OR EQUAL TO 1
                    AND hf-rank LESS OR EQUAL TO 30
               AT END
                 MOVE 1 TO fc-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF hev-rank IS NUMERIC
                    AND hev-rank GREATER OR EQUAL TO 1
                    AND hev-rank LESS OR EQUAL TO 30
                   MOVE hev-seed TO fch-seed(hev-rank)
                   MOVE hev-track TO fch-track(hev-rank)
                   MOVE hev-attest TO fch-attest(hev-rank)
                   MOVE hev-run-id TO fch-run-id(hev-rank)
                 END-IF
             END-READ
           END-PERFORM
                 MOVE 0 TO fch-seed(fc-band + fc-k)
                 MOVE 0 TO fch-track(fc-band + fc-k)
                 MOVE 0 TO fch-attest(fc-band + fc-k)
                 MOVE SPACES TO fch-run-id(fc-band + fc-k)
               END-IF
             END-IF
           END-PERFORM
           MOVE fch-level(fc-k) TO hs-level
           MOVE fch-best-time(fc-k) TO hs-best-time
           WRITE HISCORE-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE HISCORE-FILE
      * Both rank-keyed sidecars follow their entries to the
           MOVE fc-k TO hf-rank
           MOVE fch-promo(fc-k) TO hf-promo
           WRITE HISCORE-FLAGS-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE HISCORE-FLAGS-FILE
         OPEN OUTPUT HISCORE-EVIDENCE-FILE
           MOVE fch-seed(fc-k) TO hev-seed
           MOVE fch-track(fc-k) TO hev-track
           MOVE fch-attest(fc-k) TO hev-attest
           MOVE fch-run-id(fc-k) TO hev-run-id
           WRITE HISCORE-EVIDENCE-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE HISCORE-EVIDENCE-FILE
         MOVE fc-dropped TO fc-count-edit
           " malformed row(s), bands compacted in place"
           DELIMITED BY SIZE INTO fc-report-line
         WRITE CHECK-REPORT-RECORD FROM fc-report-line
         ADD 1 TO runlog-written
         MOVE 0 TO fc-dropped.

      * CONFIG.DAT comes in two shapes: the versioned key=value file
           AT END
             MOVE 1 TO fc-bad
           NOT AT END
             ADD 1 TO runlog-read
             IF FC-WORK(1:8) EQUAL TO "version=" THEN
               PERFORM 2100-CHECK-CONFIG-KV
             ELSE
             AT END
               MOVE 1 TO fc-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE 0 TO fc-i
               INSPECT FC-WORK(1:64) TALLYING fc-i
                 FOR ALL "="
           AT END
             CONTINUE
           NOT AT END
             ADD 1 TO runlog-read
             IF fck-count NOT NUMERIC
                OR fck-lives NOT NUMERIC
                OR fck-score NOT NUMERIC THEN
             AT END
               MOVE 1 TO fc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF fcl-digits NOT NUMERIC THEN
                 MOVE 1 TO fc-bad
               END-IF
      * pattern is checked strictly. The fire-bonus and movement
      * positions may be SPACES - rows from before those fields
      * existed are valid and the loaders default them to zero -
      * but anything else must be a small number. The same goes
      * for the layout revision after them.
       5000-CHECK-LEVELS.
         MOVE "LEVELS.DAT" TO fc-input-name
         PERFORM 7000-OPEN-INPUT THRU 7000-EXIT
             AT END
               MOVE 1 TO fc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF fcv-level-num NOT NUMERIC THEN
                 MOVE 1 TO fc-bad
               END-IF
                       OR fcv-movement GREATER THAN "9") THEN
                 MOVE 1 TO fc-bad
               END-IF
               IF fcv-rev NOT EQUAL TO SPACES
                  AND fcv-rev NOT NUMERIC THEN
                 MOVE 1 TO fc-bad
               END-IF
      * Valid cell codes: 0 empty, 1 enemy, 8 hard block, 9
      * chain-explosive - the same set LOAD-LEVEL-LAYOUT and the
      * formation editor understand.
             AT END
               MOVE 1 TO fc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF fcd-date NOT NUMERIC
                  OR fcd-started NOT NUMERIC
                  OR fcd-completed NOT NUMERIC
               AT END
                 MOVE 1 TO fc-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF FC-WORK(1:6) EQUAL TO "start="
                    AND fcs-date IS NUMERIC THEN
                   PERFORM 6200-CROSS-FOOT-ONE-RUN
             fcdt-completed(fc-k) fcdt-minutes(fc-k)
             DELIMITED BY SIZE INTO REBUILD-RECORD
           WRITE REBUILD-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE REBUILD-FILE
         MOVE fc-regen-count TO fc-count-edit
           " day(s) regenerated from the session log"
           DELIMITED BY SIZE INTO fc-report-line
         WRITE CHECK-REPORT-RECORD FROM fc-report-line
         ADD 1 TO runlog-written
         MOVE 0 TO fc-dropped.
       6100-EXIT.
         EXIT.
             AT END
               MOVE 1 TO fc-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF FC-WORK(1:6) EQUAL TO "start="
                  OR FC-WORK(1:5) EQUAL TO "wave=" THEN
                 IF fc-sl-good LESS THAN MAX-SALVAGE-LINES THEN
                   ADD 1 TO fc-sl-good
                   MOVE FC-WORK(1:143) TO fc-sl-line(fc-sl-good)
                 ELSE
                   MOVE 1 TO fc-sl-over
                 END-IF
         IF fc-bad EQUAL TO 0 THEN
           MOVE "SESSION-LOG.DAT: PASS" TO fc-report-line
           WRITE CHECK-REPORT-RECORD FROM fc-report-line
           ADD 1 TO runlog-written
           MOVE 0 TO fc-dropped
           GO TO 6500-EXIT
         END-IF
             " torn line(s), left in place - run REPAIR"
             DELIMITED BY SIZE INTO fc-report-line
           WRITE CHECK-REPORT-RECORD FROM fc-report-line
           ADD 1 TO runlog-written
           DISPLAY "OPERATOR: " fc-report-line UPON SYSERR
           MOVE 8 TO RETURN-CODE
           MOVE 0 TO fc-dropped
           GO TO 6500-EXIT
         END-IF
             "salvage table, NOT repaired"
             DELIMITED BY SIZE INTO fc-report-line
           WRITE CHECK-REPORT-RECORD FROM fc-report-line
           ADD 1 TO runlog-written
           MOVE "  archive closed months (SESSION-ARCHIVE) first"
             TO fc-report-line
           WRITE CHECK-REPORT-RECORD FROM fc-report-line
           ADD 1 TO runlog-written
           DISPLAY "OPERATOR: SESSION-LOG.DAT too large to repair"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           MOVE 0 TO fc-dropped
           GO TO 6500-EXIT
         END-IF
         UNTIL fc-k > fc-sl-good
           MOVE fc-sl-line(fc-k) TO REBUILD-RECORD
           WRITE REBUILD-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE REBUILD-FILE
         MOVE fc-dropped TO fc-count-edit
           FUNCTION TRIM(fc-count-edit) " torn line(s)"
           DELIMITED BY SIZE INTO fc-report-line
         WRITE CHECK-REPORT-RECORD FROM fc-report-line
         ADD 1 TO runlog-written
         MOVE 0 TO fc-dropped.
       6500-EXIT.
         EXIT.
             ": absent (game will start fresh)"
             DELIMITED BY SIZE INTO fc-report-line
           WRITE CHECK-REPORT-RECORD FROM fc-report-line
           ADD 1 TO runlog-written
         END-IF.
       7000-EXIT.
         EXIT.
           STRING FUNCTION TRIM(fc-input-name) ": PASS"
             DELIMITED BY SIZE INTO fc-report-line
           WRITE CHECK-REPORT-RECORD FROM fc-report-line
           ADD 1 TO runlog-written
           GO TO 8000-EXIT
         END-IF
         ADD 1 TO fc-bad-count
             DELIMITED BY SIZE INTO fc-report-line
         END-IF
         WRITE CHECK-REPORT-RECORD FROM fc-report-line
         ADD 1 TO runlog-written
         DISPLAY "OPERATOR: " fc-report-line UPON SYSERR
         MOVE 8 TO RETURN-CODE.
       8000-EXIT.
         EXIT.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "FILE-CHECK" TO rptarc-program
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
         MOVE "FILE-CHECK" TO runlog-program
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
       END PROGRAM FILE-CHECK.

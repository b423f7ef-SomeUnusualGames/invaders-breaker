      * Compile and run on Windows:
      * cobc -xj score-mod.cbl batch-runlog.cbl
      * Staff moderation for the boards. The shared-ledger scrub
      * claims SHARED-SCORES.LCK with the same write-then-read-back
      * sequence the game uses, so cabinets still pushing on the
      *   score-mod BLOCK ABC [who]          add to the initials
      *     blocklist the game consults before accepting entry
      *   score-mod UNBLOCK ABC [who]        remove from it
      *   score-mod VERIFY ABC 012345 [who]  test the evidence on
      *     the shared row two ways. First the row's own binding
      *     (seed + track checksum vs claimed score): a break
      *     means the row was altered after push, but an intact
      *     mismatch there is the glitched-cabinet case. A row
      *     with no evidence at all is UNVERIFIABLE (and already
      *     marked "?" on every worldwide board). Full
      *     re-simulation of the seed is replay-verify's job - it
      *     drives the game's own engine through the recorded
      *     track and journals its verdicts here too.
      * Every action lands in MOD-JOURNAL.DAT with who/when/what.
      * Once STAFF.DAT has a register, [who] is required and must be
      * an active staff ID, so the journal names a person rather
      * than the old shared OP tag.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORE-MOD.
       ENVIRONMENT DIVISION.
         SELECT MOD-JOURNAL-FILE ASSIGN TO "MOD-JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mod-journal-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
       DATA DIVISION.
       FILE SECTION.
       FD HISCORE-FILE.
           05 hev-seed PIC 9(09).
           05 hev-track PIC 9(04).
           05 hev-attest PIC 9(04).
           05 hev-run-id PIC X(20).
       FD MOD-JOURNAL-FILE.
         01 MOD-JOURNAL-RECORD PIC X(70).
       FD STAFF-FILE.
         COPY staff-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY hiscore-data.
         COPY shared-score-data.
       01 score-mod-data.
         05 blocklist-status PIC X(02) VALUE "00".
         05 hiscore-flags-status PIC X(02) VALUE "00".
         05 mod-journal-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 sm-staff-rows PIC 9(03) VALUE 0.
         05 sm-staff-ok PIC 9 VALUE 0.
         05 command-line-args PIC X(60).
         05 sm-action PIC X(08).
         05 sm-arg-1 PIC X(06).
         05 sm-block-table PIC X(03) OCCURS MAX-BLOCKLIST TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE "MODTL " TO cabinet-id
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO sm-action
           MOVE sm-arg-2 TO sm-who
           MOVE SPACES TO sm-arg-2
         END-IF
         PERFORM 0100-CHECK-STAFF THRU 0100-EXIT
         IF sm-staff-ok EQUAL TO 0 THEN
           DISPLAY "Give your staff ID as [who]: " sm-who
             " is not an active ID on STAFF.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF sm-who EQUAL TO SPACES THEN
           MOVE "OP" TO sm-who
         END-IF
               MOVE sm-arg-2 TO sm-target-score
             ELSE
               DISPLAY "REMOVE needs a 6-digit score" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               PERFORM 9910-RUNLOG-END
               GOBACK
             END-IF
             PERFORM 1000-REMOVE-LOCAL THRU 1000-EXIT
               MOVE sm-arg-2 TO sm-target-score
             ELSE
               DISPLAY "VERIFY needs a 6-digit score" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               PERFORM 9910-RUNLOG-END
               GOBACK
             END-IF
             PERFORM 5000-VERIFY-EVIDENCE THRU 5000-EXIT
           WHEN OTHER
             DISPLAY "Usage: score-mod REMOVE|RENAME|BLOCK|"
               "UNBLOCK|VERIFY ..." UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * No STAFF.DAT, or an empty one: any tag (default OP) as
      * before.
       0100-CHECK-STAFF.
         MOVE 1 TO sm-staff-ok
         MOVE 0 TO sm-staff-rows
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 0100-EXIT
         END-IF
         MOVE 0 TO sm-staff-ok
         MOVE 0 TO sm-eof
         PERFORM UNTIL sm-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO sm-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO sm-staff-rows
               IF st-id EQUAL TO sm-who(1:4)
                  AND sm-who(5:2) EQUAL TO SPACES
                  AND st-active EQUAL TO "Y" THEN
                 MOVE 1 TO sm-staff-ok
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF sm-staff-rows EQUAL TO 0 THEN
           MOVE 1 TO sm-staff-ok
         END-IF.
       0100-EXIT.
         EXIT.

       5000-VERIFY-EVIDENCE.
         MOVE 0 TO sm-removed
         PERFORM 1100-LOAD-BOARDS THRU 1100-EXIT
         OPEN INPUT SHARED-SCORES-FILE
         IF shared-score-status NOT EQUAL TO "00" THEN
           DISPLAY "No SHARED-SCORES.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 5000-EXIT
         END-IF
         MOVE 0 TO sm-eof
             AT END
               MOVE 1 TO sm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ss-initials EQUAL TO sm-target-initials
                  AND ss-score EQUAL TO sm-target-score THEN
                 ADD 1 TO sm-removed
             AT END
               MOVE 1 TO sm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF hev-rank GREATER OR EQUAL TO 1
                  AND hev-rank LESS OR EQUAL TO HISCORE-SLOTS
                  AND hev-seed IS NUMERIC THEN
                 MOVE hev-seed TO hst-seed(hev-rank)
                 MOVE hev-track TO hst-track(hev-rank)
                 MOVE hev-attest TO hst-attest(hev-rank)
                 MOVE hev-run-id TO hst-run-id(hev-rank)
               END-IF
           END-READ
         END-PERFORM
             MOVE 0 TO hst-seed(hs-i)
             MOVE 0 TO hst-track(hs-i)
             MOVE 0 TO hst-attest(hs-i)
             MOVE SPACES TO hst-run-id(hs-i)
             ADD 1 TO sm-removed
           END-IF
         END-PERFORM
         OPEN INPUT HISCORE-FILE
         IF hiscore-status NOT EQUAL TO "00" THEN
           DISPLAY "No HISCORE.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1100-EXIT
         END-IF
         MOVE 0 TO sm-eof
             AT END
               MOVE 1 TO sm-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF hs-rank GREATER OR EQUAL TO 1
                  AND hs-rank LESS OR EQUAL TO HISCORE-SLOTS THEN
                 MOVE hs-initials TO hst-initials(hs-rank)
               AT END
                 MOVE 1 TO sm-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF hf-rank GREATER OR EQUAL TO 1
                    AND hf-rank LESS OR EQUAL TO HISCORE-SLOTS
                    AND hf-promo IS NUMERIC THEN
                 MOVE 0 TO hst-seed(hs-base + hs-i)
                 MOVE 0 TO hst-track(hs-base + hs-i)
                 MOVE 0 TO hst-attest(hs-base + hs-i)
                 MOVE SPACES TO hst-run-id(hs-base + hs-i)
               END-IF
             END-IF
           END-PERFORM
           MOVE hst-level(hs-i) TO hs-level
           MOVE hst-best-time(hs-i) TO hs-best-time
           WRITE HISCORE-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE HISCORE-FILE
         OPEN OUTPUT HISCORE-FLAGS-FILE
           MOVE hs-i TO hf-rank
           MOVE hst-promo(hs-i) TO hf-promo
           WRITE HISCORE-FLAGS-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE HISCORE-FLAGS-FILE
         OPEN OUTPUT HISCORE-EVIDENCE-FILE
           MOVE hst-seed(hs-i) TO hev-seed
           MOVE hst-track(hs-i) TO hev-track
           MOVE hst-attest(hs-i) TO hev-attest
           MOVE hst-run-id(hs-i) TO hev-run-id
           WRITE HISCORE-EVIDENCE-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE HISCORE-EVIDENCE-FILE.

         IF ledger-claimed EQUAL TO 0 THEN
           DISPLAY "Shared ledger busy - rerun to scrub the share"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 1900-EXIT
         END-IF
         PERFORM 2000-SCRUB-SHARED THRU 2000-EXIT
             AT END
               MOVE 1 TO lock-stale
             NOT AT END
               ADD 1 TO runlog-read
               IF slk-stamp IS NUMERIC THEN
                 COMPUTE lock-age = sm-seconds - slk-stamp
                 IF lock-age LESS THAN 0 THEN
           MOVE cabinet-id TO slk-cabinet-id
           MOVE sm-seconds TO slk-stamp
           WRITE SHARED-LOCK-RECORD
           ADD 1 TO runlog-written
           CLOSE SHARED-LOCK-FILE
           OPEN INPUT SHARED-LOCK-FILE
           IF shared-lock-status EQUAL TO "00" THEN
             READ SHARED-LOCK-FILE NEXT RECORD
               NOT AT END
                 ADD 1 TO runlog-read
                 IF slk-cabinet-id EQUAL TO cabinet-id THEN
                   MOVE 1 TO ledger-claimed
                 END-IF
             AT END
               MOVE MAX-SHARED-ENTRIES TO ss-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO ss-count
               MOVE ss-cabinet-id TO sst-cabinet-id(ss-count)
               MOVE ss-initials TO sst-initials(ss-count)
                 MOVE 0 TO sst-track(ss-count)
                 MOVE 0 TO sst-attest(ss-count)
               END-IF
               MOVE ss-posted TO sst-posted(ss-count)
               MOVE ss-run-id TO sst-run-id(ss-count)
           END-READ
         END-PERFORM
         CLOSE SHARED-SCORES-FILE
           MOVE sst-seed(ss-i) TO ss-seed
           MOVE sst-track(ss-i) TO ss-track
           MOVE sst-attest(ss-i) TO ss-attest
           MOVE sst-posted(ss-i) TO ss-posted
           MOVE sst-run-id(ss-i) TO ss-run-id
           WRITE SHARED-SCORE-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE SHARED-SCORES-FILE.
       2000-EXIT.
               AT END
                 MOVE 1 TO sm-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF sm-block-count LESS THAN MAX-BLOCKLIST
                    AND (sm-action NOT EQUAL TO "UNBLOCK"
                         OR bl-initials NOT EQUAL TO
         UNTIL sm-i > sm-block-count
           MOVE sm-block-table(sm-i) TO bl-initials
           WRITE BLOCKLIST-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE BLOCKLIST-FILE
         DISPLAY "Blocklist updated".
           " " sm-arg-1 " " sm-arg-2
           DELIMITED BY SIZE INTO sm-line
         WRITE MOD-JOURNAL-RECORD FROM sm-line
         ADD 1 TO runlog-written
         CLOSE MOD-JOURNAL-FILE.
       8000-EXIT.
         EXIT.

       9900-RUNLOG-START.
         MOVE "SCORE-MOD" TO runlog-program
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
       END PROGRAM SCORE-MOD.

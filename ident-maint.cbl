      * Compile and run on Windows:
      * cobc -xj ident-maint.cbl batch-runlog.cbl
      * Player identity maintenance across every file a set of
      * initials now lives in: the profile store, ACHIEVEMENTS.DAT,
      * TICKET-REGISTER.DAT, CHAMPIONS.DAT, TOURNAMENT.DAT,
      * DAILY-BOARD.DAT, the local HISCORE.DAT boards and the
      * shared ledger and the shop-wide profile store
      * SHARED-PROFILES.IDX (both under the same lock protocol
      * score-mod uses):
      *   ident-maint MERGE ABC XYZ [who]  fold ABC into XYZ -
      *     profile plays/wins add, bests keep the better, every
      *     other file re-tags ABC as XYZ
      *   ident-maint PURGE ABC [who]      remove ABC everywhere
      * Every pass lands in MOD-JOURNAL.DAT like the score-mod
      * moderation actions, with a " w=" tail when wallet money
      * moved or went with the purged profile - the shop-wide
      * balance where the store has the initials, since that is
      * the one the cabinets spend.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENT-MAINT.
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ppx-initials
           FILE STATUS IS profile-status.
         SELECT SHARED-PROFILES-FILE ASSIGN TO "SHARED-PROFILES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS spx-initials
           FILE STATUS IS shared-profile-status.
         SELECT ACHIEVEMENT-FILE ASSIGN TO "ACHIEVEMENTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS achievement-status.
         COPY hiscore-record.
       FD PLAYER-PROFILES-IDX-FILE.
         COPY player-profile-idx-record.
       FD SHARED-PROFILES-FILE.
         COPY shared-profile-record.
       FD ACHIEVEMENT-FILE.
         COPY achievement-record.
       FD TICKET-REGISTER-FILE.
           05 hev-seed PIC 9(09).
           05 hev-track PIC 9(04).
           05 hev-attest PIC 9(04).
           05 hev-run-id PIC X(20).
       FD SHARED-SCORES-FILE.
         COPY shared-score-record.
       FD SHARED-LOCK-FILE.
       FD MOD-JOURNAL-FILE.
         01 MOD-JOURNAL-RECORD PIC X(70).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY hiscore-data.
         COPY shared-score-data.
       01 ident-maint-data.
         78 MAX-IDENT-ROWS VALUE 500.
         05 profile-status PIC X(02) VALUE "00".
         05 shared-profile-status PIC X(02) VALUE "00".
         05 hiscore-flags-status PIC X(02) VALUE "00".
         05 achievement-status PIC X(02) VALUE "00".
         05 ticket-register-status PIC X(02) VALUE "00".
         05 im-old-wins PIC 9(06).
         05 im-old-best-score PIC 9(06).
         05 im-old-best-time PIC 9(05)V9(02).
         05 im-old-wallet PIC 9(04) VALUE 0.
         05 im-old-found PIC 9.
         05 im-old-pin PIC 9(04).
         05 im-old-limit PIC 9(03).
      * Generic rewrite buffer, wide enough for the widest of the
      * sequential records retagged below.
         05 im-row-table.
           10 im-row PIC X(64) OCCURS MAX-IDENT-ROWS TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         MOVE "MODTL " TO cabinet-id
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE SPACES TO im-action
                 THEN
               DISPLAY "MERGE needs two different initials"
                 UPON SYSERR
               MOVE 8 TO RETURN-CODE
               PERFORM 9910-RUNLOG-END
               GOBACK
             END-IF
             PERFORM 1000-MERGE-PROFILES THRU 1000-EXIT
               UPON SYSERR
             DISPLAY "       ident-maint PURGE abc [who]"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         MOVE im-touched TO im-edit
         DISPLAY "Rows touched: " FUNCTION TRIM(im-edit)
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * Fold the old profile into the new: plays and wins add,
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             ADD 1 TO runlog-read
             MOVE 1 TO im-old-found
             MOVE ppx-plays TO im-old-plays
             MOVE ppx-wins TO im-old-wins
             WRITE PLAYER-PROFILE-IDX-RECORD
               INVALID KEY CONTINUE
             END-WRITE
             ADD 1 TO runlog-written
           NOT INVALID KEY
             ADD 1 TO runlog-read
             ADD im-old-plays TO ppx-plays
             ADD im-old-wins TO ppx-wins
             IF im-old-best-score GREATER THAN ppx-best-score THEN
       1000-EXIT.
         EXIT.

      * The purged wallet balance is read first so the journal line
      * can carry it - that money leaves the shop's liability here.
       1500-PURGE-PROFILE.
         OPEN I-O PLAYER-PROFILES-IDX-FILE
         IF profile-status NOT EQUAL TO "00" THEN
           GO TO 1500-EXIT
         END-IF
         MOVE im-old TO ppx-initials
         READ PLAYER-PROFILES-IDX-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY
             ADD 1 TO runlog-read
             MOVE ppx-wallet TO im-old-wallet
         END-READ
         MOVE im-old TO ppx-initials
         DELETE PLAYER-PROFILES-IDX-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY ADD 1 TO im-touched
             AT END
               MOVE 1 TO im-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ach-initials EQUAL TO im-old THEN
                 ADD 1 TO im-touched
                 IF im-action EQUAL TO "MERGE" THEN
         PERFORM VARYING im-i FROM 1 BY 1 UNTIL im-i > im-count
           MOVE im-row(im-i)(1:27) TO ACHIEVEMENT-RECORD
           WRITE ACHIEVEMENT-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE ACHIEVEMENT-FILE.
       2000-EXIT.
             AT END
               MOVE 1 TO im-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tk-initials EQUAL TO im-old THEN
                 ADD 1 TO im-touched
                 IF im-action EQUAL TO "MERGE" THEN
         CLOSE TICKET-REGISTER-FILE
         OPEN OUTPUT TICKET-REGISTER-FILE
         PERFORM VARYING im-i FROM 1 BY 1 UNTIL im-i > im-count
           MOVE im-row(im-i)(1:63) TO TICKET-REGISTER-RECORD
           WRITE TICKET-REGISTER-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE TICKET-REGISTER-FILE.
       3000-EXIT.
         IF im-count LESS THAN MAX-IDENT-ROWS THEN
           ADD 1 TO im-count
           MOVE SPACES TO im-row(im-count)
           MOVE TICKET-REGISTER-RECORD TO im-row(im-count)(1:63)
         END-IF.

       4000-RETAG-CHAMPIONS.
             AT END
               MOVE 1 TO im-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF ch-initials EQUAL TO im-old THEN
                 ADD 1 TO im-touched
                 IF im-action EQUAL TO "MERGE" THEN
         PERFORM VARYING im-i FROM 1 BY 1 UNTIL im-i > im-count
           MOVE im-row(im-i)(1:27) TO CHAMPIONS-RECORD
           WRITE CHAMPIONS-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE CHAMPIONS-FILE.
       4000-EXIT.
             AT END
               MOVE 1 TO im-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF tr-initials EQUAL TO im-old THEN
                 ADD 1 TO im-touched
                 IF im-action EQUAL TO "MERGE" THEN
         PERFORM VARYING im-i FROM 1 BY 1 UNTIL im-i > im-count
           MOVE im-row(im-i)(1:26) TO TOURNAMENT-RECORD
           WRITE TOURNAMENT-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE TOURNAMENT-FILE.
       5000-EXIT.
             AT END
               MOVE 1 TO im-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF dbr-initials EQUAL TO im-old THEN
                 ADD 1 TO im-touched
                 IF im-action EQUAL TO "MERGE" THEN
         PERFORM VARYING im-i FROM 1 BY 1 UNTIL im-i > im-count
           MOVE im-row(im-i)(1:17) TO DAILY-BOARD-RECORD
           WRITE DAILY-BOARD-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE DAILY-BOARD-FILE.
       6000-EXIT.
             AT END
               MOVE 1 TO im-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF hs-rank GREATER OR EQUAL TO 1
                  AND hs-rank LESS OR EQUAL TO HISCORE-SLOTS THEN
                 MOVE hs-initials TO hst-initials(hs-rank)
               MOVE 0 TO hst-seed(hs-i)
               MOVE 0 TO hst-track(hs-i)
               MOVE 0 TO hst-attest(hs-i)
               MOVE SPACES TO hst-run-id(hs-i)
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
       6500-EXIT.
               AT END
                 MOVE 1 TO im-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF hf-rank GREATER OR EQUAL TO 1
                    AND hf-rank LESS OR EQUAL TO HISCORE-SLOTS
                    AND hf-promo IS NUMERIC THEN
               AT END
                 MOVE 1 TO im-eof
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
                 MOVE 0 TO hst-seed(hs-base + hs-i)
                 MOVE 0 TO hst-track(hs-base + hs-i)
                 MOVE 0 TO hst-attest(hs-base + hs-i)
                 MOVE SPACES TO hst-run-id(hs-base + hs-i)
               END-IF
             END-IF
           END-PERFORM
         IF ledger-claimed EQUAL TO 0 THEN
           DISPLAY "Shared ledger busy - rerun to scrub the share"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 6900-EXIT
         END-IF
         PERFORM 7600-SCRUB-SHARED THRU 7600-EXIT
         PERFORM 7700-FOLD-SHARED-PROFILE THRU 7700-EXIT
         PERFORM 7900-RELEASE-LEDGER.
       6900-EXIT.
         EXIT.
             AT END
               MOVE 1 TO lock-stale
             NOT AT END
               ADD 1 TO runlog-read
               IF slk-stamp IS NUMERIC THEN
                 COMPUTE lock-age = im-seconds - slk-stamp
                 IF lock-age LESS THAN 0 THEN
           MOVE cabinet-id TO slk-cabinet-id
           MOVE im-seconds TO slk-stamp
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
       7500-EXIT.
         EXIT.

      * The shop-wide store gets the same fold or purge as the
      * local store, under the ledger lock the cabinets merge under.
      * A cabinet still caching the old initials drops them the
      * next time that player signs in there.
       7700-FOLD-SHARED-PROFILE.
         OPEN I-O SHARED-PROFILES-FILE
         IF shared-profile-status NOT EQUAL TO "00" THEN
           GO TO 7700-EXIT
         END-IF
         MOVE im-old TO spx-initials
         READ SHARED-PROFILES-FILE
           INVALID KEY
             CLOSE SHARED-PROFILES-FILE
             GO TO 7700-EXIT
         END-READ
         ADD 1 TO runlog-read
         MOVE spx-plays TO im-old-plays
         MOVE spx-wins TO im-old-wins
         MOVE spx-best-score TO im-old-best-score
         MOVE spx-best-time TO im-old-best-time
         MOVE spx-wallet TO im-old-wallet
         MOVE spx-pin TO im-old-pin
         MOVE spx-limit-mins TO im-old-limit
         DELETE SHARED-PROFILES-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY ADD 1 TO im-touched
         END-DELETE
         IF im-action NOT EQUAL TO "MERGE" THEN
           CLOSE SHARED-PROFILES-FILE
           GO TO 7700-EXIT
         END-IF
         MOVE im-new TO spx-initials
         READ SHARED-PROFILES-FILE
           INVALID KEY
             MOVE im-new TO spx-initials
             MOVE im-old-plays TO spx-plays
             MOVE im-old-wins TO spx-wins
             MOVE im-old-best-score TO spx-best-score
             MOVE im-old-best-time TO spx-best-time
             MOVE 2 TO spx-difficulty
             MOVE im-old-wallet TO spx-wallet
             MOVE im-old-pin TO spx-pin
             MOVE im-old-limit TO spx-limit-mins
             MOVE SPACES TO spx-used-date
             MOVE 0 TO spx-used-mins
             MOVE cabinet-id TO spx-cabinet-id
             MOVE FUNCTION CURRENT-DATE(1:14) TO spx-updated
             WRITE SHARED-PROFILE-RECORD
               INVALID KEY CONTINUE
             END-WRITE
             ADD 1 TO runlog-written
           NOT INVALID KEY
             ADD 1 TO runlog-read
             ADD im-old-plays TO spx-plays
             ADD im-old-wins TO spx-wins
             IF im-old-best-score GREATER THAN spx-best-score THEN
               MOVE im-old-best-score TO spx-best-score
             END-IF
             IF im-old-best-time GREATER THAN 0
                AND (spx-best-time EQUAL TO 0
                     OR im-old-best-time LESS THAN spx-best-time)
                 THEN
               MOVE im-old-best-time TO spx-best-time
             END-IF
             ADD im-old-wallet TO spx-wallet
             IF spx-wallet GREATER THAN 9999 THEN
               MOVE 9999 TO spx-wallet
             END-IF
             MOVE cabinet-id TO spx-cabinet-id
             MOVE FUNCTION CURRENT-DATE(1:14) TO spx-updated
             REWRITE SHARED-PROFILE-RECORD
               INVALID KEY CONTINUE
             END-REWRITE
         END-READ
         CLOSE SHARED-PROFILES-FILE.
       7700-EXIT.
         EXIT.

       7900-RELEASE-LEDGER.
         CALL "CBL_DELETE_FILE" USING shared-lock-name
           RETURNING lock-delete-status
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
       7600-EXIT.
           " action=" im-action
           " " im-arg-1 " " im-arg-2
           DELIMITED BY SIZE INTO im-line
      * Wallet money moved (MERGE) or written off (PURGE) rides at
      * column 57 for the wallet reconciliation.
         IF im-old-wallet GREATER THAN 0 THEN
           MOVE " w=" TO im-line(57:3)
           MOVE im-old-wallet TO im-line(60:4)
         END-IF
         WRITE MOD-JOURNAL-RECORD FROM im-line
         ADD 1 TO runlog-written
         CLOSE MOD-JOURNAL-FILE.

       9900-RUNLOG-START.
         MOVE "IDENT-MAINT" TO runlog-program
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
       END PROGRAM IDENT-MAINT.

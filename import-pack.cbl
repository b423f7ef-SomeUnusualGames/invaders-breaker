      * Compile and run on Windows:
      * cobc -xj import-pack.cbl batch-runlog.cbl
      * Level pack, import side: takes in a PACK-<name>.DAT written
      * by EXPORT-PACK on another cabinet.
      *   import-pack <name> [nnn=mmm | nnn=SKIP]... [who]
      * Every section checksum is verified first and the whole pack
      * is refused on any mismatch, as IMPORT-SEED does. Each pack
      * level is then matched against this cabinet's LEVELS.DAT:
      *   - level-num free here             imported as it is
      *   - same level-num, same layout     skipped (already here)
      *   - same level-num, other layout    a collision
      * A collision must be settled on the command line, either
      * nnn=mmm (bring pack level nnn in as level mmm, which must be
      * free here and not used by another pack level) or nnn=SKIP
      * (keep this cabinet's own level nnn). While any collision is
      * unsettled the collisions are listed, nothing is written and
      * RETURN-CODE is 4 - so a dry run is simply a run without
      * directives. Campaigns in the pack have their steps moved
      * through the same renumbering; a campaign whose name is
      * already on PLAYLISTS.DAT is left out. Imported levels are
      * appended to LEVELS.DAT under the next revision number,
      * archived on LEVEL-REVS.DAT under [who], and every level and
      * campaign added is journalled to CONFIG-AUDIT.DAT as
      * src=PACK (once STAFF.DAT has a register, [who] must be an
      * active staff ID).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-PACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT LEVEL-PACK-FILE ASSIGN USING ip-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS level-pack-status.
         SELECT LEVELS-FILE ASSIGN TO "LEVELS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS levels-status.
         SELECT PLAYLIST-FILE ASSIGN TO "PLAYLISTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS playlist-status.
         SELECT LEVEL-REVS-FILE ASSIGN TO "LEVEL-REVS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS level-revs-status.
         SELECT CONFIG-AUDIT-FILE ASSIGN TO "CONFIG-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-audit-status.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
       DATA DIVISION.
       FILE SECTION.
       FD LEVEL-PACK-FILE.
         01 LEVEL-PACK-RECORD PIC X(96).
       FD LEVELS-FILE.
         01 LEVELS-LINE PIC X(90).
       FD PLAYLIST-FILE.
         COPY playlist-record.
       FD LEVEL-REVS-FILE.
         COPY level-rev-record.
       FD CONFIG-AUDIT-FILE.
         COPY config-audit-record.
       FD STAFF-FILE.
         COPY staff-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY levels-record.
       01 import-pack-data.
         78 MAX-PACK-LEVELS VALUE 200.
         78 MAX-DIRECTIVES VALUE 20.
         78 MAX-PLAYLISTS VALUE 10.
         78 MAX-PLAYLIST-STEPS VALUE 10.
         05 level-pack-status PIC X(02) VALUE "00".
         05 levels-status PIC X(02) VALUE "00".
         05 playlist-status PIC X(02) VALUE "00".
         05 level-revs-status PIC X(02) VALUE "00".
         05 config-audit-status PIC X(02) VALUE "00".
         05 staff-status PIC X(02) VALUE "00".
         05 ip-file-name PIC X(24).
         05 ip-name PIC X(12) VALUE SPACES.
         05 ip-who PIC X(06) VALUE SPACES.
         05 ip-staff-ok PIC 9 VALUE 1.
         05 ip-staff-rows PIC 9(03) VALUE 0.
         05 ip-bad PIC 9 VALUE 0.
         05 ip-eof PIC 9 VALUE 0.
         05 ip-in-section PIC 9 VALUE 0.
         05 ip-sections PIC 9(02) VALUE 0.
         05 ip-ended PIC 9 VALUE 0.
         05 ip-i PIC 9(03).
         05 ip-j PIC 9(03).
         05 ip-k PIC 9(03).
         05 ip-pos PIC 9(03).
         05 ip-num PIC 9(03).
         05 ip-check PIC 9(04).
         05 ip-want-check PIC 9(04).
         05 ip-payload PIC X(90).
         05 ip-line PIC X(96).
         05 ip-sect-name PIC X(16).
         05 ip-token PIC X(20).
         05 ip-value PIC X(16).
         05 ip-unsettled PIC 9(03) VALUE 0.
         05 ip-imported PIC 9(03) VALUE 0.
         05 ip-same PIC 9(03) VALUE 0.
         05 ip-skipped PIC 9(03) VALUE 0.
         05 ip-campaigns PIC 9(02) VALUE 0.
         05 ip-enemies PIC 9(03).
         05 ip-edit PIC ZZ9.
         05 ip-audit-field PIC X(12).
         05 ip-audit-old PIC X(06).
         05 ip-audit-new PIC X(06).
         05 command-line-args PIC X(120).
         05 ip-arg-ptr PIC 9(03).
         05 ip-arg PIC X(12).
         05 ip-directive-count PIC 9(02) VALUE 0.
         05 ip-directive OCCURS MAX-DIRECTIVES TIMES.
           10 ipd-from PIC 9(03).
           10 ipd-to PIC 9(03).
           10 ipd-skip PIC X(01).
           10 ipd-used PIC X(01).
      * ipk-act: I import, S skipped by directive, = already here,
      * C unsettled collision.
         05 ip-pack-count PIC 9(03) VALUE 0.
         05 ip-pack-table.
           10 ip-pack-entry OCCURS MAX-PACK-LEVELS TIMES.
             15 ipk-num PIC 9(03).
             15 ipk-new PIC 9(03).
             15 ipk-act PIC X(01).
             15 ipk-rev PIC 9(03).
             15 ipk-record PIC X(90).
         05 ip-target-count PIC 9(03) VALUE 0.
         05 ip-target-table.
           10 ip-target-entry OCCURS MAX-PACK-LEVELS TIMES.
             15 ipt-num PIC 9(03).
             15 ipt-record PIC X(90).
         05 ip-pl-count PIC 9(02) VALUE 0.
         05 ip-pl-table.
           10 ip-pl-entry OCCURS MAX-PLAYLISTS TIMES.
             15 ipp-record PIC X(43).
             15 ipp-take PIC X(01).
         05 ip-here-count PIC 9(02) VALUE 0.
         05 ip-here-name PIC X(12) OCCURS MAX-PLAYLISTS TIMES.
         05 ip-playlist.
           10 ipl-name PIC X(12).
           10 ipl-loop PIC 9(01).
           10 ipl-step PIC 9(03) OCCURS MAX-PLAYLIST-STEPS TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-READ-ARGS THRU 1000-EXIT
         IF ip-bad EQUAL TO 1 THEN
           DISPLAY "Usage: import-pack <name> [nnn=mmm | nnn=SKIP]"
             "... [who]" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 0100-CHECK-STAFF THRU 0100-EXIT
         IF ip-staff-ok EQUAL TO 0 THEN
           DISPLAY "Give your staff ID as [who]: " ip-who
             " is not an active ID on STAFF.DAT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         IF ip-who EQUAL TO SPACES THEN
           MOVE "OP" TO ip-who
         END-IF
         PERFORM 2000-VERIFY-PACK THRU 2000-EXIT
         IF ip-bad EQUAL TO 1 THEN
           DISPLAY "Pack REFUSED: " FUNCTION TRIM(ip-file-name)
             " failed verification - nothing imported" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 3000-LOAD-TARGET THRU 3000-EXIT
         PERFORM 4000-SETTLE-LEVELS THRU 4000-EXIT
         IF ip-unsettled GREATER THAN 0 THEN
           MOVE ip-unsettled TO ip-edit
           DISPLAY FUNCTION TRIM(ip-edit) " collision(s) unsettled"
             " - give nnn=mmm or nnn=SKIP; nothing imported"
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 5000-SETTLE-CAMPAIGNS THRU 5000-EXIT
         PERFORM 6000-NEXT-REVISIONS THRU 6000-EXIT
         PERFORM 7000-APPEND-LEVELS THRU 7000-EXIT
         PERFORM 7500-APPEND-CAMPAIGNS THRU 7500-EXIT
         MOVE ip-imported TO ip-edit
         DISPLAY "Pack " FUNCTION TRIM(ip-name) " imported: "
           FUNCTION TRIM(ip-edit) " level(s)"
         MOVE ip-same TO ip-edit
         DISPLAY "  already here: " FUNCTION TRIM(ip-edit)
         MOVE ip-skipped TO ip-edit
         DISPLAY "  skipped: " FUNCTION TRIM(ip-edit)
         MOVE ip-campaigns TO ip-edit
         DISPLAY "  campaigns added: " FUNCTION TRIM(ip-edit)
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * No STAFF.DAT, or an empty one: any tag (default OP) as
      * before. Otherwise [who] must match an active register row.
       0100-CHECK-STAFF.
         MOVE 1 TO ip-staff-ok
         MOVE 0 TO ip-staff-rows
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 0100-EXIT
         END-IF
         MOVE 0 TO ip-staff-ok
         MOVE 0 TO ip-eof
         PERFORM UNTIL ip-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO ip-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO ip-staff-rows
               IF st-id EQUAL TO ip-who(1:4)
                  AND ip-who(5:2) EQUAL TO SPACES
                  AND st-active EQUAL TO "Y" THEN
                 MOVE 1 TO ip-staff-ok
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE
         IF ip-staff-rows EQUAL TO 0 THEN
           MOVE 1 TO ip-staff-ok
         END-IF.
       0100-EXIT.
         EXIT.

      * First token is the pack name; nnn=mmm / nnn=SKIP tokens are
      * directives; any other token is [who].
       1000-READ-ARGS.
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE 1 TO ip-arg-ptr
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO ip-name WITH POINTER ip-arg-ptr
         END-UNSTRING
         IF ip-name EQUAL TO SPACES THEN
           MOVE 1 TO ip-bad
           GO TO 1000-EXIT
         END-IF
         PERFORM UNTIL ip-arg-ptr > 120
           MOVE SPACES TO ip-arg
           UNSTRING command-line-args DELIMITED BY ALL " "
             INTO ip-arg WITH POINTER ip-arg-ptr
           END-UNSTRING
           IF ip-arg NOT EQUAL TO SPACES THEN
             IF ip-arg(4:1) EQUAL TO "=" THEN
               PERFORM 1100-ADD-DIRECTIVE
             ELSE
               MOVE ip-arg TO ip-who
             END-IF
           END-IF
         END-PERFORM
         MOVE SPACES TO ip-file-name
         STRING "PACK-" FUNCTION TRIM(ip-name) ".DAT"
           DELIMITED BY SIZE INTO ip-file-name.
       1000-EXIT.
         EXIT.

       1100-ADD-DIRECTIVE.
         IF ip-directive-count GREATER OR EQUAL TO MAX-DIRECTIVES
            OR ip-arg(1:3) IS NOT NUMERIC THEN
           DISPLAY "Bad or surplus directive: " ip-arg UPON SYSERR
           MOVE 8 TO RETURN-CODE
           MOVE 1 TO ip-bad
           NEXT SENTENCE
         END-IF
         ADD 1 TO ip-directive-count
         MOVE ip-arg(1:3) TO ipd-from(ip-directive-count)
         MOVE 0 TO ipd-to(ip-directive-count)
         MOVE SPACE TO ipd-skip(ip-directive-count)
         MOVE SPACE TO ipd-used(ip-directive-count)
         EVALUATE TRUE
           WHEN ip-arg(5:5) EQUAL TO "SKIP"
             MOVE "Y" TO ipd-skip(ip-directive-count)
           WHEN ip-arg(5:3) IS NUMERIC
                AND ip-arg(8:1) EQUAL TO SPACE
                AND ip-arg(5:3) NOT EQUAL TO "000"
             MOVE ip-arg(5:3) TO ipd-to(ip-directive-count)
           WHEN OTHER
             DISPLAY "Bad directive: " ip-arg UPON SYSERR
             MOVE 8 TO RETURN-CODE
             MOVE 1 TO ip-bad
         END-EVALUATE.

      * Checksums are verified over the whole pack before anything
      * is believed; the level and campaign payloads are tabled on
      * the same pass and only used once the pack has passed.
       2000-VERIFY-PACK.
         OPEN INPUT LEVEL-PACK-FILE
         IF level-pack-status NOT EQUAL TO "00" THEN
           DISPLAY "No " FUNCTION TRIM(ip-file-name) " to import"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           MOVE 1 TO ip-bad
           GO TO 2000-EXIT
         END-IF
         MOVE SPACES TO ip-line
         READ LEVEL-PACK-FILE NEXT RECORD INTO ip-line
           AT END
             MOVE SPACES TO ip-line
           NOT AT END
             ADD 1 TO runlog-read
         END-READ
         IF ip-line(1:8) NOT EQUAL TO "PACK v1 " THEN
           DISPLAY "Not a level pack" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           MOVE 1 TO ip-bad
         END-IF
         MOVE 0 TO ip-eof
         MOVE 0 TO ip-in-section
         PERFORM UNTIL ip-eof EQUAL TO 1
           MOVE SPACES TO ip-line
           READ LEVEL-PACK-FILE NEXT RECORD INTO ip-line
             AT END
               MOVE 1 TO ip-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 2100-VERIFY-PACK-LINE
           END-READ
         END-PERFORM
         CLOSE LEVEL-PACK-FILE
         IF ip-ended EQUAL TO 0 THEN
           DISPLAY "Pack is cut short - no ENDPACK line" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           MOVE 1 TO ip-bad
         END-IF.
       2000-EXIT.
         EXIT.

       2100-VERIFY-PACK-LINE.
         EVALUATE TRUE
           WHEN ip-line(1:5) EQUAL TO "SECT "
             MOVE 0 TO ip-check
             MOVE 1 TO ip-in-section
             ADD 1 TO ip-sections
             PERFORM 2200-PARSE-SECT-HEADER
           WHEN ip-line(1:5) EQUAL TO "ENDS "
             MOVE 0 TO ip-in-section
             IF ip-check NOT EQUAL TO ip-want-check THEN
               MOVE 1 TO ip-bad
               DISPLAY "Checksum mismatch in section "
                 FUNCTION TRIM(ip-sect-name) UPON SYSERR
               MOVE 8 TO RETURN-CODE
             END-IF
           WHEN ip-line(1:8) EQUAL TO "ENDPACK "
             MOVE 1 TO ip-ended
             IF ip-line(18:2) NOT EQUAL TO ip-sections THEN
               MOVE 1 TO ip-bad
               DISPLAY "Section count does not match ENDPACK"
                 UPON SYSERR
               MOVE 8 TO RETURN-CODE
             END-IF
           WHEN ip-line(1:2) EQUAL TO "D "
                AND ip-in-section EQUAL TO 1
             MOVE ip-line(3:90) TO ip-payload
             PERFORM 8000-CHECKSUM-PAYLOAD
             PERFORM 2300-TABLE-PAYLOAD
           WHEN OTHER
             CONTINUE
         END-EVALUATE.

       2200-PARSE-SECT-HEADER.
         MOVE SPACES TO ip-sect-name
         MOVE SPACES TO ip-token
         MOVE SPACES TO ip-value
         UNSTRING ip-line DELIMITED BY ALL " "
           INTO ip-token ip-sect-name ip-token ip-value
         END-UNSTRING
      * ip-value now holds "ck=NNNN"; the lines= token before it
      * is informational only - the checksum is the gate.
         MOVE 0 TO ip-want-check
         IF ip-value(1:3) EQUAL TO "ck="
            AND ip-value(4:4) IS NUMERIC THEN
           MOVE ip-value(4:4) TO ip-want-check
         ELSE
           MOVE 1 TO ip-bad
         END-IF.

       2300-TABLE-PAYLOAD.
         EVALUATE ip-sect-name
           WHEN "LEVELS.DAT"
             IF ip-pack-count LESS THAN MAX-PACK-LEVELS
                AND ip-payload(1:3) IS NUMERIC THEN
               ADD 1 TO ip-pack-count
               MOVE ip-payload(1:3) TO ipk-num(ip-pack-count)
               MOVE ip-payload(1:3) TO ipk-new(ip-pack-count)
               MOVE SPACE TO ipk-act(ip-pack-count)
               MOVE 0 TO ipk-rev(ip-pack-count)
               MOVE ip-payload TO ipk-record(ip-pack-count)
             END-IF
           WHEN "PLAYLISTS.DAT"
             IF ip-pl-count LESS THAN MAX-PLAYLISTS THEN
               ADD 1 TO ip-pl-count
               MOVE ip-payload(1:43) TO ipp-record(ip-pl-count)
               MOVE SPACE TO ipp-take(ip-pl-count)
             END-IF
           WHEN OTHER
             DISPLAY "Ignoring unknown section "
               FUNCTION TRIM(ip-sect-name) UPON SYSERR
             MOVE 4 TO RETURN-CODE
         END-EVALUATE.

      * This cabinet's live levels (last record wins, as in
      * LOAD-LEVEL-LAYOUT) and its campaign names.
       3000-LOAD-TARGET.
         OPEN INPUT LEVELS-FILE
         IF levels-status EQUAL TO "00" THEN
           MOVE 0 TO ip-eof
           PERFORM UNTIL ip-eof EQUAL TO 1
             MOVE SPACES TO LEVELS-LINE
             READ LEVELS-FILE NEXT RECORD
               AT END
                 MOVE 1 TO ip-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF LEVELS-LINE(1:3) IS NUMERIC THEN
                   PERFORM 3100-KEEP-LATEST
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEVELS-FILE
         END-IF
         OPEN INPUT PLAYLIST-FILE
         IF playlist-status EQUAL TO "00" THEN
           MOVE 0 TO ip-eof
           PERFORM UNTIL ip-eof EQUAL TO 1
             READ PLAYLIST-FILE NEXT RECORD
               AT END
                 MOVE 1 TO ip-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF plr-name NOT EQUAL TO SPACES
                    AND ip-here-count LESS THAN MAX-PLAYLISTS THEN
                   ADD 1 TO ip-here-count
                   MOVE plr-name TO ip-here-name(ip-here-count)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PLAYLIST-FILE
         END-IF.
       3000-EXIT.
         EXIT.

       3100-KEEP-LATEST.
         MOVE LEVELS-LINE(1:3) TO ip-num
         PERFORM 3200-FIND-TARGET
         IF ip-pos EQUAL TO 0 THEN
           IF ip-target-count GREATER OR EQUAL TO MAX-PACK-LEVELS
           THEN
             NEXT SENTENCE
           END-IF
           ADD 1 TO ip-target-count
           MOVE ip-target-count TO ip-pos
           MOVE ip-num TO ipt-num(ip-pos)
         END-IF
         MOVE LEVELS-LINE TO ipt-record(ip-pos).

       3200-FIND-TARGET.
         MOVE 0 TO ip-pos
         PERFORM VARYING ip-j FROM 1 BY 1 UNTIL ip-j > ip-target-count
           IF ipt-num(ip-j) EQUAL TO ip-num THEN
             MOVE ip-j TO ip-pos
             MOVE ip-target-count TO ip-j
           END-IF
         END-PERFORM.

      * Directives first, then the plain number check; finally every
      * level still being imported must land on a number that is
      * free here and not claimed by another pack level.
       4000-SETTLE-LEVELS.
         PERFORM VARYING ip-i FROM 1 BY 1 UNTIL ip-i > ip-pack-count
           MOVE ipk-num(ip-i) TO ip-num
           PERFORM 3200-FIND-TARGET
           MOVE "I" TO ipk-act(ip-i)
           IF ip-pos GREATER THAN 0 THEN
             IF ipt-record(ip-pos)(4:78)
                EQUAL TO ipk-record(ip-i)(4:78) THEN
               MOVE "=" TO ipk-act(ip-i)
             ELSE
               MOVE "C" TO ipk-act(ip-i)
             END-IF
           END-IF
           PERFORM VARYING ip-k FROM 1 BY 1
           UNTIL ip-k > ip-directive-count
             IF ipd-from(ip-k) EQUAL TO ipk-num(ip-i) THEN
               MOVE "Y" TO ipd-used(ip-k)
               IF ipd-skip(ip-k) EQUAL TO "Y" THEN
                 MOVE "S" TO ipk-act(ip-i)
               ELSE
                 MOVE "I" TO ipk-act(ip-i)
                 MOVE ipd-to(ip-k) TO ipk-new(ip-i)
               END-IF
             END-IF
           END-PERFORM
         END-PERFORM
         PERFORM VARYING ip-k FROM 1 BY 1
         UNTIL ip-k > ip-directive-count
           IF ipd-used(ip-k) NOT EQUAL TO "Y" THEN
             DISPLAY "Level " ipd-from(ip-k)
               " is not in the pack - directive ignored"
           END-IF
         END-PERFORM
         PERFORM VARYING ip-i FROM 1 BY 1 UNTIL ip-i > ip-pack-count
           PERFORM 4100-CHECK-LANDING
         END-PERFORM.
       4000-EXIT.
         EXIT.

       4100-CHECK-LANDING.
         EVALUATE ipk-act(ip-i)
           WHEN "C"
             ADD 1 TO ip-unsettled
             DISPLAY "Collision: pack level " ipk-num(ip-i)
               " differs from this cabinet's level " ipk-num(ip-i)
           WHEN "S"
             ADD 1 TO ip-skipped
             DISPLAY "Skipping pack level " ipk-num(ip-i)
           WHEN "="
             ADD 1 TO ip-same
             DISPLAY "Pack level " ipk-num(ip-i)
               " is already here unchanged"
           WHEN "I"
             IF ipk-new(ip-i) NOT EQUAL TO ipk-num(ip-i) THEN
               MOVE ipk-new(ip-i) TO ip-num
               PERFORM 3200-FIND-TARGET
               IF ip-pos GREATER THAN 0 THEN
                 ADD 1 TO ip-unsettled
                 MOVE "C" TO ipk-act(ip-i)
                 DISPLAY "Collision: level " ipk-new(ip-i)
                   " (for pack level " ipk-num(ip-i)
                   ") is already used here"
               END-IF
             END-IF
             PERFORM VARYING ip-j FROM 1 BY 1
             UNTIL ip-j > ip-pack-count
               IF ip-j NOT EQUAL TO ip-i
                  AND ipk-act(ip-i) EQUAL TO "I"
                  AND ipk-new(ip-j) EQUAL TO ipk-new(ip-i)
                  AND (ipk-act(ip-j) EQUAL TO "I"
                       OR ipk-act(ip-j) EQUAL TO "=") THEN
                 ADD 1 TO ip-unsettled
                 MOVE "C" TO ipk-act(ip-i)
                 DISPLAY "Collision: level " ipk-new(ip-i)
                   " (for pack level " ipk-num(ip-i)
                   ") is claimed twice in the pack"
               END-IF
             END-PERFORM
             IF ipk-act(ip-i) EQUAL TO "I"
                AND ipk-new(ip-i) NOT EQUAL TO ipk-num(ip-i) THEN
               DISPLAY "Pack level " ipk-num(ip-i)
                 " comes in as level " ipk-new(ip-i)
             END-IF
         END-EVALUATE.

      * Steps follow the renumbering. A step on a skipped level
      * keeps its number and so plays this cabinet's own layout.
       5000-SETTLE-CAMPAIGNS.
         PERFORM VARYING ip-i FROM 1 BY 1 UNTIL ip-i > ip-pl-count
           MOVE ipp-record(ip-i) TO ip-playlist
           MOVE "Y" TO ipp-take(ip-i)
           PERFORM VARYING ip-k FROM 1 BY 1
           UNTIL ip-k > ip-here-count
             IF ip-here-name(ip-k) EQUAL TO ipl-name THEN
               MOVE SPACE TO ipp-take(ip-i)
             END-IF
           END-PERFORM
           IF ipp-take(ip-i) EQUAL TO SPACE THEN
             DISPLAY "Campaign " ipl-name
               " is already on PLAYLISTS.DAT - left out"
           ELSE
             IF ip-here-count + ip-campaigns
                NOT LESS THAN MAX-PLAYLISTS THEN
               MOVE SPACE TO ipp-take(ip-i)
               DISPLAY "Campaign " ipl-name
                 " left out - PLAYLISTS.DAT is full"
             ELSE
               ADD 1 TO ip-campaigns
               PERFORM 5100-REMAP-STEPS
               MOVE ip-playlist TO ipp-record(ip-i)
             END-IF
           END-IF
         END-PERFORM.
       5000-EXIT.
         EXIT.

       5100-REMAP-STEPS.
         PERFORM VARYING ip-k FROM 1 BY 1
         UNTIL ip-k > MAX-PLAYLIST-STEPS
           IF ipl-step(ip-k) IS NUMERIC
              AND ipl-step(ip-k) GREATER THAN 0 THEN
             PERFORM VARYING ip-j FROM 1 BY 1
             UNTIL ip-j > ip-pack-count
               IF ipk-num(ip-j) EQUAL TO ipl-step(ip-k) THEN
                 IF ipk-act(ip-j) EQUAL TO "S" THEN
                   DISPLAY "Campaign " ipl-name " step "
                     ipl-step(ip-k) " plays this cabinet's own level"
                 ELSE
                   MOVE ipk-new(ip-j) TO ipl-step(ip-k)
                 END-IF
                 MOVE ip-pack-count TO ip-j
               END-IF
             END-PERFORM
           END-IF
         END-PERFORM.

      * Next revision = highest on LEVEL-REVS.DAT for the landing
      * level-num + 1, the rule SAVE-EDITOR-LEVEL uses.
       6000-NEXT-REVISIONS.
         OPEN INPUT LEVEL-REVS-FILE
         IF level-revs-status EQUAL TO "00" THEN
           MOVE 0 TO ip-eof
           PERFORM UNTIL ip-eof EQUAL TO 1
             READ LEVEL-REVS-FILE NEXT RECORD
               AT END
                 MOVE 1 TO ip-eof
               NOT AT END
                 ADD 1 TO runlog-read
                 IF lv-rev IS NUMERIC THEN
                   PERFORM VARYING ip-i FROM 1 BY 1
                   UNTIL ip-i > ip-pack-count
                     IF ipk-act(ip-i) EQUAL TO "I"
                        AND ipk-new(ip-i) EQUAL TO lv-num
                        AND lv-rev GREATER THAN ipk-rev(ip-i) THEN
                       MOVE lv-rev TO ipk-rev(ip-i)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEVEL-REVS-FILE
         END-IF
         PERFORM VARYING ip-i FROM 1 BY 1 UNTIL ip-i > ip-pack-count
           ADD 1 TO ipk-rev(ip-i)
         END-PERFORM.
       6000-EXIT.
         EXIT.

       7000-APPEND-LEVELS.
         OPEN EXTEND LEVELS-FILE
         IF levels-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT LEVELS-FILE
         END-IF
         OPEN EXTEND LEVEL-REVS-FILE
         IF level-revs-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT LEVEL-REVS-FILE
         END-IF
         PERFORM VARYING ip-i FROM 1 BY 1 UNTIL ip-i > ip-pack-count
           IF ipk-act(ip-i) EQUAL TO "I" THEN
             PERFORM 7100-APPEND-ONE
           END-IF
         END-PERFORM
         CLOSE LEVEL-REVS-FILE
         CLOSE LEVELS-FILE.
       7000-EXIT.
         EXIT.

       7100-APPEND-ONE.
         MOVE ipk-record(ip-i) TO LEVELS-RECORD
         MOVE ipk-new(ip-i) TO level-num
         IF level-fire-bonus IS NOT NUMERIC THEN
           MOVE 0 TO level-fire-bonus
         END-IF
         IF level-movement IS NOT NUMERIC THEN
           MOVE 0 TO level-movement
         END-IF
         IF level-budget IS NOT NUMERIC
            OR level-par IS NOT NUMERIC THEN
           MOVE 0 TO level-budget
           MOVE 0 TO level-par
         END-IF
         MOVE ipk-rev(ip-i) TO level-rev
         WRITE LEVELS-LINE FROM LEVELS-RECORD
         ADD 1 TO runlog-written
         MOVE 0 TO ip-enemies
         PERFORM VARYING ip-k FROM 1 BY 1 UNTIL ip-k > 75
           IF level-pattern(ip-k:1) EQUAL TO "1"
              OR level-pattern(ip-k:1) EQUAL TO "9" THEN
             ADD 1 TO ip-enemies
           END-IF
         END-PERFORM
         MOVE level-num TO lv-num
         MOVE level-rev TO lv-rev
         MOVE FUNCTION CURRENT-DATE(1:8) TO lv-date
         MOVE FUNCTION CURRENT-DATE(9:6) TO lv-time
         MOVE ip-who(1:4) TO lv-who
         MOVE ip-enemies TO lv-enemies
         MOVE level-fire-bonus TO lv-fire-bonus
         MOVE level-movement TO lv-movement
         MOVE level-pattern TO lv-pattern
         MOVE level-budget TO lv-budget
         MOVE level-par TO lv-par
         WRITE LEVEL-REV-RECORD
         ADD 1 TO runlog-written
         ADD 1 TO ip-imported
         MOVE SPACES TO ip-audit-field
         STRING "level" level-num "rev" DELIMITED BY SIZE
           INTO ip-audit-field
         MOVE "none" TO ip-audit-old
         MOVE level-rev TO ip-audit-new
         PERFORM 9000-JOURNAL THRU 9000-EXIT.

       7500-APPEND-CAMPAIGNS.
         IF ip-campaigns EQUAL TO 0 THEN
           GO TO 7500-EXIT
         END-IF
         OPEN EXTEND PLAYLIST-FILE
         IF playlist-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT PLAYLIST-FILE
         END-IF
         PERFORM VARYING ip-i FROM 1 BY 1 UNTIL ip-i > ip-pl-count
           IF ipp-take(ip-i) EQUAL TO "Y" THEN
             MOVE ipp-record(ip-i) TO PLAYLIST-RECORD
             WRITE PLAYLIST-RECORD
             ADD 1 TO runlog-written
             MOVE plr-name TO ip-audit-field
             MOVE "none" TO ip-audit-old
             MOVE "added" TO ip-audit-new
             PERFORM 9000-JOURNAL THRU 9000-EXIT
             DISPLAY "Campaign " plr-name " added"
           END-IF
         END-PERFORM
         CLOSE PLAYLIST-FILE.
       7500-EXIT.
         EXIT.

      * Position-weighted character sum, trailing spaces excluded,
      * kept in step with EXPORT-PACK.
       8000-CHECKSUM-PAYLOAD.
         PERFORM VARYING ip-k FROM 1 BY 1
         UNTIL ip-k >
             FUNCTION LENGTH(FUNCTION TRIM(ip-payload TRAILING))
           COMPUTE ip-check = FUNCTION MOD(ip-check
             + (FUNCTION ORD(ip-payload(ip-k:1)) * ip-k), 10000)
         END-PERFORM.

      * Same line shape as the cabinet's own config journal.
       9000-JOURNAL.
         OPEN EXTEND CONFIG-AUDIT-FILE
         IF config-audit-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT CONFIG-AUDIT-FILE
         END-IF
         MOVE SPACES TO CONFIG-AUDIT-RECORD
         STRING FUNCTION CURRENT-DATE(1:8) "-"
           FUNCTION CURRENT-DATE(9:6)
           " src=" "PACK  "
           " field=" ip-audit-field
           " old=" ip-audit-old " new=" ip-audit-new
           " by=" ip-who(1:4)
           DELIMITED BY SIZE INTO CONFIG-AUDIT-RECORD
         WRITE CONFIG-AUDIT-RECORD
         ADD 1 TO runlog-written
         CLOSE CONFIG-AUDIT-FILE.
       9000-EXIT.
         EXIT.

       9900-RUNLOG-START.
         MOVE "IMPORT-PACK" TO runlog-program
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
       END PROGRAM IMPORT-PACK.

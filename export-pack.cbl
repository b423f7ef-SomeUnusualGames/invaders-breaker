      * Compile and run on Windows:
      * cobc -xj export-pack.cbl batch-runlog.cbl
      * Level pack, export side: bundles chosen waves from
      * LEVELS.DAT, and the PLAYLISTS.DAT campaigns that use them,
      * into one checksummed PACK-<name>.DAT on the shared mount for
      * IMPORT-PACK to take in on another cabinet.
      *   export-pack <name> <levels>...
      * <name> is up to 12 letters/digits; each <levels> is a
      * level-num (004) or a range (010-015). A campaign that plays
      * any chosen level goes in whole, and the other levels it
      * plays are pulled into the pack with it, so the campaign
      * arrives playable. Only the live (last) record of each level
      * is packed, the one LOAD-LEVEL-LAYOUT would use.
      * Pack shape - the CABINET-SEED.DAT shape, so the two read
      * alike:
      *   PACK v1 name=<name> created=YYYYMMDD-HHMMSS
      *   SECT <file> lines=NNNNN ck=NNNN
      *   D <payload line>...
      *   ENDS <file>
      *   ENDPACK sections=NN
      * ck is the same position-weighted character sum EXPORT-SEED
      * uses; IMPORT-PACK refuses the pack on any mismatch.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORT-PACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT LEVELS-FILE ASSIGN TO "LEVELS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS levels-status.
         SELECT PLAYLIST-FILE ASSIGN TO "PLAYLISTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS playlist-status.
         SELECT LEVEL-PACK-FILE ASSIGN USING pk-file-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS level-pack-status.
       DATA DIVISION.
       FILE SECTION.
       FD LEVELS-FILE.
         01 LEVELS-LINE PIC X(90).
       FD PLAYLIST-FILE.
         COPY playlist-record.
       FD LEVEL-PACK-FILE.
         01 LEVEL-PACK-RECORD PIC X(96).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY levels-record.
       01 export-pack-data.
         78 MAX-PACK-LEVELS VALUE 200.
         78 MAX-PACK-RANGES VALUE 20.
         78 MAX-PLAYLISTS VALUE 10.
         78 MAX-PLAYLIST-STEPS VALUE 10.
         05 levels-status PIC X(02) VALUE "00".
         05 playlist-status PIC X(02) VALUE "00".
         05 level-pack-status PIC X(02) VALUE "00".
         05 pk-file-name PIC X(24).
         05 pk-name PIC X(12) VALUE SPACES.
         05 pk-bad PIC 9 VALUE 0.
         05 pk-eof PIC 9 VALUE 0.
         05 pk-i PIC 9(03).
         05 pk-j PIC 9(03).
         05 pk-k PIC 9(03).
         05 pk-pos PIC 9(03).
         05 pk-num PIC 9(03).
         05 pk-scan PIC 9(04).
         05 pk-uses PIC 9 VALUE 0.
         05 pk-count PIC 9(03) VALUE 0.
         05 pk-packed PIC 9(03) VALUE 0.
         05 pk-pulled PIC 9(03) VALUE 0.
         05 pk-campaigns PIC 9(02) VALUE 0.
         05 pk-sections PIC 9(02) VALUE 0.
         05 pk-line-count PIC 9(05).
         05 pk-check PIC 9(04).
         05 pk-payload PIC X(90).
         05 pk-line PIC X(96).
         05 pk-edit PIC ZZ9.
         05 command-line-args PIC X(120).
         05 pk-arg-ptr PIC 9(03).
         05 pk-token PIC X(12).
         05 pk-range-count PIC 9(02) VALUE 0.
         05 pk-range OCCURS MAX-PACK-RANGES TIMES.
           10 pkr-lo PIC 9(03).
           10 pkr-hi PIC 9(03).
         05 pk-level-table.
           10 pk-entry OCCURS MAX-PACK-LEVELS TIMES.
             15 pkt-num PIC 9(03).
             15 pkt-record PIC X(90).
             15 pkt-take PIC X(01).
         05 pk-playlist-count PIC 9(02) VALUE 0.
         05 pk-playlist-table.
           10 pk-pl-entry OCCURS MAX-PLAYLISTS TIMES.
             15 pkp-record PIC X(43).
             15 pkp-take PIC X(01).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-READ-ARGS THRU 1000-EXIT
         IF pk-bad EQUAL TO 1 THEN
           DISPLAY "Usage: export-pack <name> <nnn | nnn-nnn>..."
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 2000-LOAD-LEVELS THRU 2000-EXIT
         PERFORM 3000-PICK-CAMPAIGNS THRU 3000-EXIT
         IF pk-bad EQUAL TO 1 THEN
           DISPLAY "Pack NOT written" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 4000-WRITE-PACK THRU 4000-EXIT
         PERFORM 9910-RUNLOG-END
         GOBACK.

      * First token is the pack name, the rest are level-nums or
      * lo-hi ranges.
       1000-READ-ARGS.
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE 1 TO pk-arg-ptr
         MOVE SPACES TO pk-name
         UNSTRING command-line-args DELIMITED BY ALL " "
           INTO pk-name WITH POINTER pk-arg-ptr
         END-UNSTRING
         IF pk-name EQUAL TO SPACES THEN
           MOVE 1 TO pk-bad
           GO TO 1000-EXIT
         END-IF
         PERFORM VARYING pk-i FROM 1 BY 1 UNTIL pk-i > 12
           IF pk-name(pk-i:1) NOT EQUAL TO SPACE
              AND pk-name(pk-i:1) IS NOT ALPHABETIC
              AND pk-name(pk-i:1) IS NOT NUMERIC THEN
             MOVE 1 TO pk-bad
           END-IF
         END-PERFORM
         PERFORM UNTIL pk-arg-ptr > 120
           MOVE SPACES TO pk-token
           UNSTRING command-line-args DELIMITED BY ALL " "
             INTO pk-token WITH POINTER pk-arg-ptr
           END-UNSTRING
           IF pk-token NOT EQUAL TO SPACES THEN
             PERFORM 1100-ADD-RANGE
           END-IF
         END-PERFORM
         IF pk-range-count EQUAL TO 0 THEN
           MOVE 1 TO pk-bad
         END-IF
         MOVE SPACES TO pk-file-name
         STRING "PACK-" FUNCTION TRIM(pk-name) ".DAT"
           DELIMITED BY SIZE INTO pk-file-name.
       1000-EXIT.
         EXIT.

       1100-ADD-RANGE.
         IF pk-range-count GREATER OR EQUAL TO MAX-PACK-RANGES THEN
           DISPLAY "Too many level arguments" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           MOVE 1 TO pk-bad
           NEXT SENTENCE
         END-IF
         IF pk-token(1:3) IS NOT NUMERIC
            OR (pk-token(4:1) NOT EQUAL TO SPACE
                AND pk-token(4:1) NOT EQUAL TO "-") THEN
           DISPLAY "Not a level-num or range: " pk-token
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           MOVE 1 TO pk-bad
           NEXT SENTENCE
         END-IF
         ADD 1 TO pk-range-count
         MOVE pk-token(1:3) TO pkr-lo(pk-range-count)
         MOVE pk-token(1:3) TO pkr-hi(pk-range-count)
         IF pk-token(4:1) EQUAL TO "-" THEN
           IF pk-token(5:3) IS NUMERIC
              AND pk-token(5:3) NOT LESS THAN pk-token(1:3) THEN
             MOVE pk-token(5:3) TO pkr-hi(pk-range-count)
           ELSE
             DISPLAY "Bad range: " pk-token UPON SYSERR
             MOVE 8 TO RETURN-CODE
             MOVE 1 TO pk-bad
           END-IF
         END-IF.

      * Last record per level-num wins, as in LOAD-LEVEL-LAYOUT;
      * a level inside a chosen range is marked C (chosen).
       2000-LOAD-LEVELS.
         OPEN INPUT LEVELS-FILE
         IF levels-status NOT EQUAL TO "00" THEN
           DISPLAY "No LEVELS.DAT to export from" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           MOVE 1 TO pk-bad
           GO TO 2000-EXIT
         END-IF
         MOVE 0 TO pk-eof
         PERFORM UNTIL pk-eof EQUAL TO 1
           MOVE SPACES TO LEVELS-LINE
           READ LEVELS-FILE NEXT RECORD
             AT END
               MOVE 1 TO pk-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE LEVELS-LINE TO LEVELS-RECORD
               IF level-num IS NUMERIC THEN
                 PERFORM 2100-KEEP-LATEST
               END-IF
           END-READ
         END-PERFORM
         CLOSE LEVELS-FILE
         PERFORM VARYING pk-i FROM 1 BY 1 UNTIL pk-i > pk-range-count
           PERFORM VARYING pk-scan FROM pkr-lo(pk-i) BY 1
           UNTIL pk-scan > pkr-hi(pk-i)
             MOVE pk-scan TO pk-num
             PERFORM 2200-FIND-LEVEL
             IF pk-pos GREATER THAN 0 THEN
               MOVE "C" TO pkt-take(pk-pos)
             ELSE
               IF pkr-lo(pk-i) EQUAL TO pkr-hi(pk-i) THEN
                 DISPLAY "Level " pk-num " is not on LEVELS.DAT"
                   UPON SYSERR
                 MOVE 8 TO RETURN-CODE
                 MOVE 1 TO pk-bad
               END-IF
             END-IF
           END-PERFORM
         END-PERFORM.
       2000-EXIT.
         EXIT.

       2100-KEEP-LATEST.
         MOVE level-num TO pk-num
         PERFORM 2200-FIND-LEVEL
         IF pk-pos EQUAL TO 0 THEN
           IF pk-count GREATER OR EQUAL TO MAX-PACK-LEVELS THEN
             NEXT SENTENCE
           END-IF
           ADD 1 TO pk-count
           MOVE pk-count TO pk-pos
           MOVE level-num TO pkt-num(pk-pos)
           MOVE SPACE TO pkt-take(pk-pos)
         END-IF
         MOVE LEVELS-LINE TO pkt-record(pk-pos).

       2200-FIND-LEVEL.
         MOVE 0 TO pk-pos
         PERFORM VARYING pk-j FROM 1 BY 1 UNTIL pk-j > pk-count
           IF pkt-num(pk-j) EQUAL TO pk-num THEN
             MOVE pk-j TO pk-pos
             MOVE pk-count TO pk-j
           END-IF
         END-PERFORM.

      * A campaign playing any chosen level travels whole; levels
      * it plays that were not chosen are pulled in (P) beside it.
       3000-PICK-CAMPAIGNS.
         OPEN INPUT PLAYLIST-FILE
         IF playlist-status NOT EQUAL TO "00" THEN
           GO TO 3000-EXIT
         END-IF
         MOVE 0 TO pk-eof
         PERFORM UNTIL pk-eof EQUAL TO 1
            OR pk-playlist-count NOT LESS THAN MAX-PLAYLISTS
           READ PLAYLIST-FILE NEXT RECORD
             AT END
               MOVE 1 TO pk-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF plr-name NOT EQUAL TO SPACES
                  AND plr-loop IS NUMERIC THEN
                 ADD 1 TO pk-playlist-count
                 MOVE PLAYLIST-RECORD TO
                   pkp-record(pk-playlist-count)
                 MOVE SPACE TO pkp-take(pk-playlist-count)
                 PERFORM 3100-CHECK-CAMPAIGN
               END-IF
           END-READ
         END-PERFORM
         CLOSE PLAYLIST-FILE.
       3000-EXIT.
         EXIT.

       3100-CHECK-CAMPAIGN.
         MOVE 0 TO pk-uses
         PERFORM VARYING pk-k FROM 1 BY 1
         UNTIL pk-k > MAX-PLAYLIST-STEPS
           IF plr-step(pk-k) IS NUMERIC
              AND plr-step(pk-k) GREATER THAN 0 THEN
             MOVE plr-step(pk-k) TO pk-num
             PERFORM 2200-FIND-LEVEL
             IF pk-pos GREATER THAN 0 THEN
               IF pkt-take(pk-pos) EQUAL TO "C" THEN
                 MOVE 1 TO pk-uses
               END-IF
             END-IF
           END-IF
         END-PERFORM
         IF pk-uses EQUAL TO 0 THEN
           NEXT SENTENCE
         END-IF
         MOVE "Y" TO pkp-take(pk-playlist-count)
         ADD 1 TO pk-campaigns
         DISPLAY "Campaign " plr-name " goes with the pack"
         PERFORM VARYING pk-k FROM 1 BY 1
         UNTIL pk-k > MAX-PLAYLIST-STEPS
           IF plr-step(pk-k) IS NUMERIC
              AND plr-step(pk-k) GREATER THAN 0 THEN
             MOVE plr-step(pk-k) TO pk-num
             PERFORM 2200-FIND-LEVEL
             IF pk-pos EQUAL TO 0 THEN
               DISPLAY "  step level " pk-num
                 " has no layout - it plays all-enemies there too"
             ELSE
               IF pkt-take(pk-pos) EQUAL TO SPACE THEN
                 MOVE "P" TO pkt-take(pk-pos)
                 DISPLAY "  pulled in level " pk-num
               END-IF
             END-IF
           END-IF
         END-PERFORM.

      * Checksum each section from the table, then write it.
       4000-WRITE-PACK.
         OPEN OUTPUT LEVEL-PACK-FILE
         IF level-pack-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write " FUNCTION TRIM(pk-file-name)
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 4000-EXIT
         END-IF
         MOVE SPACES TO pk-line
         STRING "PACK v1 name=" FUNCTION TRIM(pk-name)
           " created=" FUNCTION CURRENT-DATE(1:8)
           "-" FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO pk-line
         WRITE LEVEL-PACK-RECORD FROM pk-line
         ADD 1 TO runlog-written
         MOVE 0 TO pk-line-count
         MOVE 0 TO pk-check
         PERFORM VARYING pk-i FROM 1 BY 1 UNTIL pk-i > pk-count
           IF pkt-take(pk-i) NOT EQUAL TO SPACE THEN
             ADD 1 TO pk-line-count
             MOVE pkt-record(pk-i) TO pk-payload
             PERFORM 5000-CHECKSUM-PAYLOAD
           END-IF
         END-PERFORM
         MOVE pk-line-count TO pk-packed
         ADD 1 TO pk-sections
         MOVE SPACES TO pk-line
         STRING "SECT LEVELS.DAT lines=" pk-line-count
           " ck=" pk-check
           DELIMITED BY SIZE INTO pk-line
         WRITE LEVEL-PACK-RECORD FROM pk-line
         ADD 1 TO runlog-written
         PERFORM VARYING pk-i FROM 1 BY 1 UNTIL pk-i > pk-count
           IF pkt-take(pk-i) NOT EQUAL TO SPACE THEN
             MOVE SPACES TO pk-line
             STRING "D " pkt-record(pk-i)
               DELIMITED BY SIZE INTO pk-line
             WRITE LEVEL-PACK-RECORD FROM pk-line
             ADD 1 TO runlog-written
             IF pkt-take(pk-i) EQUAL TO "P" THEN
               ADD 1 TO pk-pulled
             END-IF
           END-IF
         END-PERFORM
         MOVE "ENDS LEVELS.DAT" TO pk-line
         WRITE LEVEL-PACK-RECORD FROM pk-line
         ADD 1 TO runlog-written
         IF pk-campaigns GREATER THAN 0 THEN
           MOVE 0 TO pk-line-count
           MOVE 0 TO pk-check
           PERFORM VARYING pk-i FROM 1 BY 1
           UNTIL pk-i > pk-playlist-count
             IF pkp-take(pk-i) EQUAL TO "Y" THEN
               ADD 1 TO pk-line-count
               MOVE pkp-record(pk-i) TO pk-payload
               PERFORM 5000-CHECKSUM-PAYLOAD
             END-IF
           END-PERFORM
           ADD 1 TO pk-sections
           MOVE SPACES TO pk-line
           STRING "SECT PLAYLISTS.DAT lines=" pk-line-count
             " ck=" pk-check
             DELIMITED BY SIZE INTO pk-line
           WRITE LEVEL-PACK-RECORD FROM pk-line
           ADD 1 TO runlog-written
           PERFORM VARYING pk-i FROM 1 BY 1
           UNTIL pk-i > pk-playlist-count
             IF pkp-take(pk-i) EQUAL TO "Y" THEN
               MOVE SPACES TO pk-line
               STRING "D " pkp-record(pk-i)
                 DELIMITED BY SIZE INTO pk-line
               WRITE LEVEL-PACK-RECORD FROM pk-line
               ADD 1 TO runlog-written
             END-IF
           END-PERFORM
           MOVE "ENDS PLAYLISTS.DAT" TO pk-line
           WRITE LEVEL-PACK-RECORD FROM pk-line
           ADD 1 TO runlog-written
         END-IF
         MOVE SPACES TO pk-line
         STRING "ENDPACK sections=" pk-sections
           DELIMITED BY SIZE INTO pk-line
         WRITE LEVEL-PACK-RECORD FROM pk-line
         ADD 1 TO runlog-written
         CLOSE LEVEL-PACK-FILE
         MOVE pk-packed TO pk-edit
         DISPLAY "Pack written to " FUNCTION TRIM(pk-file-name)
           ": " FUNCTION TRIM(pk-edit) " levels"
         MOVE pk-pulled TO pk-edit
         DISPLAY "  of which pulled in by campaigns: "
           FUNCTION TRIM(pk-edit)
         MOVE pk-campaigns TO pk-edit
         DISPLAY "  campaigns: " FUNCTION TRIM(pk-edit).
       4000-EXIT.
         EXIT.

      * Position-weighted character sum, trailing spaces excluded,
      * kept in step with the verifier in IMPORT-PACK (and with
      * EXPORT-SEED's).
       5000-CHECKSUM-PAYLOAD.
         PERFORM VARYING pk-k FROM 1 BY 1
         UNTIL pk-k >
             FUNCTION LENGTH(FUNCTION TRIM(pk-payload TRAILING))
           COMPUTE pk-check = FUNCTION MOD(pk-check
             + (FUNCTION ORD(pk-payload(pk-k:1)) * pk-k), 10000)
         END-PERFORM.

       9900-RUNLOG-START.
         MOVE "EXPORT-PACK" TO runlog-program
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
       END PROGRAM EXPORT-PACK.

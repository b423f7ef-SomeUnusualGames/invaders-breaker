      * Compile and run on Windows:
      * cobc -xj export-seed.cbl batch-runlog.cbl
      * Cold-spare provisioning, export side: packs the cabinet's
      * operational files - CONFIG.DAT, LEVELS.DAT, MESSAGES.DAT,
      * SCHEDULE.DAT, PROMO.DAT, PLAYLISTS.DAT, PRICING.DAT - into
       FD CABINET-SEED-FILE.
         01 CABINET-SEED-RECORD PIC X(96).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 export-seed-data.
         78 SEED-FILE-COUNT VALUE 7.
         05 seed-source-status PIC X(02) VALUE "00".
      * the checksum for the SECT header, once to copy payload.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         OPEN OUTPUT CABINET-SEED-FILE
         MOVE SPACES TO se-line
         STRING "SEED v1 created=" FUNCTION CURRENT-DATE(1:8)
           "-" FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO se-line
         WRITE CABINET-SEED-RECORD FROM se-line
         ADD 1 TO runlog-written
         PERFORM VARYING se-i FROM 1 BY 1
         UNTIL se-i > SEED-FILE-COUNT
           PERFORM 1000-EXPORT-ONE-SECTION THRU 1000-EXIT
         STRING "ENDSEED sections=" se-sections
           DELIMITED BY SIZE INTO se-line
         WRITE CABINET-SEED-RECORD FROM se-line
         ADD 1 TO runlog-written
         CLOSE CABINET-SEED-FILE
         DISPLAY "Seed written to CABINET-SEED.DAT"
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-EXPORT-ONE-SECTION.
         IF seed-source-status NOT EQUAL TO "00" THEN
           DISPLAY "Skipping absent " FUNCTION TRIM(seed-src-name)
             UPON SYSERR
           MOVE 4 TO RETURN-CODE
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO se-eof
             AT END
               MOVE 1 TO se-eof
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO se-line-count
               PERFORM 2000-CHECKSUM-PAYLOAD
           END-READ
           " ck=" se-check
           DELIMITED BY SIZE INTO se-line
         WRITE CABINET-SEED-RECORD FROM se-line
         ADD 1 TO runlog-written
         OPEN INPUT SEED-SOURCE-FILE
         MOVE 0 TO se-eof
         PERFORM UNTIL se-eof EQUAL TO 1
             AT END
               MOVE 1 TO se-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE SPACES TO se-line
               STRING "D " se-payload
                 DELIMITED BY SIZE INTO se-line
               WRITE CABINET-SEED-RECORD FROM se-line
               ADD 1 TO runlog-written
           END-READ
         END-PERFORM
         CLOSE SEED-SOURCE-FILE
         MOVE SPACES TO se-line
         STRING "ENDS " FUNCTION TRIM(seed-src-name)
           DELIMITED BY SIZE INTO se-line
         WRITE CABINET-SEED-RECORD FROM se-line
         ADD 1 TO runlog-written.
       1000-EXIT.
         EXIT.

           COMPUTE se-check = FUNCTION MOD(se-check
             + (FUNCTION ORD(se-payload(se-k:1)) * se-k), 10000)
         END-PERFORM.

       9900-RUNLOG-START.
         MOVE "EXPORT-SEED" TO runlog-program
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
       END PROGRAM EXPORT-SEED.

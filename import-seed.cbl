      * Compile and run on Windows:
      * cobc -xj import-seed.cbl batch-runlog.cbl
      * Cold-spare provisioning, import side: verifies every
      * section checksum in CABINET-SEED.DAT first and refuses the
      * whole seed on any mismatch, then unpacks each section into
       FD SEED-TARGET-FILE.
         01 SEED-TARGET-RECORD PIC X(90).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 import-seed-data.
         78 SEED-FILE-COUNT VALUE 7.
         05 cabinet-seed-status PIC X(02) VALUE "00".
           10 si-name PIC X(16) OCCURS SEED-FILE-COUNT TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         PERFORM 1000-VERIFY-SEED THRU 1000-EXIT
         IF si-bad EQUAL TO 1 THEN
           DISPLAY "Seed REFUSED: checksum mismatch - not unpacked"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         COMPUTE si-id-num =
         IF si-bad EQUAL TO 0 THEN
           DISPLAY "Seed unpacked; new cabinet id " si-new-id
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-VERIFY-SEED.
         OPEN INPUT CABINET-SEED-FILE
         IF cabinet-seed-status NOT EQUAL TO "00" THEN
           DISPLAY "No CABINET-SEED.DAT to import" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           MOVE 1 TO si-bad
           GO TO 1000-EXIT
         END-IF
             AT END
               MOVE 1 TO si-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 1100-VERIFY-SEED-LINE
           END-READ
         END-PERFORM
               MOVE 1 TO si-bad
               DISPLAY "Checksum mismatch in section "
                 FUNCTION TRIM(si-sect-name) UPON SYSERR
               MOVE 8 TO RETURN-CODE
             END-IF
           WHEN si-line(1:2) EQUAL TO "D "
                AND si-in-section EQUAL TO 1
             AT END
               MOVE 1 TO si-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM 2100-UNPACK-SEED-LINE
           END-READ
         END-PERFORM
             ELSE
               DISPLAY "Ignoring unknown section "
                 FUNCTION TRIM(si-sect-name) UPON SYSERR
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO si-in-section
             END-IF
           WHEN si-line(1:5) EQUAL TO "ENDS "
                 DELIMITED BY SIZE INTO si-payload
             END-IF
             WRITE SEED-TARGET-RECORD FROM si-payload
             ADD 1 TO runlog-written
           WHEN OTHER
             CONTINUE
         END-EVALUATE.
           COMPUTE si-check = FUNCTION MOD(si-check
             + (FUNCTION ORD(si-payload(si-k:1)) * si-k), 10000)
         END-PERFORM.

       9900-RUNLOG-START.
         MOVE "IMPORT-SEED" TO runlog-program
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
       END PROGRAM IMPORT-SEED.

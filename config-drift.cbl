      * Compile and run on Windows:
      * cobc -xj config-drift.cbl batch-runlog.cbl report-archive.cbl
      * Fleet configuration drift: every cabinet's settings lined
      * up side by side against CENTRAL-CONFIG.DAT and a baseline
      * cabinet. Walks CABINET-REGISTRY.DAT and reads the copy of
      * CONFIG.DAT each cabinet publishes to the shared mount on
      * every sync (CONFIG-<id>.DAT), with the CONFIG-AUDIT.DAT
      * trail published beside it (CFGAUDIT-<id>.DAT). Run it from
      * the shared mount directory, as FLEET-STATUS is.
      *   config-drift [baseline-id]
      * The baseline defaults to the first registered cabinet that
      * has published. In the grid a value marked * differs from
      * the baseline's and one marked ! is a managed value the
      * cabinet is not honouring: not what head office set, or
      * over the volume cap (a cabinet holds off adopting during a
      * tournament, or was never able to reach the mount). Each
      * marked value is then listed with the last CONFIG-AUDIT
      * change behind it - when, by whom, from what. Pins and the
      * cabinet id itself are left out.
      * Output: CONFIG-DRIFT.RPT. Ends 4 when any managed value is
      * not being honoured or no cabinet has published.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-DRIFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CABINET-REGISTRY-FILE
           ASSIGN TO "CABINET-REGISTRY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS registry-status.
         SELECT CENTRAL-CONFIG-FILE
           ASSIGN TO "CENTRAL-CONFIG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS central-config-status.
         SELECT PUBLISHED-CONFIG-FILE ASSIGN USING cd-config-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS published-config-status.
         SELECT PUBLISHED-AUDIT-FILE ASSIGN USING cd-audit-name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS published-audit-status.
         SELECT DRIFT-REPORT-FILE ASSIGN TO "CONFIG-DRIFT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS drift-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD CABINET-REGISTRY-FILE.
         01 CABINET-REGISTRY-RECORD.
           05 reg-cabinet-id PIC X(06).
           05 reg-name PIC X(12).
       FD CENTRAL-CONFIG-FILE.
         COPY central-config-record.
       FD PUBLISHED-CONFIG-FILE.
         01 PUBLISHED-CONFIG-LINE PIC X(64).
       FD PUBLISHED-AUDIT-FILE.
         COPY config-audit-record.
       FD DRIFT-REPORT-FILE.
         01 DRIFT-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
         COPY runlog-data.
         COPY report-archive-data.
         COPY registry-data.
       01 drift-data.
         78 SETTING-COUNT VALUE 27.
         78 GRID-COLUMNS VALUE 8.
         05 central-config-status PIC X(02) VALUE "00".
         05 published-config-status PIC X(02) VALUE "00".
         05 published-audit-status PIC X(02) VALUE "00".
         05 drift-report-status PIC X(02) VALUE "00".
         05 cd-config-name PIC X(24).
         05 cd-audit-name PIC X(24).
         05 command-line-args PIC X(40).
         05 cd-baseline-id PIC X(06) VALUE SPACES.
         05 cd-base PIC 9(02) VALUE 0.
         05 cd-has-central PIC 9 VALUE 0.
         05 cd-eof PIC 9.
         05 cd-c PIC 9(02).
         05 cd-k PIC 9(02).
         05 cd-block PIC 9(02).
         05 cd-block-end PIC 9(02).
         05 cd-ptr PIC 9(03).
         05 cd-line PIC X(132).
         05 cd-key PIC X(12).
         05 cd-value PIC X(20).
         05 cd-central-text PIC X(07).
         05 cd-published-count PIC 9(02) VALUE 0.
         05 cd-managed-count PIC 9(02) VALUE 0.
         05 cd-differ-count PIC 9(04) VALUE 0.
         05 cd-dishonour-count PIC 9(04) VALUE 0.
         05 cd-edit-1 PIC ZZZ9.
         05 cd-edit-2 PIC ZZZ9.
         05 CA-WORK PIC X(80).
         05 CA-PARSED REDEFINES CA-WORK.
           10 ca-at PIC X(15).
           10 FILLER PIC X(18).
           10 ca-field PIC X(12).
           10 FILLER PIC X(05).
           10 ca-old PIC X(06).
           10 FILLER PIC X(05).
           10 ca-new PIC X(06).
           10 ca-by-tag PIC X(04).
           10 ca-by PIC X(04).
           10 FILLER PIC X(05).
      * The CONFIG.DAT key of each setting compared, and the field
      * name CONFIG-AUDIT journals it under (blank: not journalled).
         05 cd-setting-names.
           10 FILLER PIC X(24) VALUE "difficulty  difficulty".
           10 FILLER PIC X(24) VALUE "scheme      ctrl-scheme".
           10 FILLER PIC X(24) VALUE "twoplayer   two-player".
           10 FILLER PIC X(24) VALUE "volume      volume".
           10 FILLER PIC X(24) VALUE "colorblind  colorblind".
           10 FILLER PIC X(24) VALUE "sonar".
           10 FILLER PIC X(24) VALUE "maxenemy    max-enemy".
           10 FILLER PIC X(24) VALUE "linemax     line-max".
           10 FILLER PIC X(24) VALUE "keyleft     key-left".
           10 FILLER PIC X(24) VALUE "keyright    key-right".
           10 FILLER PIC X(24) VALUE "retention   retention".
           10 FILLER PIC X(24) VALUE "freeplay    free-play".
           10 FILLER PIC X(24) VALUE "price       price".
           10 FILLER PIC X(24) VALUE "tournament  tournament".
           10 FILLER PIC X(24) VALUE "boardmonth  board-month".
           10 FILLER PIC X(24) VALUE "lifefirst   1up-first".
           10 FILLER PIC X(24) VALUE "lifeevery   1up-every".
           10 FILLER PIC X(24) VALUE "mousesens   mouse-sens".
           10 FILLER PIC X(24) VALUE "burninmins  burnin-mins".
           10 FILLER PIC X(24) VALUE "ticketmin".
           10 FILLER PIC X(24) VALUE "bounceval".
           10 FILLER PIC X(24) VALUE "bouncefrom".
           10 FILLER PIC X(24) VALUE "bounceto".
           10 FILLER PIC X(24) VALUE "bouncemax".
           10 FILLER PIC X(24) VALUE "lang".
           10 FILLER PIC X(24) VALUE "tournfee".
           10 FILLER PIC X(24) VALUE "tournsplit".
         05 cd-setting-table REDEFINES cd-setting-names.
           10 cd-setting OCCURS SETTING-COUNT TIMES.
             15 cds-key PIC X(12).
             15 cds-audit PIC X(12).
      * What head office manages, per setting: E the cabinet must
      * carry cdm-value exactly, C it must not go over it.
         05 cd-central-table.
           10 cd-central OCCURS SETTING-COUNT TIMES.
             15 cdm-kind PIC X(01).
             15 cdm-value PIC X(06).
         05 cd-cabinet-table.
           10 cd-cabinet OCCURS MAX-REGISTRY TIMES.
             15 cdc-published PIC 9(01).
             15 cdc-value OCCURS SETTING-COUNT TIMES.
               20 cdv-value PIC X(06).
               20 cdv-mark PIC X(01).
               20 cdv-at PIC X(15).
               20 cdv-by PIC X(04).
               20 cdv-old PIC X(06).
               20 cdv-new PIC X(06).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE command-line-args(1:6) TO cd-baseline-id
         PERFORM 1000-LOAD-REGISTRY THRU 1000-EXIT
         PERFORM 1100-LOAD-CENTRAL THRU 1100-EXIT
         PERFORM VARYING cd-c FROM 1 BY 1 UNTIL cd-c > reg-count
           PERFORM 2000-LOAD-ONE-CABINET THRU 2000-EXIT
         END-PERFORM
         PERFORM 1200-PICK-BASELINE THRU 1200-EXIT
         IF RETURN-CODE NOT LESS THAN 8 THEN
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 3000-MARK-VALUES
         OPEN OUTPUT DRIFT-REPORT-FILE
         IF drift-report-status NOT EQUAL TO "00" THEN
           DISPLAY "Cannot write CONFIG-DRIFT.RPT" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           PERFORM 9910-RUNLOG-END
           GOBACK
         END-IF
         PERFORM 4000-WRITE-HEADING
         PERFORM VARYING cd-block FROM 1 BY GRID-COLUMNS
         UNTIL cd-block > reg-count
           PERFORM 4100-WRITE-GRID-BLOCK
         END-PERFORM
         PERFORM 4300-WRITE-DETAIL
         PERFORM 4500-WRITE-TOTALS
         CLOSE DRIFT-REPORT-FILE
         MOVE "CONFIG-DRIFT.RPT" TO rptarc-report
         PERFORM 9920-FILE-REPORT
         IF (cd-dishonour-count GREATER THAN 0
             OR cd-published-count EQUAL TO 0)
            AND RETURN-CODE LESS THAN 4 THEN
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-REGISTRY.
         MOVE 0 TO reg-count
         OPEN INPUT CABINET-REGISTRY-FILE
         IF registry-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         PERFORM VARYING reg-i FROM 1 BY 1
         UNTIL reg-i > MAX-REGISTRY
           READ CABINET-REGISTRY-FILE
             AT END
               MOVE MAX-REGISTRY TO reg-i
             NOT AT END
               ADD 1 TO runlog-read
               ADD 1 TO reg-count
               MOVE reg-cabinet-id TO regt-id(reg-count)
               MOVE reg-name TO regt-name(reg-count)
           END-READ
         END-PERFORM
         CLOSE CABINET-REGISTRY-FILE.
       1000-EXIT.
         EXIT.

      * The managed values as the cabinets' ADOPT-CENTRAL-CONFIG
      * would take them; a value a cabinet would refuse is not
      * counted against it.
       1100-LOAD-CENTRAL.
         MOVE SPACES TO cd-central-table
         OPEN INPUT CENTRAL-CONFIG-FILE
         IF central-config-status NOT EQUAL TO "00" THEN
           GO TO 1100-EXIT
         END-IF
         READ CENTRAL-CONFIG-FILE NEXT RECORD
           AT END
             CLOSE CENTRAL-CONFIG-FILE
             GO TO 1100-EXIT
         END-READ
         ADD 1 TO runlog-read
         CLOSE CENTRAL-CONFIG-FILE
         MOVE 1 TO cd-has-central
         IF cc-managed-difficulty EQUAL TO 1
            AND cc-difficulty IS NUMERIC
            AND cc-difficulty GREATER OR EQUAL TO 1
            AND cc-difficulty LESS OR EQUAL TO 3 THEN
           MOVE "E" TO cdm-kind(1)
           MOVE cc-difficulty TO cdm-value(1)
         END-IF
         IF cc-managed-volume EQUAL TO 1
            AND cc-volume-cap IS NUMERIC
            AND cc-volume-cap LESS OR EQUAL TO 10 THEN
           MOVE "C" TO cdm-kind(4)
           MOVE cc-volume-cap TO cdm-value(4)
         END-IF
         IF cc-managed-grid EQUAL TO 1
            AND cc-max-enemy IS NUMERIC AND cc-max-enemy > 0
            AND cc-line-max IS NUMERIC AND cc-line-max > 0 THEN
           MOVE "E" TO cdm-kind(7)
           MOVE cc-max-enemy TO cdm-value(7)
           MOVE "E" TO cdm-kind(8)
           MOVE cc-line-max TO cdm-value(8)
         END-IF
         IF cc-managed-freeplay EQUAL TO 1
            AND cc-free-play IS NUMERIC
            AND cc-free-play LESS OR EQUAL TO 1 THEN
           MOVE "E" TO cdm-kind(12)
           MOVE cc-free-play TO cdm-value(12)
           IF cc-price IS NUMERIC AND cc-price > 0 THEN
             MOVE "E" TO cdm-kind(13)
             MOVE cc-price TO cdm-value(13)
           END-IF
         END-IF
         PERFORM VARYING cd-k FROM 1 BY 1
         UNTIL cd-k > SETTING-COUNT
           IF cdm-kind(cd-k) NOT EQUAL TO SPACE THEN
             ADD 1 TO cd-managed-count
           END-IF
         END-PERFORM.
       1100-EXIT.
         EXIT.

       1200-PICK-BASELINE.
         PERFORM VARYING cd-c FROM 1 BY 1
         UNTIL cd-c > reg-count OR cd-base > 0
           IF cdc-published(cd-c) EQUAL TO 1
              AND (cd-baseline-id EQUAL TO SPACES
                   OR cd-baseline-id EQUAL TO regt-id(cd-c)) THEN
             MOVE cd-c TO cd-base
           END-IF
         END-PERFORM
         IF cd-base EQUAL TO 0
            AND cd-baseline-id NOT EQUAL TO SPACES THEN
           DISPLAY "Baseline cabinet " cd-baseline-id
             " is not registered or has not published its config"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.
       1200-EXIT.
         EXIT.

      * A cabinet that has never published shows "-" throughout.
       2000-LOAD-ONE-CABINET.
         MOVE 0 TO cdc-published(cd-c)
         PERFORM VARYING cd-k FROM 1 BY 1
         UNTIL cd-k > SETTING-COUNT
           MOVE SPACES TO cdc-value(cd-c, cd-k)
         END-PERFORM
         MOVE SPACES TO cd-config-name
         STRING "CONFIG-" FUNCTION TRIM(regt-id(cd-c)) ".DAT"
           DELIMITED BY SIZE INTO cd-config-name
         OPEN INPUT PUBLISHED-CONFIG-FILE
         IF published-config-status NOT EQUAL TO "00" THEN
           GO TO 2000-EXIT
         END-IF
         MOVE 1 TO cdc-published(cd-c)
         ADD 1 TO cd-published-count
         MOVE 0 TO cd-eof
         PERFORM UNTIL cd-eof EQUAL TO 1
           READ PUBLISHED-CONFIG-FILE
             AT END
               MOVE 1 TO cd-eof
             NOT AT END
               ADD 1 TO runlog-read
               MOVE SPACES TO cd-key
               MOVE SPACES TO cd-value
               UNSTRING PUBLISHED-CONFIG-LINE DELIMITED BY "="
                 INTO cd-key cd-value
               END-UNSTRING
               PERFORM 2100-FIND-SETTING
               IF cd-k NOT GREATER THAN SETTING-COUNT THEN
                 MOVE cd-value TO cdv-value(cd-c, cd-k)
               END-IF
           END-READ
         END-PERFORM
         CLOSE PUBLISHED-CONFIG-FILE
         PERFORM 2200-LOAD-AUDIT-TRAIL THRU 2200-EXIT.
       2000-EXIT.
         EXIT.

       2100-FIND-SETTING.
         PERFORM VARYING cd-k FROM 1 BY 1
         UNTIL cd-k > SETTING-COUNT
            OR cds-key(cd-k) EQUAL TO cd-key
           CONTINUE
         END-PERFORM.

      * The trail is in time order, so the last line for a field is
      * the change that left it where it stands.
       2200-LOAD-AUDIT-TRAIL.
         MOVE SPACES TO cd-audit-name
         STRING "CFGAUDIT-" FUNCTION TRIM(regt-id(cd-c)) ".DAT"
           DELIMITED BY SIZE INTO cd-audit-name
         OPEN INPUT PUBLISHED-AUDIT-FILE
         IF published-audit-status NOT EQUAL TO "00" THEN
           GO TO 2200-EXIT
         END-IF
         MOVE 0 TO cd-eof
         PERFORM UNTIL cd-eof EQUAL TO 1
           MOVE SPACES TO CA-WORK
           READ PUBLISHED-AUDIT-FILE NEXT RECORD INTO CA-WORK
             AT END
               MOVE 1 TO cd-eof
             NOT AT END
               ADD 1 TO runlog-read
               PERFORM VARYING cd-k FROM 1 BY 1
               UNTIL cd-k > SETTING-COUNT
                  OR (cds-audit(cd-k) NOT EQUAL TO SPACES
                      AND cds-audit(cd-k) EQUAL TO ca-field)
                 CONTINUE
               END-PERFORM
               IF cd-k NOT GREATER THAN SETTING-COUNT THEN
                 MOVE ca-at TO cdv-at(cd-c, cd-k)
                 MOVE ca-old TO cdv-old(cd-c, cd-k)
                 MOVE ca-new TO cdv-new(cd-c, cd-k)
                 IF ca-by-tag EQUAL TO " by=" THEN
                   MOVE ca-by TO cdv-by(cd-c, cd-k)
                 ELSE
                   MOVE SPACES TO cdv-by(cd-c, cd-k)
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE PUBLISHED-AUDIT-FILE.
       2200-EXIT.
         EXIT.

      * ! outranks *: a value head office set and the cabinet is not
      * carrying is the one to act on first.
       3000-MARK-VALUES.
         PERFORM VARYING cd-c FROM 1 BY 1 UNTIL cd-c > reg-count
           IF cdc-published(cd-c) EQUAL TO 1 THEN
             PERFORM VARYING cd-k FROM 1 BY 1
             UNTIL cd-k > SETTING-COUNT
               PERFORM 3100-MARK-ONE-VALUE
             END-PERFORM
           END-IF
         END-PERFORM.

       3100-MARK-ONE-VALUE.
         MOVE SPACE TO cdv-mark(cd-c, cd-k)
         IF cd-base > 0 AND cd-c NOT EQUAL TO cd-base
            AND cdv-value(cd-c, cd-k) NOT EQUAL TO
                cdv-value(cd-base, cd-k) THEN
           MOVE "*" TO cdv-mark(cd-c, cd-k)
           ADD 1 TO cd-differ-count
         END-IF
         EVALUATE cdm-kind(cd-k)
           WHEN "E"
             IF cdv-value(cd-c, cd-k) NOT EQUAL TO cdm-value(cd-k)
                 THEN
               MOVE "!" TO cdv-mark(cd-c, cd-k)
               ADD 1 TO cd-dishonour-count
             END-IF
           WHEN "C"
             IF cdv-value(cd-c, cd-k) EQUAL TO SPACES
                OR FUNCTION NUMVAL(cdv-value(cd-c, cd-k)) GREATER
                   THAN FUNCTION NUMVAL(cdm-value(cd-k)) THEN
               MOVE "!" TO cdv-mark(cd-c, cd-k)
               ADD 1 TO cd-dishonour-count
             END-IF
         END-EVALUATE.

       4000-WRITE-HEADING.
         MOVE "CONFIGURATION DRIFT REPORT" TO cd-line
         PERFORM 4900-WRITE-LINE
         MOVE SPACES TO cd-line
         STRING "Generated " FUNCTION CURRENT-DATE(1:8)
           "-" FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO cd-line
         PERFORM 4900-WRITE-LINE
         MOVE ALL "-" TO cd-line
         PERFORM 4900-WRITE-LINE
         MOVE SPACES TO cd-line
         IF cd-base EQUAL TO 0 THEN
           MOVE "Baseline: none - no cabinet has published its config"
             TO cd-line
         ELSE
           STRING "Baseline: " regt-name(cd-base)
             " [" regt-id(cd-base) "]"
             DELIMITED BY SIZE INTO cd-line
         END-IF
         PERFORM 4900-WRITE-LINE
         MOVE SPACES TO cd-line
         IF cd-has-central EQUAL TO 0 THEN
           MOVE "Central:  no CENTRAL-CONFIG.DAT - nothing managed"
             TO cd-line
         ELSE
           MOVE cd-managed-count TO cd-edit-1
           STRING "Central:  CENTRAL-CONFIG.DAT, "
             FUNCTION TRIM(cd-edit-1) " managed values"
             DELIMITED BY SIZE INTO cd-line
         END-IF
         PERFORM 4900-WRITE-LINE
         IF reg-count EQUAL TO 0 THEN
           MOVE "No CABINET-REGISTRY.DAT - no cabinets to compare"
             TO cd-line
           PERFORM 4900-WRITE-LINE
         END-IF
         PERFORM VARYING cd-c FROM 1 BY 1 UNTIL cd-c > reg-count
           MOVE SPACES TO cd-line
           IF cdc-published(cd-c) EQUAL TO 1 THEN
             STRING "  [" regt-id(cd-c) "] " regt-name(cd-c)
               DELIMITED BY SIZE INTO cd-line
           ELSE
             STRING "  [" regt-id(cd-c) "] " regt-name(cd-c)
               " no published config"
               DELIMITED BY SIZE INTO cd-line
           END-IF
           PERFORM 4900-WRITE-LINE
         END-PERFORM
         MOVE SPACES TO cd-line
         PERFORM 4900-WRITE-LINE
         MOVE SPACES TO cd-line
         STRING "  * differs from the baseline"
           "   ! managed value not honoured   - not published"
           DELIMITED BY SIZE INTO cd-line
         PERFORM 4900-WRITE-LINE.

      * GRID-COLUMNS cabinets across at a time, one setting a line.
       4100-WRITE-GRID-BLOCK.
         COMPUTE cd-block-end = cd-block + GRID-COLUMNS - 1
         IF cd-block-end GREATER THAN reg-count THEN
           MOVE reg-count TO cd-block-end
         END-IF
         MOVE SPACES TO cd-line
         PERFORM 4900-WRITE-LINE
         MOVE SPACES TO cd-line
         MOVE "Setting      Central" TO cd-line
         MOVE 23 TO cd-ptr
         PERFORM VARYING cd-c FROM cd-block BY 1
         UNTIL cd-c > cd-block-end
           STRING regt-id(cd-c) DELIMITED BY SIZE
             INTO cd-line WITH POINTER cd-ptr
           END-STRING
           ADD 3 TO cd-ptr
         END-PERFORM
         PERFORM 4900-WRITE-LINE
         MOVE ALL "-" TO cd-line
         PERFORM 4900-WRITE-LINE
         PERFORM VARYING cd-k FROM 1 BY 1
         UNTIL cd-k > SETTING-COUNT
           PERFORM 4200-WRITE-GRID-ROW
         END-PERFORM.

       4200-WRITE-GRID-ROW.
         PERFORM 4250-CENTRAL-TEXT
         MOVE SPACES TO cd-line
         MOVE cds-key(cd-k) TO cd-line(1:12)
         MOVE cd-central-text TO cd-line(14:7)
         MOVE 23 TO cd-ptr
         PERFORM VARYING cd-c FROM cd-block BY 1
         UNTIL cd-c > cd-block-end
           IF cdc-published(cd-c) EQUAL TO 1 THEN
             MOVE cdv-value(cd-c, cd-k) TO cd-line(cd-ptr:6)
             MOVE cdv-mark(cd-c, cd-k) TO cd-line(cd-ptr + 6:1)
           ELSE
             MOVE "-" TO cd-line(cd-ptr:1)
           END-IF
           ADD 9 TO cd-ptr
         END-PERFORM
         PERFORM 4900-WRITE-LINE.

       4250-CENTRAL-TEXT.
         MOVE SPACES TO cd-central-text
         EVALUATE cdm-kind(cd-k)
           WHEN "E"
             MOVE cdm-value(cd-k) TO cd-central-text
           WHEN "C"
             STRING "<=" cdm-value(cd-k)
               DELIMITED BY SIZE INTO cd-central-text
         END-EVALUATE.

      * Every marked value with the change that put it there.
       4300-WRITE-DETAIL.
         MOVE SPACES TO cd-line
         PERFORM 4900-WRITE-LINE
         MOVE "Values that differ or are not honoured" TO cd-line
         PERFORM 4900-WRITE-LINE
         MOVE ALL "-" TO cd-line
         PERFORM 4900-WRITE-LINE
         IF cd-differ-count EQUAL TO 0
            AND cd-dishonour-count EQUAL TO 0 THEN
           MOVE "  none - the fleet matches" TO cd-line
           PERFORM 4900-WRITE-LINE
         END-IF
         PERFORM VARYING cd-c FROM 1 BY 1 UNTIL cd-c > reg-count
           PERFORM VARYING cd-k FROM 1 BY 1
           UNTIL cd-k > SETTING-COUNT
             IF cdc-published(cd-c) EQUAL TO 1
                AND cdv-mark(cd-c, cd-k) NOT EQUAL TO SPACE THEN
               PERFORM 4400-WRITE-DETAIL-LINE
             END-IF
           END-PERFORM
         END-PERFORM.

       4400-WRITE-DETAIL-LINE.
         PERFORM 4250-CENTRAL-TEXT
         MOVE SPACES TO cd-line
         MOVE 1 TO cd-ptr
         STRING cdv-mark(cd-c, cd-k) " " regt-name(cd-c)
           " [" regt-id(cd-c) "] " cds-key(cd-k)
           " " cdv-value(cd-c, cd-k)
           DELIMITED BY SIZE INTO cd-line WITH POINTER cd-ptr
         END-STRING
         IF cd-base > 0 THEN
           STRING " base " cdv-value(cd-base, cd-k)
             DELIMITED BY SIZE INTO cd-line WITH POINTER cd-ptr
           END-STRING
         END-IF
         IF cdm-kind(cd-k) NOT EQUAL TO SPACE THEN
           STRING " central " cd-central-text
             DELIMITED BY SIZE INTO cd-line WITH POINTER cd-ptr
           END-STRING
         END-IF
         EVALUATE TRUE
           WHEN cds-audit(cd-k) EQUAL TO SPACES
             STRING "  not on the audit trail"
               DELIMITED BY SIZE INTO cd-line WITH POINTER cd-ptr
             END-STRING
           WHEN cdv-at(cd-c, cd-k) EQUAL TO SPACES
             STRING "  no change on the audit trail"
               DELIMITED BY SIZE INTO cd-line WITH POINTER cd-ptr
             END-STRING
           WHEN OTHER
             STRING "  last set " cdv-at(cd-c, cd-k)
               " " FUNCTION TRIM(cdv-old(cd-c, cd-k))
               "->" FUNCTION TRIM(cdv-new(cd-c, cd-k))
               DELIMITED BY SIZE INTO cd-line WITH POINTER cd-ptr
             END-STRING
             IF cdv-by(cd-c, cd-k) NOT EQUAL TO SPACES THEN
               STRING " by " cdv-by(cd-c, cd-k)
                 DELIMITED BY SIZE INTO cd-line WITH POINTER cd-ptr
               END-STRING
             END-IF
         END-EVALUATE
         PERFORM 4900-WRITE-LINE.

       4500-WRITE-TOTALS.
         MOVE ALL "-" TO cd-line
         PERFORM 4900-WRITE-LINE
         MOVE reg-count TO cd-edit-1
         MOVE cd-published-count TO cd-edit-2
         MOVE SPACES TO cd-line
         STRING "Fleet: " DELIMITED BY SIZE
           FUNCTION TRIM(cd-edit-1) " cabinets, "
           FUNCTION TRIM(cd-edit-2) " published"
           DELIMITED BY SIZE INTO cd-line
         PERFORM 4900-WRITE-LINE
         MOVE cd-differ-count TO cd-edit-1
         MOVE cd-dishonour-count TO cd-edit-2
         MOVE SPACES TO cd-line
         STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(cd-edit-1) " values off the baseline, "
           FUNCTION TRIM(cd-edit-2) " managed values not honoured"
           DELIMITED BY SIZE INTO cd-line
         PERFORM 4900-WRITE-LINE.

       4900-WRITE-LINE.
         WRITE DRIFT-REPORT-RECORD FROM cd-line
         ADD 1 TO runlog-written.

      * Files a dated copy of the report just closed; a copy that
      * could not be filed is a warning, never a failure.
       9920-FILE-REPORT.
         MOVE "CONFIG-DRIFT" TO rptarc-program
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
         MOVE "CONFIG-DRIFT" TO runlog-program
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
       END PROGRAM CONFIG-DRIFT.

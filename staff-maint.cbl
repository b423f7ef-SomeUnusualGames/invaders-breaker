      * Compile and run on Windows:
      * cobc -xj staff-maint.cbl batch-runlog.cbl
      * Staff register maintenance for STAFF.DAT:
      *   staff-maint ADD <id> <role> <pin> <by> <name>
      *     id and pin are four digits; role A attendant,
      *     C collector, T technician, M manager
      *   staff-maint PIN <id> <pin> <by>
      *   staff-maint ROLE <id> <role> <by>
      *   staff-maint LEAVE <id> <by>
      *     the row stays (inactive) so old journal stamps resolve
      *   staff-maint LIST
      *     the register, without PINs
      * <by> is the manager making the change and must be an active
      * manager on the register; the very first ADD onto a register
      * with no active manager is allowed so a site can be set up,
      * and must itself add a manager. Every change is journalled
      * to CONFIG-AUDIT.DAT as src=STAFF, PINs masked, so it shows
      * in AUDIT-VIEW and is sealed with the other shop journals.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT STAFF-FILE ASSIGN TO "STAFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS staff-status.
         SELECT CONFIG-AUDIT-FILE ASSIGN TO "CONFIG-AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS config-audit-status.
       DATA DIVISION.
       FILE SECTION.
       FD STAFF-FILE.
         COPY staff-record.
       FD CONFIG-AUDIT-FILE.
         COPY config-audit-record.
       WORKING-STORAGE SECTION.
         COPY runlog-data.
       01 staff-maint-data.
         78 MAX-STAFF VALUE 50.
         05 staff-status PIC X(02) VALUE "00".
         05 config-audit-status PIC X(02) VALUE "00".
         05 command-line-args PIC X(120).
         05 sf-ptr PIC 9(03).
         05 sf-verb PIC X(08) VALUE SPACES.
         05 sf-id PIC X(05) VALUE SPACES.
         05 sf-arg PIC X(05) VALUE SPACES.
         05 sf-pin-text PIC X(05) VALUE SPACES.
         05 sf-by PIC X(05) VALUE SPACES.
         05 sf-name PIC X(20) VALUE SPACES.
         05 sf-role PIC X(01).
         05 sf-eof PIC 9 VALUE 0.
         05 sf-i PIC 9(02).
         05 sf-pos PIC 9(02) VALUE 0.
         05 sf-managers PIC 9(02) VALUE 0.
         05 sf-by-ok PIC 9 VALUE 0.
         05 sf-field PIC X(12).
         05 sf-old PIC X(06).
         05 sf-new PIC X(06).
         05 sf-role-text PIC X(10).
         05 sf-count PIC 9(02) VALUE 0.
         05 sf-table.
           10 sf-row OCCURS MAX-STAFF TIMES.
             15 sfr-record PIC X(30).
       PROCEDURE DIVISION.
       0000-MAINLINE.
         PERFORM 9900-RUNLOG-START
         ACCEPT command-line-args FROM COMMAND-LINE
         MOVE 1 TO sf-ptr
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO sf-verb
           WITH POINTER sf-ptr
         END-UNSTRING
         PERFORM 1000-LOAD-STAFF THRU 1000-EXIT
         EVALUATE sf-verb
           WHEN "ADD     "
             PERFORM 2000-ADD-STAFF THRU 2000-EXIT
           WHEN "PIN     "
           WHEN "ROLE    "
           WHEN "LEAVE   "
             PERFORM 3000-CHANGE-STAFF THRU 3000-EXIT
           WHEN "LIST    "
             PERFORM 4000-LIST-STAFF
           WHEN OTHER
             DISPLAY "Usage: staff-maint ADD <id> <role> <pin> <by> "
               "<name>" UPON SYSERR
             DISPLAY "       staff-maint PIN <id> <pin> <by>"
               UPON SYSERR
             DISPLAY "       staff-maint ROLE <id> <role> <by>"
               UPON SYSERR
             DISPLAY "       staff-maint LEAVE <id> <by>" UPON SYSERR
             DISPLAY "       staff-maint LIST" UPON SYSERR
             MOVE 8 TO RETURN-CODE
         END-EVALUATE
         PERFORM 9910-RUNLOG-END
         GOBACK.

       1000-LOAD-STAFF.
         MOVE 0 TO sf-count
         MOVE 0 TO sf-managers
         OPEN INPUT STAFF-FILE
         IF staff-status NOT EQUAL TO "00" THEN
           GO TO 1000-EXIT
         END-IF
         MOVE 0 TO sf-eof
         PERFORM UNTIL sf-eof EQUAL TO 1
           READ STAFF-FILE
             AT END
               MOVE 1 TO sf-eof
             NOT AT END
               ADD 1 TO runlog-read
               IF sf-count LESS THAN MAX-STAFF THEN
                 ADD 1 TO sf-count
                 MOVE STAFF-RECORD TO sfr-record(sf-count)
                 IF st-role EQUAL TO "M"
                    AND st-active EQUAL TO "Y" THEN
                   ADD 1 TO sf-managers
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE STAFF-FILE.
       1000-EXIT.
         EXIT.

       1100-SAVE-STAFF.
         OPEN OUTPUT STAFF-FILE
         PERFORM VARYING sf-i FROM 1 BY 1
         UNTIL sf-i > sf-count
           MOVE sfr-record(sf-i) TO STAFF-RECORD
           WRITE STAFF-RECORD
           ADD 1 TO runlog-written
         END-PERFORM
         CLOSE STAFF-FILE.

       1200-FIND-STAFF.
         MOVE 0 TO sf-pos
         PERFORM VARYING sf-i FROM 1 BY 1
         UNTIL sf-i > sf-count
           MOVE sfr-record(sf-i) TO STAFF-RECORD
           IF st-id EQUAL TO sf-id(1:4) THEN
             MOVE sf-i TO sf-pos
             MOVE sf-count TO sf-i
           END-IF
         END-PERFORM.

      * The acting manager; left in sf-by-ok (1 = may change the
      * register).
       1300-CHECK-BY.
         MOVE 0 TO sf-by-ok
         PERFORM VARYING sf-i FROM 1 BY 1
         UNTIL sf-i > sf-count
           MOVE sfr-record(sf-i) TO STAFF-RECORD
           IF st-id EQUAL TO sf-by(1:4)
              AND st-role EQUAL TO "M"
              AND st-active EQUAL TO "Y" THEN
             MOVE 1 TO sf-by-ok
           END-IF
         END-PERFORM
         IF sf-by-ok EQUAL TO 0 THEN
           DISPLAY "Not an active manager: " sf-by UPON SYSERR
           MOVE 8 TO RETURN-CODE
         END-IF.

       2000-ADD-STAFF.
         UNSTRING command-line-args DELIMITED BY ALL SPACE
           INTO sf-id sf-arg sf-pin-text sf-by
           WITH POINTER sf-ptr
         END-UNSTRING
         IF sf-ptr LESS THAN 120 THEN
           MOVE command-line-args(sf-ptr:) TO sf-name
         END-IF
         MOVE sf-arg(1:1) TO sf-role
         IF sf-id(1:4) IS NOT NUMERIC
            OR sf-id(5:1) NOT EQUAL TO SPACE THEN
           DISPLAY "Staff ID must be four digits" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         IF sf-pin-text(1:4) IS NOT NUMERIC
            OR sf-pin-text(5:1) NOT EQUAL TO SPACE THEN
           DISPLAY "PIN must be four digits" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         IF sf-role NOT EQUAL TO "A" AND sf-role NOT EQUAL TO "C"
            AND sf-role NOT EQUAL TO "T" AND sf-role NOT EQUAL TO "M"
            OR sf-arg(2:1) NOT EQUAL TO SPACE THEN
           DISPLAY "Role must be A, C, T or M" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         IF sf-by EQUAL TO SPACES THEN
           DISPLAY "ADD needs the manager making the change"
             UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         IF sf-managers EQUAL TO 0 THEN
           IF sf-role NOT EQUAL TO "M" THEN
             DISPLAY "The register has no manager - add one first"
               UPON SYSERR
             MOVE 8 TO RETURN-CODE
             GO TO 2000-EXIT
           END-IF
         ELSE
           PERFORM 1300-CHECK-BY
           IF sf-by-ok EQUAL TO 0 THEN
             GO TO 2000-EXIT
           END-IF
         END-IF
         PERFORM 1200-FIND-STAFF
         IF sf-pos GREATER THAN 0 THEN
           DISPLAY "Staff ID " sf-id(1:4) " is already on the "
             "register" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         IF sf-count NOT LESS THAN MAX-STAFF THEN
           DISPLAY "STAFF.DAT is full" UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 2000-EXIT
         END-IF
         MOVE SPACES TO STAFF-RECORD
         MOVE sf-id(1:4) TO st-id
         MOVE sf-pin-text(1:4) TO st-pin
         MOVE sf-role TO st-role
         MOVE "Y" TO st-active
         MOVE sf-name TO st-name
         ADD 1 TO sf-count
         MOVE STAFF-RECORD TO sfr-record(sf-count)
         PERFORM 1100-SAVE-STAFF
         MOVE "staff-add" TO sf-field
         MOVE sf-id(1:4) TO sf-old
         MOVE sf-role TO sf-new
         PERFORM 8000-JOURNAL
         DISPLAY "Staff " sf-id(1:4) " added".
       2000-EXIT.
         EXIT.

       3000-CHANGE-STAFF.
         IF sf-verb EQUAL TO "LEAVE   " THEN
           UNSTRING command-line-args DELIMITED BY ALL SPACE
             INTO sf-id sf-by
             WITH POINTER sf-ptr
           END-UNSTRING
         ELSE
           UNSTRING command-line-args DELIMITED BY ALL SPACE
             INTO sf-id sf-arg sf-by
             WITH POINTER sf-ptr
           END-UNSTRING
         END-IF
         PERFORM 1300-CHECK-BY
         IF sf-by-ok EQUAL TO 0 THEN
           GO TO 3000-EXIT
         END-IF
         PERFORM 1200-FIND-STAFF
         IF sf-pos EQUAL TO 0 THEN
           DISPLAY "No staff ID " sf-id UPON SYSERR
           MOVE 8 TO RETURN-CODE
           GO TO 3000-EXIT
         END-IF
         MOVE sfr-record(sf-pos) TO STAFF-RECORD
         MOVE st-id TO sf-old
         EVALUATE sf-verb
           WHEN "PIN     "
             IF sf-arg(1:4) IS NOT NUMERIC
                OR sf-arg(5:1) NOT EQUAL TO SPACE THEN
               DISPLAY "PIN must be four digits" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
             END-IF
             MOVE sf-arg(1:4) TO st-pin
             MOVE "staff-pin" TO sf-field
             MOVE "****" TO sf-new
           WHEN "ROLE    "
             MOVE sf-arg(1:1) TO sf-role
             IF sf-role NOT EQUAL TO "A" AND sf-role NOT EQUAL TO "C"
                AND sf-role NOT EQUAL TO "T"
                AND sf-role NOT EQUAL TO "M"
                OR sf-arg(2:1) NOT EQUAL TO SPACE THEN
               DISPLAY "Role must be A, C, T or M" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
             END-IF
             IF st-role EQUAL TO "M" AND sf-role NOT EQUAL TO "M"
                AND sf-managers LESS THAN 2 THEN
               DISPLAY "Cannot demote the last manager" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
             END-IF
             MOVE sf-role TO st-role
             MOVE "staff-role" TO sf-field
             MOVE sf-role TO sf-new
           WHEN OTHER
             IF st-role EQUAL TO "M" AND st-active EQUAL TO "Y"
                AND sf-managers LESS THAN 2 THEN
               DISPLAY "Cannot remove the last manager" UPON SYSERR
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
             END-IF
             MOVE "N" TO st-active
             MOVE "staff-leave" TO sf-field
             MOVE "N" TO sf-new
         END-EVALUATE
         MOVE STAFF-RECORD TO sfr-record(sf-pos)
         PERFORM 1100-SAVE-STAFF
         PERFORM 8000-JOURNAL
         DISPLAY "Staff " sf-old(1:4) " updated".
       3000-EXIT.
         EXIT.

       4000-LIST-STAFF.
         IF sf-count EQUAL TO 0 THEN
           DISPLAY "STAFF.DAT is empty - the shared operator PIN "
             "is in force"
         END-IF
         PERFORM VARYING sf-i FROM 1 BY 1
         UNTIL sf-i > sf-count
           MOVE sfr-record(sf-i) TO STAFF-RECORD
           EVALUATE st-role
             WHEN "A" MOVE "attendant" TO sf-role-text
             WHEN "C" MOVE "collector" TO sf-role-text
             WHEN "T" MOVE "technician" TO sf-role-text
             WHEN "M" MOVE "manager" TO sf-role-text
             WHEN OTHER MOVE "?" TO sf-role-text
           END-EVALUATE
           IF st-active EQUAL TO "Y" THEN
             DISPLAY st-id "  " sf-role-text "  " st-name
           ELSE
             DISPLAY st-id "  " sf-role-text "  " st-name "  (left)"
           END-IF
         END-PERFORM.

      * Same line shape as the cabinet's own config journal.
       8000-JOURNAL.
         OPEN EXTEND CONFIG-AUDIT-FILE
         IF config-audit-status NOT EQUAL TO "00" THEN
           OPEN OUTPUT CONFIG-AUDIT-FILE
         END-IF
         MOVE SPACES TO CONFIG-AUDIT-RECORD
         STRING FUNCTION CURRENT-DATE(1:8) "-"
           FUNCTION CURRENT-DATE(9:6)
           " src=" "STAFF "
           " field=" sf-field
           " old=" sf-old " new=" sf-new
           " by=" sf-by(1:4)
           DELIMITED BY SIZE INTO CONFIG-AUDIT-RECORD
         WRITE CONFIG-AUDIT-RECORD
         ADD 1 TO runlog-written
         CLOSE CONFIG-AUDIT-FILE.

       9900-RUNLOG-START.
         MOVE "STAFF-MAINT" TO runlog-program
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
       END PROGRAM STAFF-MAINT.

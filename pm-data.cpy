       01 pm-data.
      * PM-TASKS.DAT held in memory. pmr-mine marks the rows this
      * cabinet works to (its own, or a default it has no row for);
      * pmr-state is 0 not yet due, 1 due today (the interval has
      * just run out), 2 overdue or never done. Marking a task done
      * on the maintenance page writes the whole file back and a
      * P line on MAINT-LOG.DAT ("PM " and the task code).
         78 MAX-PM-ROWS VALUE 60.
         05 pm-tasks-status PIC X(02) VALUE "00".
         05 pm-eof PIC 9.
         05 pm-i PIC 9(02).
         05 pm-j PIC 9(02).
         05 pm-key PIC 9.
         05 pm-sel PIC 9(02) VALUE 0.
         05 pm-count PIC 9(02) VALUE 0.
         05 pm-mine-count PIC 9(02) VALUE 0.
         05 pm-due-count PIC 9(02) VALUE 0.
         05 pm-overdue-count PIC 9(02) VALUE 0.
         05 pm-today-int PIC 9(07).
         05 pm-date-num PIC 9(08).
         05 pm-days PIC 9(05).
         05 pm-edit PIC Z9.
         05 pm-edit-2 PIC Z9.
         05 pm-interval-edit PIC ZZ9.
         05 pm-state-text PIC X(08).
         05 pm-line PIC X(50).
         05 pm-last-line PIC X(50) VALUE SPACES.
         05 pm-table.
           10 pm-row OCCURS MAX-PM-ROWS TIMES.
             15 pmr-code PIC X(04).
             15 pmr-desc PIC X(20).
             15 pmr-interval PIC 9(03).
             15 pmr-cabinet PIC X(06).
             15 pmr-last-done PIC X(08).
             15 pmr-last-staff PIC X(04).
             15 pmr-mine PIC 9.
             15 pmr-state PIC 9.

       01 record-book-data.
      * All-time records book: RECORDS-BOOK (the nightly back-office
      * step) keeps RECORDS.DAT and its RECORD-HISTORY.DAT
      * progression; the idle screen's leaderboard rotation shows
      * the book.
         78 MAX-BOOK-RECORDS VALUE 90.
         05 record-book-status PIC X(02) VALUE "00".
         05 rbk-i PIC 9(03).
         05 rbk-count PIC 9(03) VALUE 0.
         05 rbk-eof PIC 9.
         05 rbk-line PIC X(60).
         05 rbk-label PIC X(24).
         05 rbk-y PIC 9(03).
         05 rbk-int-edit PIC ZZZZZZ9.
         05 rbk-time-edit PIC ZZZZZZ9.99.
         05 rbk-wave-num PIC 9(03).
         05 rbk-wave-edit PIC ZZ9.
         05 record-book-table.
           10 rbk-entry OCCURS MAX-BOOK-RECORDS TIMES.
             15 rbt-category PIC X(08).
             15 rbt-param PIC X(03).
             15 rbt-holder PIC X(07).
             15 rbt-value PIC 9(07)V9(02).
             15 rbt-date PIC X(08).
             15 rbt-cabinet PIC X(06).

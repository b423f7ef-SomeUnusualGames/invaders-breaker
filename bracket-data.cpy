       01 bracket-data.
      * Friday knockout events: BRACKET (batch) registers and seeds
      * the field into BRACKET.DAT; the cabinet shows the bracket
      * on the idle screen, 4 calls the next pending pairing into
      * alternating versus (seat 1 = side 1), and the match result
      * advances the winner. The final prints the event sheet on
      * the ticket spool.
         78 MAX-BRACKET-ROWS VALUE 15.
         05 bracket-status PIC X(02) VALUE "00".
         05 bracket-count PIC 9(02) VALUE 0.
         05 bracket-rounds PIC 9(01) VALUE 0.
         05 bracket-next PIC 9(02) VALUE 0.
         05 bracket-armed PIC 9(02) VALUE 0.
         05 bracket-key PIC 9.
         05 bracket-i PIC 9(02).
         05 bracket-j PIC 9(02).
         05 bracket-target PIC 9(02).
         05 bracket-x PIC 9(03).
         05 bracket-y PIC 9(03).
         05 bracket-seat PIC 9(01).
         05 bracket-seed PIC 9(02).
         05 bracket-champion PIC X(03) VALUE SPACES.
         05 bracket-line PIC X(40).
         05 bracket-edit-1 PIC ZZZZZ9.
         05 bracket-edit-2 PIC ZZZZZ9.
         05 bracket-table.
           10 bracket-row OCCURS MAX-BRACKET-ROWS TIMES.
             15 bkt-event-date PIC X(08).
             15 bkt-round PIC 9(01).
             15 bkt-match PIC 9(02).
             15 bkt-seed-1 PIC 9(02).
             15 bkt-side-1 PIC X(03).
             15 bkt-seed-2 PIC 9(02).
             15 bkt-side-2 PIC X(03).
             15 bkt-score-1 PIC 9(06).
             15 bkt-score-2 PIC 9(06).
             15 bkt-winner PIC X(03).
             15 bkt-status PIC X(01).

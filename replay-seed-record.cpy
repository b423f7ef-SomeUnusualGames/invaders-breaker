       01 REPLAY-SEED-RECORD.
         05 rs-seed PIC 9(09).
      * Date and start= stamp of the run the track belongs to, so
      * the saved replay can be matched to its SESSION-LOG header.
         05 rs-run-date PIC X(08).
         05 rs-run-start PIC X(06).
      * An endless run's wave is dealt from the seed and its depth
      * and starts from the score carried into it; both are zero
      * for any other run, and older lines read as spaces.
         05 rs-endless-depth PIC 9(03).
         05 rs-endless-base PIC 9(06).
      * Run ID of the run the track belongs to; spaces on older
      * lines, which match on date and start= stamp as before.
         05 rs-run-id PIC X(20).

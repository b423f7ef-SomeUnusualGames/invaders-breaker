         05 hs-base PIC 9(03) VALUE 10.
         05 hs-load-count PIC 9(03).
         05 hs-max-rank PIC 9(03).
         05 lb-page PIC 9(02) VALUE 0.
         05 lb-page-key PIC 9.
         05 lb-diff-ch PIC X(01).
         05 lb-promo-tag PIC X(03).
             15 hst-seed PIC 9(09) VALUE 0.
             15 hst-track PIC 9(04) VALUE 0.
             15 hst-attest PIC 9(04) VALUE 0.
      * Run ID of the run that set the entry, kept beside its
      * evidence; spaces on rows from before run IDs.
             15 hst-run-id PIC X(20) VALUE SPACES.

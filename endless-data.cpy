       01 endless-data.
      * Endless survival: F5 on the idle screen arms it, and it
      * stays armed run after run until F5 again. Every wave is
      * built from the run seed and the wave's depth instead of
      * read from LEVELS.DAT - more cells, harder cells, busier
      * movement and faster fire the deeper the run goes - so the
      * same seed always deals the same waves and the replay and
      * attestation machinery holds. A run files to
      * ENDLESS-BOARD.DAT when it ends, never to HISCORE.DAT.
         78 MAX-ENDLESS-BOARD VALUE 10.
      * Every fifth wave brings the boss row.
         78 ENDLESS-BOSS-EVERY VALUE 5.
         05 endless-status PIC X(02) VALUE "00".
         05 endless-mode PIC 9 VALUE 0.
         05 endless-key PIC 9.
         05 endless-depth PIC 9(03) VALUE 1.
         05 endless-seed PIC 9(09) VALUE 1.
      * Score carried into the wave being played: the replay of the
      * wave starts from it.
         05 endless-base PIC 9(06) VALUE 0.
      * Wave generator. It walks its own Park-Miller state, opened
      * from seed and depth, so building a wave never moves the
      * run's rng-state and any wave can be rebuilt on its own.
         05 endless-gen PIC 9(18).
         05 endless-roll PIC 9(03).
         05 endless-fill-pct PIC 9(03).
         05 endless-hard-pct PIC 9(03).
         05 endless-blast-pct PIC 9(03).
         05 endless-hp-bonus PIC 9 VALUE 0.
         05 endless-fire-calc PIC S9(03).
         05 endless-live PIC 9(03).
         05 endless-i PIC 9(03).
         05 endless-insert-pos PIC 9(02).
         05 endless-count PIC 9(02) VALUE 0.
         05 endless-line PIC X(50).
         05 endless-y PIC 9(03).
         05 endless-rank-edit PIC Z9.
         05 endless-depth-edit PIC ZZ9.
         05 endless-score-edit PIC ZZZZZ9.
         05 endless-board.
           10 eb-entry OCCURS MAX-ENDLESS-BOARD TIMES.
             15 ebt-initials PIC X(03).
             15 ebt-depth PIC 9(03).
             15 ebt-score PIC 9(06).
             15 ebt-date PIC X(08).
             15 ebt-seed PIC 9(09).
             15 ebt-base PIC 9(06).
             15 ebt-track PIC 9(04).
             15 ebt-attest PIC 9(04).
             15 ebt-difficulty PIC 9(01).
             15 ebt-promo PIC 9(01).

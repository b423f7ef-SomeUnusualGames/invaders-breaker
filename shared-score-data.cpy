         05 ss-keep-count PIC 9(03).
         05 wld-i PIC 9(03).
         05 wld-insert-pos PIC 9(03).
      * Ceiling bookkeeping for telemetry: entries that fell off the
      * bottom of the worldwide table (logged only when the figure
      * moves, since every sync rebuilds the same table), and local
      * rows JOURNAL-CAPPED-ROWS found shut out of a full ledger.
         05 wld-dropped PIC 9(03) VALUE 0.
         05 wld-dropped-last PIC 9(03) VALUE 0.
         05 sync-capped-count PIC 9(03) VALUE 0.
      * This cabinet's rows as they stood before a push, so an
      * entry pushed again keeps the stamp it was first posted with.
         05 sync-own-count PIC 9(03) VALUE 0.
         05 sync-own-table.
           10 sync-own OCCURS MAX-SHARED-ENTRIES TIMES.
             15 sot-initials PIC X(03).
             15 sot-score PIC 9(06).
             15 sot-posted PIC X(14).
         05 shared-table.
           10 ss-entry OCCURS MAX-SHARED-ENTRIES TIMES
              INDEXED BY sst-i.
             15 sst-seed PIC 9(09) VALUE 0.
             15 sst-track PIC 9(04) VALUE 0.
             15 sst-attest PIC 9(04) VALUE 0.
             15 sst-posted PIC X(14) VALUE SPACES.
             15 sst-run-id PIC X(20) VALUE SPACES.
         05 worldwide-table.
           10 wld-entry OCCURS WORLD-MAX-HISCORES TIMES
              INDEXED BY wldt-i.

       01 SEAL-MANIFEST-RECORD.
      * One line per sealed journal month, append-only, written by
      * JOURNAL-SEAL. sl-digest is the rolling character digest of
      * every line moved into the archive and sl-lines their count;
      * sl-seal chains each line to the one before it (sl-prev-seal)
      * the way the coin-audit checksum chains ledger lines, so
      * neither an archive nor a manifest line can be altered or
      * dropped without the verify pass noticing.
         05 sl-journal PIC X(20).
         05 sl-month PIC X(06).
         05 sl-archive PIC X(24).
         05 sl-lines PIC 9(07).
         05 sl-digest PIC 9(10).
         05 sl-prev-seal PIC 9(10).
         05 sl-seal PIC 9(10).
         05 sl-sealed-on PIC X(08).

       01 SETTLEMENT-RECORD.
      * One settled month per venue, append-only: the figures the
      * statement was settled on, which way the balance runs (H
      * the operator pays the host, O the host pays the operator)
      * and when it was settled. VENUE-SETTLE never settles a venue
      * and month twice; a settled statement is reprinted from
      * this line.
         05 se-venue PIC X(06).
         05 se-month PIC X(06).
         05 se-takings PIC 9(07)V9(02).
         05 se-deductions PIC 9(07)V9(02).
         05 se-host-share PIC 9(07)V9(02).
         05 se-owed PIC 9(07)V9(02).
         05 se-direction PIC X(01).
         05 se-settled-on PIC X(08).
         05 se-staff PIC X(04).

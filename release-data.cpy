       01 release-data.
      * This build's identity and the shared-ledger format it
      * writes; both move with every release. The mount's format
      * comes off the L line of RELEASES.DAT (0 while there is
      * none), and a mismatch holds every push: CLAIM-SHARED-LEDGER
      * is refused, so each push queues on the outbox as it does
      * when the lock is busy, until the cabinet is updated.
         05 build-id PIC X(10) VALUE "IB-2.6.0".
         05 build-ledger-format PIC 9(02) VALUE 3.
         05 release-status PIC X(02) VALUE "00".
         05 build-report-status PIC X(02) VALUE "00".
         05 build-report-name PIC X(24) VALUE SPACES.
         05 release-format PIC 9(02) VALUE 0.
         05 release-held PIC 9 VALUE 0.
         05 release-was-held PIC 9 VALUE 0.
         05 release-eof PIC 9.
         05 release-edit-1 PIC Z9.
         05 release-edit-2 PIC Z9.

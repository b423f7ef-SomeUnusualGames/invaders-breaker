       01 RELEASE-RECORD.
      * RELEASES.DAT on the shared mount, kept by head office:
      *   L  rl-format is the shared-ledger format the files on the
      *      mount are in now. A cabinet whose build writes another
      *      format holds every push until it is updated.
      *   B  an approved build, the ledger format it writes, and
      *      the ring that should be running it; a ring's target is
      *      its last B line still approved. rl-state W withdraws
      *      a build: cabinets on it count as unapproved.
      *   C  puts cabinet rl-cabinet in ring rl-ring. A cabinet on
      *      no C line is in ring FLEET.
      *   "L            04"
      *   "B IB-2.6.0   03 FLEET    A"
      *   "C CAB001        CANARY"
         05 rl-type PIC X(01).
         05 FILLER PIC X(01).
         05 rl-build PIC X(10).
         05 rl-cabinet REDEFINES rl-build PIC X(10).
         05 FILLER PIC X(01).
         05 rl-format PIC 9(02).
         05 FILLER PIC X(01).
         05 rl-ring PIC X(08).
         05 FILLER PIC X(01).
         05 rl-state PIC X(01).

       01 HBHIST-RECORD.
      * Heartbeat history, one compact line per event, appended to
      * HBHIST-<cabinet>.DAT on the shared mount beside the
      * HEARTBEAT-<cabinet>.DAT snapshot the same call overwrites.
      *   H  a heartbeat: uptime seconds, plays today, errors,
      *      self-test flag, as on the snapshot
      *   M  a MAINT-LOG.DAT incident event mirrored from the
      *      cabinet: code, O/C state and staff ID
      * An H line also carries the frames run and the slow frames
      * among them since the heartbeat before, in the five frame
      * buckets of frame-data.cpy (blank on M lines).
      * The availability report reads the H lines as minutes the
      * cabinet was reporting and puts the M lines against gaps.
         05 hh-type PIC X(01).
         05 hh-date PIC X(08).
         05 hh-time PIC X(06).
         05 hh-detail PIC X(17).
         05 hh-heartbeat REDEFINES hh-detail.
           10 hh-up PIC 9(07).
           10 hh-plays PIC 9(05).
           10 hh-errors PIC 9(04).
           10 hh-selftest PIC X(01).
         05 hh-maint REDEFINES hh-detail.
           10 hh-mnt-code PIC X(01).
           10 hh-mnt-state PIC X(01).
           10 hh-mnt-staff PIC X(04).
           10 FILLER PIC X(11).
         05 hh-frame-counts.
           10 hh-frame-bucket OCCURS 5 TIMES.
             15 hh-bucket-frames PIC 9(06).
             15 hh-bucket-slow PIC 9(05).

       01 workorder-data.
      * Open work orders, held in memory so the heartbeat can tell
      * whether a tripped rule or threshold already has one. A
      * change to an order (taken, closed) rewrites WORKORDERS.DAT
      * through WORKORDERS.TMP, the same way the voucher file is
      * rewritten.
         78 MAX-OPEN-ORDERS VALUE 20.
         05 workorders-status PIC X(02) VALUE "00".
         05 workorders-temp-status PIC X(02) VALUE "00".
         05 wko-eof PIC 9.
         05 wko-i PIC 9(02).
         05 wko-pos PIC 9(02).
         05 wko-key PIC 9.
         05 wko-sel PIC 9(02) VALUE 1.
         05 wko-next-number PIC 9(06) VALUE 1.
         05 wko-open-count PIC 9(02) VALUE 0.
         05 wko-new-type PIC X(01).
         05 wko-new-source PIC X(08).
         05 wko-new-incident PIC X(01).
         05 wko-upd-number PIC 9(06).
         05 wko-upd-tech PIC X(04).
         05 wko-upd-close PIC 9.
         05 wko-line PIC X(50).
         05 wko-last-line PIC X(50) VALUE SPACES.
         05 wko-count-edit PIC Z9.
         05 wko-open-table.
           10 wko-open OCCURS MAX-OPEN-ORDERS TIMES.
             15 wkt-number PIC 9(06).
             15 wkt-source-type PIC X(01).
             15 wkt-source PIC X(08).
             15 wkt-incident PIC X(01).
             15 wkt-opened-date PIC X(08).
             15 wkt-tech PIC X(04).

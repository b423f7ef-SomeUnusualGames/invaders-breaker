       01 central-config-data.
         05 central-config-status PIC X(02) VALUE "00".
         05 central-adopted PIC 9.
      * The cabinet's published copies of CONFIG.DAT and its
      * CONFIG-AUDIT.DAT trail on the mount, for the drift report.
         05 pubcfg-from-name PIC X(24).
         05 pubcfg-stem PIC X(09).
         05 pubcfg-tmp-name PIC X(24).
         05 pubcfg-dat-name PIC X(24).
         05 pubcfg-status PIC S9(09) BINARY.

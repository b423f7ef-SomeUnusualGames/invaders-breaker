       01 LEVEL-REV-RECORD.
      * One line per editor save of a wave, appended and never
      * rewritten, so every layout a level has ever had can be
      * listed and rolled back to with LEVELS-MAINT. A level that
      * already had a layout before its first tracked save gets
      * that layout archived first, as its revision 0 (who ----).
         05 lv-num PIC 9(03).
         05 lv-rev PIC 9(03).
         05 lv-date PIC X(08).
         05 lv-time PIC X(06).
         05 lv-who PIC X(04).
         05 lv-enemies PIC 9(03).
         05 lv-fire-bonus PIC S9(02).
         05 lv-movement PIC 9(01).
         05 lv-pattern PIC X(75).
         05 lv-budget PIC 9(01).
         05 lv-par PIC 9(01).

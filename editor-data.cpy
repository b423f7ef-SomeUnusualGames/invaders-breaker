         05 ed-char PIC X(01).
         05 editor-level-edit PIC ZZ9.
         05 editor-hint-line PIC X(60).
      * Revision bookkeeping for LEVEL-REVS.DAT at save time.
         05 level-revs-status PIC X(02) VALUE "00".
         05 editor-rev-eof PIC 9 VALUE 0.
         05 editor-rev-seen PIC 9 VALUE 0.
         05 editor-max-rev PIC 9(03) VALUE 0.
         05 editor-next-rev PIC 9(03) VALUE 0.
         05 editor-enemies PIC 9(03) VALUE 0.
         05 editor-arch-found PIC 9 VALUE 0.
         05 editor-arch-rev PIC 9(03).
         05 editor-arch-who PIC X(04).
         05 editor-arch-pattern PIC X(75).
         05 editor-arch-bonus PIC S9(02).
         05 editor-arch-move PIC 9(01).
      * Puzzle launch budget (0 = ordinary wave) and par.
         05 editor-budget PIC 9(01) VALUE 0.
         05 editor-par PIC 9(01) VALUE 0.
         05 editor-arch-budget PIC 9(01).
         05 editor-arch-par PIC 9(01).

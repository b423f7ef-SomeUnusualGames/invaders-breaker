         05 degraded-audio PIC 9 VALUE 0.
         05 degraded-render PIC 9 VALUE 0.
         05 degraded-levels PIC 9 VALUE 0.
         05 degraded-clock PIC 9 VALUE 0.
         05 degraded-release PIC 9 VALUE 0.
         05 degraded-any PIC 9 VALUE 0.
         05 degraded-line PIC X(50).
         05 err-edit PIC ZZZ9.

      * already completed itself (RESTART=Y on RUNPARM.DAT overrides
      * the already-complete check only). The close step requires the
      * feedcons flag only for feed cycles, then rolls the cycle date
      * to the next processing date on the calendar and resets every
      * flag to N. The calendar also marks the new cycle month-end
      * (M) or year-end (Y), so a report can be set to run only on
      * those cycles. A cycle whose date was already past when it was
      * opened is a catch-up cycle; the count says how many further
      * processing dates are still waiting behind it.
       01  Cycle-Control-Line.
           02  Cycle-Date              PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  Cycle-Audarch-Done      PIC X.
           02  Cycle-Input-Mode        PIC X.
               88  FEED-CYCLE                      VALUE 'F'.
           02  FILLER                  PIC X       VALUE ','.
           02  Cycle-Period-End        PIC X.
               88  MONTH-END-CYCLE                 VALUE 'M' 'Y'.
               88  YEAR-END-CYCLE                  VALUE 'Y'.
           02  Cycle-Catch-Up          PIC X.
               88  CATCH-UP-CYCLE                  VALUE 'Y'.
           02  Cycle-Dates-Behind      PIC 9(3).

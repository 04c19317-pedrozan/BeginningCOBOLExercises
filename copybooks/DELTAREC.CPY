      * HR delta extract record layout, written by the change-only
      * extract step that compares the master against its latest
      * generation. One detail line per employee whose record moved:
      * the action (A add, C change, T terminate, R reactivate,
      * D delete), the key, the name and birth date before and after
      * (spaces on the side that does not exist), and the status and
      * termination date as they now stand. The file closes with one
      * trailer line per action code carrying its detail count.
       01  Delta-Line.
           02  Dlt-Action              PIC X.
           02  FILLER                  PIC X       VALUE ','.
           02  Dlt-Emp-ID              PIC X(6).
           02  FILLER                  PIC X       VALUE ','.
           02  Dlt-Old-Name            PIC X(25).
           02  FILLER                  PIC X       VALUE ','.
           02  Dlt-Old-BirthDate       PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  Dlt-New-Name            PIC X(25).
           02  FILLER                  PIC X       VALUE ','.
           02  Dlt-New-BirthDate       PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  Dlt-Emp-Status          PIC X.
           02  FILLER                  PIC X       VALUE ','.
           02  Dlt-Term-Date           PIC X(8).

       01  Delta-Trailer-Line.
           02  DTR-Tag                 PIC X(7)    VALUE "TRAILER".
           02  FILLER                  PIC X       VALUE ','.
           02  DTR-Action              PIC X.
           02  FILLER                  PIC X       VALUE ','.
           02  DTR-Count               PIC 9(7).

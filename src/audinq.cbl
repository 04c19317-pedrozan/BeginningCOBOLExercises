           02  GC-Retain               PIC 99.

       FD  Generation-File.
       01  Generation-Record           PIC X(82).

       FD  Audit-Log-File.
       01  Audit-Record                PIC X(82).

       FD  Print-File.
       01  Print-Line                  PIC X(132).
           02  FILLER                  PIC X(12)   VALUE "RUN DATE".
           02  FILLER                  PIC X(10)   VALUE "RUN TIME".
           02  FILLER                  PIC X(24)   VALUE "DISPOSITION".
           02  FILLER                  PIC X(10)   VALUE "SOURCE".
           02  FILLER                  PIC X(12)   VALUE "ENTERED BY".
           02  FILLER                  PIC X(11)   VALUE "APPROVED BY".

       01  Detail-Line.
           02  DL-Emp-ID               PIC X(6).
           02  DL-Disposition          PIC X(20).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-Source               PIC X(3).
           02  FILLER                  PIC X(7)    VALUE SPACES.
           02  DL-Entered-By           PIC X(8).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-Approved-By          PIC X(8).

       01  Trailer-Line.
           02  FILLER                  PIC X(20)   VALUE
           MOVE Audit-Run-Time TO DL-Run-Time
           MOVE Audit-Disposition TO DL-Disposition
           MOVE Audit-Source TO DL-Source
           MOVE Audit-Entered-By TO DL-Entered-By
           MOVE Audit-Approved-By TO DL-Approved-By
           WRITE Print-Line FROM Detail-Line
           ADD 1 TO WS-Line-Count.


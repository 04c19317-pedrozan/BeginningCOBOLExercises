       01  Extract-Record              PIC X(43).

       FD  Audit-Log-File.
       01  Audit-Record                PIC X(82).

       FD  Print-File.
       01  Print-Line                  PIC X(132).

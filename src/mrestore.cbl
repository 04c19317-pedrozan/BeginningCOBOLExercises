           02  BD-Term-Date            PIC X(8).

       FD  Audit-Log-File.
       01  Audit-Record                PIC X(82).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.

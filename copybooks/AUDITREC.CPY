      * Audit log line layout, shared by the programs that write
      * and read AUDITLOG.DAT. The entered-by and approved-by user
      * ids are filled in only on master maintenance lines; every
      * other line carries spaces there.
       01  Audit-Line.
           02  Audit-Seq                PIC 9(7).
           02  FILLER                   PIC X       VALUE ','.
           02  Audit-Disposition        PIC X(20).
           02  FILLER                   PIC X       VALUE ','.
           02  Audit-Source             PIC X(3).
           02  FILLER                   PIC X       VALUE ','.
           02  Audit-Entered-By         PIC X(8)    VALUE SPACES.
           02  FILLER                   PIC X       VALUE ','.
           02  Audit-Approved-By        PIC X(8)    VALUE SPACES.

      * Pending master-maintenance transaction layout, shared by the
      * approval program that queues and decides transactions on
      * MAINTPND.DAT and the maintenance run that applies them. Each
      * line carries a queue sequence number, the approval status
      * (P pending, A approved, D declined, R self-approval refused
      * and waiting for a different approver), the user who entered
      * it and when, the user who decided it and when, and the
      * transaction exactly as keyed on MAINTTRAN.DAT. Only an A line
      * whose approver differs from its maker is ever applied.
       01  Maint-Pending-Line.
           02  MP-Seq                  PIC 9(6).
           02  FILLER                  PIC X       VALUE ','.
           02  MP-Status               PIC X.
               88  MP-PENDING                      VALUE 'P'.
               88  MP-APPROVED                     VALUE 'A'.
               88  MP-DECLINED                     VALUE 'D'.
               88  MP-SELF-REFUSED                 VALUE 'R'.
           02  FILLER                  PIC X       VALUE ','.
           02  MP-Entered-By           PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  MP-Entered-Date         PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  MP-Approver             PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  MP-Decided-Date         PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  MP-Trans.
               03  MT-Trans-Code       PIC X.
               03  MT-Emp-ID           PIC X(6).
               03  MT-Emp-Name         PIC X(25).
               03  MT-BirthDate        PIC X(8).
               03  MT-New-Month        PIC 99.
               03  MT-New-Day          PIC 99.
               03  MT-Eff-Date         PIC X(8).
               03  MT-Merge-ID         PIC X(6).

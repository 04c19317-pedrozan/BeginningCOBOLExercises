      * Benefit milestone notice record layout, written by the
      * milestone notice program for the benefits mail vendor. One
      * detail line per active employee who reaches a milestone age
      * in the plan year: the plan year, the milestone age, the
      * CCYYMMDD date it is reached, the key, the name and the
      * CCYYMMDD birth date. The file closes with one trailer line
      * per milestone age in the run's table carrying its detail
      * count, zero where nobody reaches that age.
       01  Notice-Line.
           02  Ntc-Plan-Year           PIC 9(4).
           02  FILLER                  PIC X       VALUE ','.
           02  Ntc-Milestone-Age       PIC 9(3).
           02  FILLER                  PIC X       VALUE ','.
           02  Ntc-Milestone-Date      PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  Ntc-Emp-ID              PIC X(6).
           02  FILLER                  PIC X       VALUE ','.
           02  Ntc-Emp-Name            PIC X(25).
           02  FILLER                  PIC X       VALUE ','.
           02  Ntc-BirthDate           PIC X(8).

       01  Notice-Trailer-Line.
           02  NTR-Tag                 PIC X(7)    VALUE "TRAILER".
           02  FILLER                  PIC X       VALUE ','.
           02  NTR-Plan-Year           PIC 9(4).
           02  FILLER                  PIC X       VALUE ','.
           02  NTR-Milestone-Age       PIC 9(3).
           02  FILLER                  PIC X       VALUE ','.
           02  NTR-Count               PIC 9(7).

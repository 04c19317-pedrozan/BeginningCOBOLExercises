       IDENTIFICATION DIVISION.
       PROGRAM-ID. benelig.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BirthDate-File ASSIGN TO "BIRTHDATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BD-Emp-ID
               ALTERNATE RECORD KEY IS BD-Emp-Name
                   WITH DUPLICATES
               FILE STATUS IS WS-BirthDate-Status.

           SELECT Notice-Parm-File ASSIGN TO "BENELIG.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

           SELECT Notice-Out-File ASSIGN TO "BENELIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Notice-Status.

           SELECT Print-File ASSIGN TO "BENELIG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

           SELECT Sort-File ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  BirthDate-File.
       01  BirthDate-Record.
           02  BD-Emp-ID               PIC X(6).
           02  BD-Emp-Name             PIC X(25).
           02  BD-BirthDate            PIC X(8).
           02  BD-Emp-Status           PIC X.
           02  BD-Term-Date            PIC X(8).

       FD  Notice-Parm-File.
       01  Notice-Parm-Record          PIC X(80).

       FD  Notice-Out-File.
       01  Notice-Record               PIC X(59).

       FD  Print-File.
       01  Print-Line                  PIC X(132).

       SD  Sort-File.
       01  Sort-Record.
           02  SR-Milestone-Age        PIC 9(3).
           02  SR-Milestone-Date       PIC 9(8).
           02  SR-Emp-ID               PIC X(6).
           02  SR-Emp-Name             PIC X(25).
           02  SR-BirthDate            PIC X(8).

       WORKING-STORAGE SECTION.
           COPY BIRTHREC.
           COPY PERSONREC.
           COPY NOTICREC.

       01  WS-BirthDate-Status         PIC XX.
       01  WS-Parm-Status              PIC XX.
       01  WS-Notice-Status            PIC XX.
       01  WS-Print-Status             PIC XX.

       01  WS-End-Of-File-Flag         PIC X       VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       01  WS-Sort-EOF-Flag            PIC X       VALUE 'N'.
           88  SORT-EOF                            VALUE 'Y'.
       01  WS-Parm-EOF-Flag            PIC X       VALUE 'N'.
           88  PARM-EOF                            VALUE 'Y'.
       01  WS-Parm-Error-Flag          PIC X       VALUE 'N'.
           88  PARM-ERROR                          VALUE 'Y'.
       01  WS-Parm-Numeric-Flag        PIC X       VALUE 'N'.
           88  PARM-VALUE-NUMERIC                  VALUE 'Y'.
       01  WS-Parm-Keyword             PIC X(20).
       01  WS-Parm-Value               PIC X(20).
       01  WS-Parm-Number              PIC 9(7).
       01  WS-Parm-Sub                 PIC 99.
       01  WS-Parm-Digit-X             PIC X.
       01  WS-Parm-Digit-9 REDEFINES WS-Parm-Digit-X
                                       PIC 9.

       01  WS-Run-Date.
           02  WS-Run-Century          PIC 99.
           02  WS-Run-Year             PIC 99.
           02  WS-Run-Month            PIC 99.
           02  WS-Run-Day              PIC 99.

       01  WS-Run-Full-Year            PIC 9(4).
       01  WS-Plan-Year                PIC 9(4).
       01  WS-Birth-Full-Year          PIC 9(4).
       01  WS-Age-Reached              PIC 9(3).
       01  WS-Mile-Year                PIC 9(4).
       01  WS-Mile-Month               PIC 99.
       01  WS-Mile-Day                 PIC 99.

      *    THE MILESTONE AGES, KEPT IN ASCENDING ORDER. THE DEFAULTS
      *    ARE 50 FOR RETIREMENT CATCH-UP CONTRIBUTIONS, 55, 65 FOR
      *    MEDICARE AND 73 FOR REQUIRED MINIMUM DISTRIBUTIONS; THE
      *    FIRST MILESTONE-AGE CARD REPLACES THE WHOLE DEFAULT SET.
       01  WS-Milestone-Max            PIC 99      VALUE 10.
       01  WS-Milestone-Count          PIC 99      VALUE 4.
       01  WS-Milestone-Sub            PIC 99.
       01  WS-Milestone-Cur-Sub        PIC 99.
       01  WS-Milestone-Values.
           02  FILLER                  PIC 9(3)    VALUE 50.
           02  FILLER                  PIC 9(3)    VALUE 55.
           02  FILLER                  PIC 9(3)    VALUE 65.
           02  FILLER                  PIC 9(3)    VALUE 73.
           02  FILLER                  PIC 9(3)    VALUE ZERO.
           02  FILLER                  PIC 9(3)    VALUE ZERO.
           02  FILLER                  PIC 9(3)    VALUE ZERO.
           02  FILLER                  PIC 9(3)    VALUE ZERO.
           02  FILLER                  PIC 9(3)    VALUE ZERO.
           02  FILLER                  PIC 9(3)    VALUE ZERO.
       01  WS-Milestone-Table REDEFINES WS-Milestone-Values.
           02  WS-MS-Age               PIC 9(3) OCCURS 10 TIMES.
       01  WS-Milestone-Totals.
           02  WS-MS-Count             PIC 9(7) OCCURS 10 TIMES.
       01  WS-Ages-Card-Flag           PIC X       VALUE 'N'.
           88  AGES-FROM-CARD                      VALUE 'Y'.
       01  WS-Duplicate-Age-Flag       PIC X       VALUE 'N'.
           88  DUPLICATE-AGE                       VALUE 'Y'.
       01  WS-Slot-Found-Flag          PIC X       VALUE 'N'.
           88  SLOT-FOUND                          VALUE 'Y'.

       01  WS-Src-Plan-Year            PIC X(8)    VALUE "DEFAULT".
       01  WS-Src-Milestones           PIC X(8)    VALUE "DEFAULT".

       01  WS-Leap-Year-Flag           PIC X       VALUE 'N'.
           88  LEAP-YEAR                           VALUE 'Y'.
       01  WS-Leap-Work-Year           PIC 9(4).

       01  WS-Master-Read              PIC 9(7)    VALUE ZERO.
       01  WS-Terminated-Skipped       PIC 9(7)    VALUE ZERO.
       01  WS-Unusable-Skipped         PIC 9(7)    VALUE ZERO.
       01  WS-Notices-Written          PIC 9(7)    VALUE ZERO.
       01  WS-Group-Age                PIC 9(3)    VALUE ZERO.
       01  WS-Group-Count              PIC 9(7)    VALUE ZERO.

       01  WS-Line-Count               PIC 99      VALUE 99.
       01  WS-Page-Number              PIC 9(4)    VALUE ZERO.
       01  WS-Lines-Per-Page           PIC 99      VALUE 50.

       01  Report-Header-1.
           02  FILLER                  PIC X(10)   VALUE "BENELIG".
           02  FILLER                  PIC X(30)   VALUE
               "BENEFIT AGE MILESTONE REPORT".
           02  FILLER                  PIC X(10)   VALUE "PAGE".
           02  RH1-Page-Number         PIC ZZZ9.

       01  Report-Header-2.
           02  FILLER                  PIC X(10)   VALUE "RUN DATE:".
           02  RH2-Run-Date            PIC X(10).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  FILLER                  PIC X(11)   VALUE "PLAN YEAR:".
           02  RH2-Plan-Year           PIC 9(4).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  FILLER                  PIC X(8)    VALUE "SOURCE:".
           02  RH2-Plan-Year-Source    PIC X(8).

       01  Report-Header-3.
           02  FILLER                  PIC X(10)   VALUE "EMP ID".
           02  FILLER                  PIC X(27)   VALUE
               "EMPLOYEE NAME".
           02  FILLER                  PIC X(14)   VALUE
               "BIRTH DATE".
           02  FILLER                  PIC X(14)   VALUE
               "MILESTONE DATE".

       01  Group-Heading-Line.
           02  FILLER                  PIC X(14)   VALUE
               "MILESTONE AGE".
           02  GH-Milestone-Age        PIC ZZ9.

       01  Detail-Line.
           02  DL-Emp-ID               PIC X(6).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-Emp-Name             PIC X(25).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-BirthDate            PIC X(10).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-Milestone-Date       PIC X(10).

       01  Group-Total-Line.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  FILLER                  PIC X(19)   VALUE
               "EMPLOYEES TURNING".
           02  GT-Milestone-Age        PIC ZZ9.
           02  FILLER                  PIC X(2)    VALUE ":".
           02  GT-Count                PIC ZZZ,ZZ9.

       01  Control-Heading-Line        PIC X(27)   VALUE
           "CONTROL TOTALS BY MILESTONE".

       01  Milestone-Total-Line.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  FILLER                  PIC X(4)    VALUE "AGE".
           02  MT-Milestone-Age        PIC ZZ9.
           02  FILLER                  PIC X(11)   VALUE
               "  NOTICES:".
           02  MT-Count                PIC ZZZ,ZZ9.

       01  Run-Total-Line.
           02  AT-Caption              PIC X(24).
           02  AT-Count                PIC ZZZ,ZZ9.

       01  Blank-Line                  PIC X(132)  VALUE SPACES.

       01  WS-Month-Days-Values.
           02  FILLER                  PIC 99      VALUE 31.
           02  FILLER                  PIC 99      VALUE 28.
           02  FILLER                  PIC 99      VALUE 31.
           02  FILLER                  PIC 99      VALUE 30.
           02  FILLER                  PIC 99      VALUE 31.
           02  FILLER                  PIC 99      VALUE 30.
           02  FILLER                  PIC 99      VALUE 31.
           02  FILLER                  PIC 99      VALUE 31.
           02  FILLER                  PIC 99      VALUE 30.
           02  FILLER                  PIC 99      VALUE 31.
           02  FILLER                  PIC 99      VALUE 30.
           02  FILLER                  PIC 99      VALUE 31.
       01  WS-Month-Days-Table REDEFINES WS-Month-Days-Values.
           02  WS-Month-Days-Entry     PIC 99  OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           COMPUTE WS-Run-Full-Year =
               WS-Run-Century * 100 + WS-Run-Year
      *    BENEFITS WORK THE COMING PLAN YEAR, SO THAT IS THE DEFAULT;
      *    A PLAN-YEAR CARD OVERRIDES IT FOR A RERUN OR A LATE LIST.
           COMPUTE WS-Plan-Year = WS-Run-Full-Year + 1
           MOVE ZERO TO WS-Milestone-Totals
           PERFORM READ-NOTICE-PARAMETERS
           OPEN OUTPUT Notice-Out-File
           IF WS-Notice-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BENELIG.DAT, STATUS="
                   WS-Notice-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT Print-File
           IF WS-Print-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BENELIG.PRT, STATUS="
                   WS-Print-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT Sort-File
               ON ASCENDING KEY SR-Milestone-Age SR-Milestone-Date
                   SR-Emp-ID
               INPUT PROCEDURE IS SELECT-MILESTONES
               OUTPUT PROCEDURE IS PRINT-MILESTONES
           PERFORM WRITE-NOTICE-TRAILERS
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE Notice-Out-File
           CLOSE Print-File
           DISPLAY "BENELIG: " WS-Notices-Written
               " NOTICES FOR PLAN YEAR " WS-Plan-Year
           STOP RUN.

       READ-NOTICE-PARAMETERS.
      *    THE CARD FILE IS OPTIONAL. PLAN-YEAR=CCYY SETS THE PLAN
      *    YEAR; EACH MILESTONE-AGE=NN CARD ADDS ONE AGE TO THE TABLE.
           OPEN INPUT Notice-Parm-File
           IF WS-Parm-Status = "00"
               PERFORM UNTIL PARM-EOF
                   READ Notice-Parm-File
                       AT END
                           SET PARM-EOF TO TRUE
                       NOT AT END
                           IF Notice-Parm-Record = SPACES
                                   OR Notice-Parm-Record(1:1) = "*"
                               CONTINUE
                           ELSE
                               PERFORM APPLY-ONE-PARAMETER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Notice-Parm-File
               IF PARM-ERROR
                   DISPLAY "ERROR: BENELIG.PRM REJECTED, "
                       "RUN NOT STARTED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       APPLY-ONE-PARAMETER.
           MOVE SPACES TO WS-Parm-Keyword
           MOVE SPACES TO WS-Parm-Value
           UNSTRING Notice-Parm-Record DELIMITED BY "="
               INTO WS-Parm-Keyword WS-Parm-Value
           EVALUATE WS-Parm-Keyword
               WHEN "PLAN-YEAR"
                   PERFORM PARSE-PARM-NUMBER
                   IF PARM-VALUE-NUMERIC AND WS-Parm-Number >= 1900
                           AND WS-Parm-Number <= 9999
                       MOVE WS-Parm-Number TO WS-Plan-Year
                       MOVE "CARD" TO WS-Src-Plan-Year
                   ELSE
                       PERFORM REJECT-PARM-VALUE
                   END-IF
               WHEN "MILESTONE-AGE"
                   PERFORM PARSE-PARM-NUMBER
                   IF PARM-VALUE-NUMERIC AND WS-Parm-Number >= 1
                           AND WS-Parm-Number <= 130
                       PERFORM ADD-MILESTONE-AGE
                   ELSE
                       PERFORM REJECT-PARM-VALUE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN KEYWORD IN BENELIG.PRM: "
                       WS-Parm-Keyword
                   SET PARM-ERROR TO TRUE
           END-EVALUATE.

       REJECT-PARM-VALUE.
           DISPLAY "ERROR: BAD VALUE IN BENELIG.PRM FOR "
               WS-Parm-Keyword ": " WS-Parm-Value
           SET PARM-ERROR TO TRUE.

       PARSE-PARM-NUMBER.
           MOVE 'N' TO WS-Parm-Numeric-Flag
           MOVE ZERO TO WS-Parm-Number
           IF WS-Parm-Value NOT = SPACES
               SET PARM-VALUE-NUMERIC TO TRUE
               PERFORM VARYING WS-Parm-Sub FROM 1 BY 1
                       UNTIL WS-Parm-Sub > 20
                       OR WS-Parm-Value(WS-Parm-Sub:1) = SPACE
                   MOVE WS-Parm-Value(WS-Parm-Sub:1)
                       TO WS-Parm-Digit-X
                   IF WS-Parm-Digit-X >= "0" AND WS-Parm-Digit-X <= "9"
                       COMPUTE WS-Parm-Number =
                           WS-Parm-Number * 10 + WS-Parm-Digit-9
                   ELSE
                       MOVE 'N' TO WS-Parm-Numeric-Flag
                   END-IF
               END-PERFORM
           END-IF.

       ADD-MILESTONE-AGE.
      *    THE AGE IS SLOTTED INTO THE TABLE IN ASCENDING ORDER, SO
      *    THE CONTROL TOTALS AND NOTICE TRAILERS LIST THE AGES IN
      *    THE SAME ORDER AS THE REPORT GROUPS.
           IF NOT AGES-FROM-CARD
               MOVE ZERO TO WS-Milestone-Count
               SET AGES-FROM-CARD TO TRUE
               MOVE "CARD" TO WS-Src-Milestones
           END-IF
           MOVE 'N' TO WS-Duplicate-Age-Flag
           PERFORM VARYING WS-Milestone-Sub FROM 1 BY 1
                   UNTIL WS-Milestone-Sub > WS-Milestone-Count
               IF WS-MS-Age(WS-Milestone-Sub) = WS-Parm-Number
                   SET DUPLICATE-AGE TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN DUPLICATE-AGE
                   DISPLAY "ERROR: MILESTONE AGE GIVEN TWICE IN "
                       "BENELIG.PRM: " WS-Parm-Value
                   SET PARM-ERROR TO TRUE
               WHEN WS-Milestone-Count >= WS-Milestone-Max
                   DISPLAY "ERROR: TOO MANY MILESTONE AGES, MAX="
                       WS-Milestone-Max
                   SET PARM-ERROR TO TRUE
               WHEN OTHER
                   MOVE WS-Milestone-Count TO WS-Milestone-Sub
                   MOVE 'N' TO WS-Slot-Found-Flag
                   PERFORM UNTIL SLOT-FOUND
                       IF WS-Milestone-Sub = 0
                           SET SLOT-FOUND TO TRUE
                       ELSE
                           IF WS-MS-Age(WS-Milestone-Sub)
                                   < WS-Parm-Number
                               SET SLOT-FOUND TO TRUE
                           ELSE
                               MOVE WS-MS-Age(WS-Milestone-Sub)
                                   TO WS-MS-Age(WS-Milestone-Sub + 1)
                               SUBTRACT 1 FROM WS-Milestone-Sub
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WS-Parm-Number
                       TO WS-MS-Age(WS-Milestone-Sub + 1)
                   ADD 1 TO WS-Milestone-Count
           END-EVALUATE.

       SELECT-MILESTONES.
           OPEN INPUT BirthDate-File
           IF WS-BirthDate-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BIRTHDATE.DAT, STATUS="
                   WS-BirthDate-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ BirthDate-File
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Master-Read
                       MOVE BirthDate-Record TO Person-Record
                       MOVE Emp-BirthDate TO BirthDate
      *                A TERMINATED EMPLOYEE IS NO LONGER IN THE PLAN
      *                AND GETS NO NOTICE.
                       IF EMP-TERMINATED
                           ADD 1 TO WS-Terminated-Skipped
                       ELSE
                           PERFORM CHECK-RECORD-FOR-MILESTONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BirthDate-File.

       CHECK-RECORD-FOR-MILESTONE.
      *    A MASTER RECORD WHOSE BIRTH DATE CANNOT MAKE A CALENDAR
      *    DATE IS COUNTED AND LEFT OFF THE LIST, SO THE CONTROL
      *    TOTALS SHOW BENEFITS HOW MANY COULD NOT BE ASSESSED.
           IF Emp-BirthDate NOT NUMERIC
                   OR MonthOfBirth < 1 OR MonthOfBirth > 12
               ADD 1 TO WS-Unusable-Skipped
           ELSE
               IF DayOfBirth < 1 OR
                       (DayOfBirth >
                           WS-Month-Days-Entry(MonthOfBirth)
                       AND NOT (MonthOfBirth = 2 AND DayOfBirth = 29))
                   ADD 1 TO WS-Unusable-Skipped
               ELSE
                   PERFORM FIND-MILESTONE-REACHED
               END-IF
           END-IF.

       FIND-MILESTONE-REACHED.
           COMPUTE WS-Birth-Full-Year = CenturyOB * 100 + YearOB
           IF WS-Plan-Year > WS-Birth-Full-Year
               COMPUTE WS-Age-Reached =
                   WS-Plan-Year - WS-Birth-Full-Year
               MOVE ZERO TO WS-Milestone-Cur-Sub
               PERFORM VARYING WS-Milestone-Sub FROM 1 BY 1
                       UNTIL WS-Milestone-Sub > WS-Milestone-Count
                       OR WS-Milestone-Cur-Sub > 0
                   IF WS-MS-Age(WS-Milestone-Sub) = WS-Age-Reached
                       MOVE WS-Milestone-Sub TO WS-Milestone-Cur-Sub
                   END-IF
               END-PERFORM
               IF WS-Milestone-Cur-Sub > 0
                   PERFORM RELEASE-MILESTONE
               END-IF
           END-IF.

       RELEASE-MILESTONE.
      *    THE MILESTONE IS REACHED ON THE BIRTHDAY IN THE PLAN YEAR.
      *    A 29 FEBRUARY BIRTHDAY IS OBSERVED ON 28 FEBRUARY IN A
      *    YEAR WITH NO LEAP DAY.
           MOVE WS-Plan-Year TO WS-Mile-Year
           MOVE MonthOfBirth TO WS-Mile-Month
           MOVE DayOfBirth TO WS-Mile-Day
           IF MonthOfBirth = 2 AND DayOfBirth = 29
               MOVE WS-Mile-Year TO WS-Leap-Work-Year
               PERFORM CHECK-LEAP-YEAR
               IF NOT LEAP-YEAR
                   MOVE 28 TO WS-Mile-Day
               END-IF
           END-IF
           MOVE WS-Age-Reached TO SR-Milestone-Age
           COMPUTE SR-Milestone-Date = WS-Mile-Year * 10000
               + WS-Mile-Month * 100 + WS-Mile-Day
           MOVE Emp-ID TO SR-Emp-ID
           MOVE Emp-Name TO SR-Emp-Name
           MOVE Emp-BirthDate TO SR-BirthDate
           ADD 1 TO WS-MS-Count(WS-Milestone-Cur-Sub)
           RELEASE Sort-Record.

       CHECK-LEAP-YEAR.
           SET WS-Leap-Year-Flag TO 'N'
           IF FUNCTION MOD(WS-Leap-Work-Year, 400) = 0
               SET LEAP-YEAR TO TRUE
           ELSE
               IF FUNCTION MOD(WS-Leap-Work-Year, 100) = 0
                   SET WS-Leap-Year-Flag TO 'N'
               ELSE
                   IF FUNCTION MOD(WS-Leap-Work-Year, 4) = 0
                       SET LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       PRINT-MILESTONES.
      *    THE SORT BRINGS EACH MILESTONE'S EMPLOYEES TOGETHER IN DATE
      *    ORDER; A CHANGE OF AGE CLOSES ONE GROUP AND OPENS THE NEXT.
           PERFORM UNTIL SORT-EOF
               RETURN Sort-File
                   AT END
                       SET SORT-EOF TO TRUE
                   NOT AT END
                       IF SR-Milestone-Age NOT = WS-Group-Age
                           IF WS-Group-Age NOT = ZERO
                               PERFORM WRITE-GROUP-TOTAL
                           END-IF
                           PERFORM START-MILESTONE-GROUP
                       END-IF
                       ADD 1 TO WS-Group-Count
                       PERFORM WRITE-DETAIL-LINE
                       PERFORM WRITE-NOTICE-LINE
               END-RETURN
           END-PERFORM
           IF WS-Group-Age NOT = ZERO
               PERFORM WRITE-GROUP-TOTAL
           END-IF.

       START-MILESTONE-GROUP.
           MOVE SR-Milestone-Age TO WS-Group-Age
           MOVE ZERO TO WS-Group-Count
           IF WS-Line-Count + 4 > WS-Lines-Per-Page
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           WRITE Print-Line FROM Blank-Line
           ADD 1 TO WS-Line-Count
           PERFORM WRITE-GROUP-HEADING.

       WRITE-GROUP-HEADING.
           MOVE WS-Group-Age TO GH-Milestone-Age
           WRITE Print-Line FROM Group-Heading-Line
           ADD 1 TO WS-Line-Count.

       WRITE-DETAIL-LINE.
      *    A GROUP THAT RUNS ONTO A NEW PAGE REPEATS ITS HEADING.
           IF WS-Line-Count >= WS-Lines-Per-Page
               PERFORM WRITE-REPORT-HEADERS
               PERFORM WRITE-GROUP-HEADING
           END-IF
           MOVE SPACES TO Detail-Line
           MOVE SR-Emp-ID TO DL-Emp-ID
           MOVE SR-Emp-Name TO DL-Emp-Name
           MOVE SR-BirthDate(7:2) TO DL-BirthDate(1:2)
           MOVE "/" TO DL-BirthDate(3:1)
           MOVE SR-BirthDate(5:2) TO DL-BirthDate(4:2)
           MOVE "/" TO DL-BirthDate(6:1)
           MOVE SR-BirthDate(1:4) TO DL-BirthDate(7:4)
           MOVE SR-Milestone-Date(7:2) TO DL-Milestone-Date(1:2)
           MOVE "/" TO DL-Milestone-Date(3:1)
           MOVE SR-Milestone-Date(5:2) TO DL-Milestone-Date(4:2)
           MOVE "/" TO DL-Milestone-Date(6:1)
           MOVE SR-Milestone-Date(1:4) TO DL-Milestone-Date(7:4)
           WRITE Print-Line FROM Detail-Line
           ADD 1 TO WS-Line-Count.

       WRITE-GROUP-TOTAL.
           MOVE WS-Group-Age TO GT-Milestone-Age
           MOVE WS-Group-Count TO GT-Count
           WRITE Print-Line FROM Group-Total-Line
           ADD 1 TO WS-Line-Count.

       WRITE-NOTICE-LINE.
           MOVE WS-Plan-Year TO Ntc-Plan-Year
           MOVE SR-Milestone-Age TO Ntc-Milestone-Age
           MOVE SR-Milestone-Date TO Ntc-Milestone-Date
           MOVE SR-Emp-ID TO Ntc-Emp-ID
           MOVE SR-Emp-Name TO Ntc-Emp-Name
           MOVE SR-BirthDate TO Ntc-BirthDate
           WRITE Notice-Record FROM Notice-Line
           ADD 1 TO WS-Notices-Written.

       WRITE-NOTICE-TRAILERS.
      *    ONE TRAILER FOR EVERY AGE IN THE TABLE, EVEN WITH NOBODY
      *    REACHING IT, SO THE VENDOR CAN BALANCE EACH MILESTONE.
           PERFORM VARYING WS-Milestone-Sub FROM 1 BY 1
                   UNTIL WS-Milestone-Sub > WS-Milestone-Count
               MOVE WS-Plan-Year TO NTR-Plan-Year
               MOVE WS-MS-Age(WS-Milestone-Sub) TO NTR-Milestone-Age
               MOVE WS-MS-Count(WS-Milestone-Sub) TO NTR-Count
               WRITE Notice-Record FROM Notice-Trailer-Line
           END-PERFORM.

       WRITE-CONTROL-TOTALS.
           IF WS-Line-Count + WS-Milestone-Count + 9
                   > WS-Lines-Per-Page
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           WRITE Print-Line FROM Blank-Line
           WRITE Print-Line FROM Control-Heading-Line
           PERFORM VARYING WS-Milestone-Sub FROM 1 BY 1
                   UNTIL WS-Milestone-Sub > WS-Milestone-Count
               MOVE WS-MS-Age(WS-Milestone-Sub) TO MT-Milestone-Age
               MOVE WS-MS-Count(WS-Milestone-Sub) TO MT-Count
               WRITE Print-Line FROM Milestone-Total-Line
           END-PERFORM
           MOVE SPACES TO Print-Line
           STRING "MILESTONE AGES FROM " WS-Src-Milestones
               DELIMITED BY SIZE INTO Print-Line
           WRITE Print-Line
           WRITE Print-Line FROM Blank-Line
           MOVE "MASTER RECORDS READ:" TO AT-Caption
           MOVE WS-Master-Read TO AT-Count
           WRITE Print-Line FROM Run-Total-Line
           MOVE "TERMINATED, SKIPPED:" TO AT-Caption
           MOVE WS-Terminated-Skipped TO AT-Count
           WRITE Print-Line FROM Run-Total-Line
           MOVE "UNUSABLE BIRTH DATE:" TO AT-Caption
           MOVE WS-Unusable-Skipped TO AT-Count
           WRITE Print-Line FROM Run-Total-Line
           MOVE "NOTICES WRITTEN:" TO AT-Caption
           MOVE WS-Notices-Written TO AT-Count
           WRITE Print-Line FROM Run-Total-Line.

       WRITE-REPORT-HEADERS.
           ADD 1 TO WS-Page-Number
           MOVE WS-Page-Number TO RH1-Page-Number
           WRITE Print-Line FROM Report-Header-1
           MOVE WS-Run-Century TO RH2-Run-Date(1:2)
           MOVE WS-Run-Year TO RH2-Run-Date(3:2)
           MOVE "/" TO RH2-Run-Date(5:1)
           MOVE WS-Run-Month TO RH2-Run-Date(6:2)
           MOVE "/" TO RH2-Run-Date(8:1)
           MOVE WS-Run-Day TO RH2-Run-Date(9:2)
           MOVE WS-Plan-Year TO RH2-Plan-Year
           MOVE WS-Src-Plan-Year TO RH2-Plan-Year-Source
           WRITE Print-Line FROM Report-Header-2
           WRITE Print-Line FROM Report-Header-3
           MOVE 3 TO WS-Line-Count.

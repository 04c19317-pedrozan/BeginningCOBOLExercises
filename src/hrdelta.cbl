       IDENTIFICATION DIVISION.
       PROGRAM-ID. hrdelta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Delta-Parm-File ASSIGN TO "HRDELTA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

           SELECT Master-Gen-Control-File ASSIGN TO "BIRTHGEN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Gen-Ctl-Status.

           SELECT Master-Gen-File ASSIGN TO DYNAMIC WS-Master-Gen-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Gen-Status.

           SELECT BirthDate-File ASSIGN TO "BIRTHDATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BD-Emp-ID
               ALTERNATE RECORD KEY IS BD-Emp-Name
                   WITH DUPLICATES
               FILE STATUS IS WS-BirthDate-Status.

           SELECT Delta-Out-File ASSIGN TO "HRDELTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Delta-Status.

           SELECT Print-File ASSIGN TO "HRDELTA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Delta-Parm-File.
       01  Delta-Parm-Record.
           02  DP-Gen-Number           PIC X(4).

       FD  Master-Gen-Control-File.
       01  Master-Gen-Control-Record.
           02  MG-Next-Gen             PIC 9(4).
           02  FILLER                  PIC X.
           02  MG-Retain               PIC 99.

       FD  Master-Gen-File.
       01  Master-Gen-Record           PIC X(48).

       FD  BirthDate-File.
       01  BirthDate-Record.
           02  BD-Emp-ID               PIC X(6).
           02  BD-Emp-Name             PIC X(25).
           02  BD-BirthDate            PIC X(8).
           02  BD-Emp-Status           PIC X.
           02  BD-Term-Date            PIC X(8).

       FD  Delta-Out-File.
       01  Delta-Record                PIC X(89).

       FD  Print-File.
       01  Print-Line                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY PERSONREC.
           COPY DELTAREC.

       01  WS-Parm-Status              PIC XX.
       01  WS-Master-Gen-Ctl-Status    PIC XX.
       01  WS-Master-Gen-Status        PIC XX.
       01  WS-BirthDate-Status         PIC XX.
       01  WS-Delta-Status             PIC XX.
       01  WS-Print-Status             PIC XX.

       01  WS-Run-Date.
           02  WS-Run-Century          PIC 99.
           02  WS-Run-Year             PIC 99.
           02  WS-Run-Month            PIC 99.
           02  WS-Run-Day              PIC 99.

       01  WS-Master-Gen-Name          PIC X(14).
       01  WS-Master-Gen-Number        PIC 9(4)    VALUE ZERO.
       01  WS-Master-Next-Gen          PIC 9(4)    VALUE ZERO.

      *    THE GENERATION IMAGE BEING COMPARED AGAINST, IN THE SAME
      *    SHAPE AS THE MASTER RECORD.
       01  WS-Old-Record.
           02  WS-Old-Emp-ID           PIC X(6).
           02  WS-Old-Emp-Name         PIC X(25).
           02  WS-Old-BirthDate        PIC X(8).
           02  WS-Old-Emp-Status       PIC X.
               88  OLD-TERMINATED                  VALUE 'T'.
           02  WS-Old-Term-Date        PIC X(8).

       01  WS-Master-Key               PIC X(6).
       01  WS-Gen-Key                  PIC X(6).

       01  WS-Master-Read              PIC 9(7)    VALUE ZERO.
       01  WS-Gen-Read                 PIC 9(7)    VALUE ZERO.
       01  WS-Unchanged-Count          PIC 9(7)    VALUE ZERO.
       01  WS-Add-Count                PIC 9(7)    VALUE ZERO.
       01  WS-Change-Count             PIC 9(7)    VALUE ZERO.
       01  WS-Term-Count               PIC 9(7)    VALUE ZERO.
       01  WS-React-Count              PIC 9(7)    VALUE ZERO.
       01  WS-Delete-Count             PIC 9(7)    VALUE ZERO.
       01  WS-Delta-Written            PIC 9(7)    VALUE ZERO.

       01  WS-Line-Count               PIC 99      VALUE 99.
       01  WS-Page-Number              PIC 9(4)    VALUE ZERO.
       01  WS-Lines-Per-Page           PIC 99      VALUE 50.

       01  WS-Delta-Header.
           02  FILLER                  PIC X(38)   VALUE
               "ACTION,EMP_ID,OLD_NAME,OLD_BIRTH_DATE,".
           02  FILLER                  PIC X(41)   VALUE
               "NEW_NAME,NEW_BIRTH_DATE,STATUS,TERM_DATE".

       01  Report-Header-1.
           02  FILLER                  PIC X(10)   VALUE "HRDELTA".
           02  FILLER                  PIC X(30)   VALUE
               "HR CHANGE-ONLY EXTRACT".
           02  FILLER                  PIC X(10)   VALUE "PAGE".
           02  RH1-Page-Number         PIC ZZZ9.

       01  Report-Header-2.
           02  FILLER                  PIC X(10)   VALUE "RUN DATE:".
           02  RH2-Run-Date            PIC X(10).
           02  FILLER                  PIC X(20)   VALUE
               "  COMPARED TO:".
           02  RH2-Gen-Name            PIC X(14).

       01  Report-Header-3.
           02  FILLER                  PIC X(12)   VALUE "ACTION".
           02  FILLER                  PIC X(8)    VALUE "EMP ID".
           02  FILLER                  PIC X(27)   VALUE "OLD NAME".
           02  FILLER                  PIC X(10)   VALUE "OLD DOB".
           02  FILLER                  PIC X(27)   VALUE "NEW NAME".
           02  FILLER                  PIC X(10)   VALUE "NEW DOB".
           02  FILLER                  PIC X(10)   VALUE "TERM DATE".

       01  Detail-Line.
           02  DL-Action               PIC X(10).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Emp-ID               PIC X(6).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Old-Name             PIC X(25).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Old-BirthDate        PIC X(8).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-New-Name             PIC X(25).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-New-BirthDate        PIC X(8).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Term-Date            PIC X(8).

       01  Blank-Line                  PIC X(132)  VALUE SPACES.

       01  Action-Total-Line.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  AT-Caption              PIC X(20).
           02  AT-Count                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           PERFORM READ-MASTER-GEN-CONTROL
           PERFORM READ-DELTA-PARM
           MOVE SPACES TO WS-Master-Gen-Name
           STRING "BIRTHGEN.G" WS-Master-Gen-Number
               DELIMITED BY SIZE INTO WS-Master-Gen-Name
           OPEN INPUT Master-Gen-File
           IF WS-Master-Gen-Status NOT = "00"
               DISPLAY "ERROR: GENERATION NOT ON FILE: "
                   WS-Master-Gen-Name
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ Master-Gen-File INTO WS-Old-Record
               AT END
      *            A PURGED GENERATION IS AN EMPTY FILE; COMPARING TO
      *            IT WOULD SEND THE WHOLE MASTER TO HR AS ADDS.
                   DISPLAY "ERROR: GENERATION IS EMPTY, "
                       "NO DELTA PRODUCED: " WS-Master-Gen-Name
                   CLOSE Master-Gen-File
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   ADD 1 TO WS-Gen-Read
                   MOVE WS-Old-Emp-ID TO WS-Gen-Key
           END-READ
           OPEN INPUT BirthDate-File
           IF WS-BirthDate-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BIRTHDATE.DAT, STATUS="
                   WS-BirthDate-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT Delta-Out-File
           IF WS-Delta-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN HRDELTA.DAT, STATUS="
                   WS-Delta-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT Print-File
           IF WS-Print-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN HRDELTA.PRT, STATUS="
                   WS-Print-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE Delta-Record FROM WS-Delta-Header
           PERFORM READ-MASTER
      *    BOTH FILES ARE IN EMP-ID ORDER: THE MASTER BY ITS PRIME
      *    KEY AND THE GENERATION BECAUSE THE BACKUP READS THE MASTER
      *    SEQUENTIALLY. HIGH-VALUES MARKS A SIDE THAT HAS RUN OUT.
           PERFORM UNTIL WS-Master-Key = HIGH-VALUES
                   AND WS-Gen-Key = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-Master-Key < WS-Gen-Key
                       PERFORM WRITE-ADD-DELTA
                       PERFORM READ-MASTER
                   WHEN WS-Master-Key > WS-Gen-Key
                       PERFORM WRITE-DELETE-DELTA
                       PERFORM READ-GENERATION
                   WHEN OTHER
                       PERFORM COMPARE-MATCHED-RECORD
                       PERFORM READ-MASTER
                       PERFORM READ-GENERATION
               END-EVALUATE
           END-PERFORM
           PERFORM WRITE-DELTA-TRAILERS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE Master-Gen-File
           CLOSE BirthDate-File
           CLOSE Delta-Out-File
           CLOSE Print-File
           DISPLAY "HRDELTA: " WS-Delta-Written " CHANGES AGAINST "
               WS-Master-Gen-Name
           STOP RUN.

       READ-MASTER-GEN-CONTROL.
           OPEN INPUT Master-Gen-Control-File
           IF WS-Master-Gen-Ctl-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BIRTHGEN.CTL, STATUS="
                   WS-Master-Gen-Ctl-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ Master-Gen-Control-File
               AT END
                   DISPLAY "ERROR: BIRTHGEN.CTL IS EMPTY"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE MG-Next-Gen TO WS-Master-Next-Gen
           END-READ
           CLOSE Master-Gen-Control-File
           IF WS-Master-Next-Gen < 2
               DISPLAY "ERROR: NO MASTER GENERATION HAS BEEN CUT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-Master-Gen-Number = WS-Master-Next-Gen - 1.

       READ-DELTA-PARM.
      *    THE COMPARISON NORMALLY RUNS AGAINST THE MOST RECENT
      *    GENERATION. A GENERATION NUMBER ON THE PARM CARD REACHES
      *    FURTHER BACK, SO ONE DELTA CAN COVER SEVERAL UPDATE RUNS.
           OPEN INPUT Delta-Parm-File
           IF WS-Parm-Status = "00"
               READ Delta-Parm-File
                   NOT AT END
                       IF DP-Gen-Number NUMERIC
                           MOVE DP-Gen-Number TO WS-Master-Gen-Number
                       ELSE
                           IF DP-Gen-Number NOT = SPACES
                               DISPLAY "ERROR: BAD GENERATION NUMBER "
                                   "IN HRDELTA.PRM: " DP-Gen-Number
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE Delta-Parm-File
           END-IF.

       READ-MASTER.
           READ BirthDate-File
               AT END
                   MOVE HIGH-VALUES TO WS-Master-Key
               NOT AT END
                   ADD 1 TO WS-Master-Read
                   MOVE BirthDate-Record TO Person-Record
                   MOVE Emp-ID TO WS-Master-Key
           END-READ.

       READ-GENERATION.
           READ Master-Gen-File INTO WS-Old-Record
               AT END
                   MOVE HIGH-VALUES TO WS-Gen-Key
               NOT AT END
                   ADD 1 TO WS-Gen-Read
                   MOVE WS-Old-Emp-ID TO WS-Gen-Key
           END-READ.

       COMPARE-MATCHED-RECORD.
      *    ONE LINE PER EMPLOYEE. A STATUS MOVE OUTRANKS A NAME OR
      *    DATE CHANGE, BUT THE LINE ALWAYS CARRIES BOTH SIDES SO HR
      *    STILL SEES ANY CORRECTION MADE IN THE SAME CYCLE. A NEW
      *    TERMINATION DATE ON AN ALREADY-TERMINATED RECORD GOES
      *    OUT AS A TERMINATION AGAIN.
           EVALUATE TRUE
               WHEN EMP-TERMINATED AND NOT OLD-TERMINATED
                   MOVE 'T' TO Dlt-Action
                   ADD 1 TO WS-Term-Count
                   PERFORM WRITE-MATCHED-DELTA
               WHEN OLD-TERMINATED AND NOT EMP-TERMINATED
                   MOVE 'R' TO Dlt-Action
                   ADD 1 TO WS-React-Count
                   PERFORM WRITE-MATCHED-DELTA
               WHEN Emp-Name NOT = WS-Old-Emp-Name
                       OR Emp-BirthDate NOT = WS-Old-BirthDate
                   MOVE 'C' TO Dlt-Action
                   ADD 1 TO WS-Change-Count
                   PERFORM WRITE-MATCHED-DELTA
               WHEN EMP-TERMINATED
                       AND Emp-Term-Date NOT = WS-Old-Term-Date
                   MOVE 'T' TO Dlt-Action
                   ADD 1 TO WS-Term-Count
                   PERFORM WRITE-MATCHED-DELTA
               WHEN OTHER
                   ADD 1 TO WS-Unchanged-Count
           END-EVALUATE.

       WRITE-MATCHED-DELTA.
           MOVE Emp-ID TO Dlt-Emp-ID
           MOVE WS-Old-Emp-Name TO Dlt-Old-Name
           MOVE WS-Old-BirthDate TO Dlt-Old-BirthDate
           MOVE Emp-Name TO Dlt-New-Name
           MOVE Emp-BirthDate TO Dlt-New-BirthDate
           MOVE Emp-Status TO Dlt-Emp-Status
           MOVE Emp-Term-Date TO Dlt-Term-Date
           PERFORM WRITE-DELTA-LINE.

       WRITE-ADD-DELTA.
           MOVE 'A' TO Dlt-Action
           ADD 1 TO WS-Add-Count
           MOVE Emp-ID TO Dlt-Emp-ID
           MOVE SPACES TO Dlt-Old-Name
           MOVE SPACES TO Dlt-Old-BirthDate
           MOVE Emp-Name TO Dlt-New-Name
           MOVE Emp-BirthDate TO Dlt-New-BirthDate
           MOVE Emp-Status TO Dlt-Emp-Status
           MOVE Emp-Term-Date TO Dlt-Term-Date
           PERFORM WRITE-DELTA-LINE.

       WRITE-DELETE-DELTA.
           MOVE 'D' TO Dlt-Action
           ADD 1 TO WS-Delete-Count
           MOVE WS-Old-Emp-ID TO Dlt-Emp-ID
           MOVE WS-Old-Emp-Name TO Dlt-Old-Name
           MOVE WS-Old-BirthDate TO Dlt-Old-BirthDate
           MOVE SPACES TO Dlt-New-Name
           MOVE SPACES TO Dlt-New-BirthDate
           MOVE WS-Old-Emp-Status TO Dlt-Emp-Status
           MOVE WS-Old-Term-Date TO Dlt-Term-Date
           PERFORM WRITE-DELTA-LINE.

       WRITE-DELTA-LINE.
           WRITE Delta-Record FROM Delta-Line
           ADD 1 TO WS-Delta-Written
           IF WS-Line-Count >= WS-Lines-Per-Page
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO Detail-Line
           EVALUATE Dlt-Action
               WHEN 'A'
                   MOVE "ADD" TO DL-Action
               WHEN 'C'
                   MOVE "CHANGE" TO DL-Action
               WHEN 'T'
                   MOVE "TERMINATE" TO DL-Action
               WHEN 'R'
                   MOVE "REACTIVATE" TO DL-Action
               WHEN 'D'
                   MOVE "DELETE" TO DL-Action
           END-EVALUATE
           MOVE Dlt-Emp-ID TO DL-Emp-ID
           MOVE Dlt-Old-Name TO DL-Old-Name
           MOVE Dlt-Old-BirthDate TO DL-Old-BirthDate
           MOVE Dlt-New-Name TO DL-New-Name
           MOVE Dlt-New-BirthDate TO DL-New-BirthDate
           MOVE Dlt-Term-Date TO DL-Term-Date
           WRITE Print-Line FROM Detail-Line
           ADD 1 TO WS-Line-Count.

       WRITE-DELTA-TRAILERS.
           MOVE 'A' TO DTR-Action
           MOVE WS-Add-Count TO DTR-Count
           WRITE Delta-Record FROM Delta-Trailer-Line
           MOVE 'C' TO DTR-Action
           MOVE WS-Change-Count TO DTR-Count
           WRITE Delta-Record FROM Delta-Trailer-Line
           MOVE 'T' TO DTR-Action
           MOVE WS-Term-Count TO DTR-Count
           WRITE Delta-Record FROM Delta-Trailer-Line
           MOVE 'R' TO DTR-Action
           MOVE WS-React-Count TO DTR-Count
           WRITE Delta-Record FROM Delta-Trailer-Line
           MOVE 'D' TO DTR-Action
           MOVE WS-Delete-Count TO DTR-Count
           WRITE Delta-Record FROM Delta-Trailer-Line.

       WRITE-REPORT-TOTALS.
           IF WS-Line-Count + 10 > WS-Lines-Per-Page
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           WRITE Print-Line FROM Blank-Line
           MOVE "MASTER RECORDS READ:" TO AT-Caption
           MOVE WS-Master-Read TO AT-Count
           WRITE Print-Line FROM Action-Total-Line
           MOVE "GENERATION READ:" TO AT-Caption
           MOVE WS-Gen-Read TO AT-Count
           WRITE Print-Line FROM Action-Total-Line
           MOVE "UNCHANGED:" TO AT-Caption
           MOVE WS-Unchanged-Count TO AT-Count
           WRITE Print-Line FROM Action-Total-Line
           MOVE "ADDS:" TO AT-Caption
           MOVE WS-Add-Count TO AT-Count
           WRITE Print-Line FROM Action-Total-Line
           MOVE "CHANGES:" TO AT-Caption
           MOVE WS-Change-Count TO AT-Count
           WRITE Print-Line FROM Action-Total-Line
           MOVE "TERMINATIONS:" TO AT-Caption
           MOVE WS-Term-Count TO AT-Count
           WRITE Print-Line FROM Action-Total-Line
           MOVE "REACTIVATIONS:" TO AT-Caption
           MOVE WS-React-Count TO AT-Count
           WRITE Print-Line FROM Action-Total-Line
           MOVE "DELETES:" TO AT-Caption
           MOVE WS-Delete-Count TO AT-Count
           WRITE Print-Line FROM Action-Total-Line
           MOVE "DELTA LINES WRITTEN:" TO AT-Caption
           MOVE WS-Delta-Written TO AT-Count
           WRITE Print-Line FROM Action-Total-Line.

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
           MOVE WS-Master-Gen-Name TO RH2-Gen-Name
           WRITE Print-Line FROM Report-Header-2
           WRITE Print-Line FROM Report-Header-3
           MOVE 3 TO WS-Line-Count.

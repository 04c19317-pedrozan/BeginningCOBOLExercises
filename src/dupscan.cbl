       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupscan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Scan-Parm-File ASSIGN TO "DUPSCAN.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

           SELECT BirthDate-File ASSIGN TO "BIRTHDATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BD-Emp-ID
               ALTERNATE RECORD KEY IS BD-Emp-Name
                   WITH DUPLICATES
               FILE STATUS IS WS-BirthDate-Status.

           SELECT Print-File ASSIGN TO "DUPSCAN.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

           SELECT Sort-File ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  Scan-Parm-File.
       01  Scan-Parm-Record.
           02  SP-Tolerance            PIC X.

       FD  BirthDate-File.
       01  BirthDate-Record.
           02  BD-Emp-ID               PIC X(6).
           02  BD-Emp-Name             PIC X(25).
           02  BD-BirthDate            PIC X(8).
           02  BD-Emp-Status           PIC X.
           02  BD-Term-Date            PIC X(8).

       FD  Print-File.
       01  Print-Line                  PIC X(132).

       SD  Sort-File.
       01  Sort-Record.
           02  SR-BirthDate            PIC X(8).
           02  SR-Emp-Name             PIC X(25).
           02  SR-Emp-ID               PIC X(6).
           02  SR-Emp-Status           PIC X.

       WORKING-STORAGE SECTION.
           COPY PERSONREC.

       01  WS-Parm-Status              PIC XX.
       01  WS-BirthDate-Status         PIC XX.
       01  WS-Print-Status             PIC XX.
       01  WS-End-Of-File-Flag         PIC X       VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       01  WS-Sort-EOF-Flag            PIC X       VALUE 'N'.
           88  SORT-EOF                            VALUE 'Y'.

       01  WS-Run-Date.
           02  WS-Run-Century          PIC 99.
           02  WS-Run-Year             PIC 99.
           02  WS-Run-Month            PIC 99.
           02  WS-Run-Day              PIC 99.

      *    HOW MANY SINGLE-LETTER EDITS - A LETTER ADDED, DROPPED OR
      *    CHANGED - TWO SQUEEZED NAMES MAY BE APART AND STILL BE
      *    LISTED AS A NEAR MATCH.
       01  WS-Tolerance                PIC 9       VALUE 2.

       01  WS-Records-Read             PIC 9(7)    VALUE ZERO.
       01  WS-Dates-Shared             PIC 9(7)    VALUE ZERO.
       01  WS-Pairs-Listed             PIC 9(7)    VALUE ZERO.
       01  WS-Group-Overflow           PIC 9(7)    VALUE ZERO.

      *    ALL MASTER RECORDS SHARING ONE BIRTH DATE, HELD UNTIL THE
      *    DATE CHANGES SO EVERY PAIR IN THE GROUP CAN BE COMPARED.
       01  WS-Prev-Date                PIC X(8)    VALUE LOW-VALUES.
       01  WS-Group-Max                PIC 99      VALUE 50.
       01  WS-Group-Count              PIC 99      VALUE ZERO.
       01  WS-Group-Table.
           02  WS-Group-Entry OCCURS 50 TIMES.
               03  WS-Grp-Emp-ID       PIC X(6).
               03  WS-Grp-Emp-Name     PIC X(25).
               03  WS-Grp-Squeezed     PIC X(25).
               03  WS-Grp-Squeezed-Len PIC 99.
               03  WS-Grp-Emp-Status   PIC X.
       01  WS-Grp-Sub                  PIC 99.
       01  WS-Grp-Sub-2                PIC 99.

       01  WS-Squeeze-In               PIC X(25).
       01  WS-Squeeze-Out              PIC X(25).
       01  WS-Squeeze-Len              PIC 99.
       01  WS-Char-Sub                 PIC 99.
       01  WS-Name-Char                PIC X.
       01  WS-Mismatch-Count           PIC 99.

      *    EDIT DISTANCE WORKING TABLE. ROW I+1, COLUMN J+1 HOLDS THE
      *    FEWEST EDITS THAT TURN THE FIRST I LETTERS OF ONE SQUEEZED
      *    NAME INTO THE FIRST J LETTERS OF THE OTHER.
       01  WS-Distance-Table.
           02  WS-Dist-Row OCCURS 26 TIMES.
               03  WS-Dist-Cell        PIC 99  OCCURS 26 TIMES.
       01  WS-Dist-Len-1               PIC 99.
       01  WS-Dist-Len-2               PIC 99.
       01  WS-Dist-I                   PIC 99.
       01  WS-Dist-J                   PIC 99.
       01  WS-Dist-Best                PIC 99.
       01  WS-Match-Type               PIC X(20).

       01  WS-Line-Count               PIC 99      VALUE 99.
       01  WS-Page-Number              PIC 9(4)    VALUE ZERO.
       01  WS-Lines-Per-Page           PIC 99      VALUE 50.

       01  Report-Header-1.
           02  FILLER                  PIC X(10)   VALUE "DUPSCAN".
           02  FILLER                  PIC X(30)   VALUE
               "LIKELY DUPLICATE EMPLOYEES".
           02  FILLER                  PIC X(10)   VALUE "PAGE".
           02  RH1-Page-Number         PIC ZZZ9.

       01  Report-Header-2.
           02  FILLER                  PIC X(10)   VALUE "RUN DATE:".
           02  RH2-Run-Date            PIC X(10).
           02  FILLER                  PIC X(24)   VALUE
               "  NEAR-MATCH TOLERANCE:".
           02  RH2-Tolerance           PIC 9.

       01  Report-Header-3.
           02  FILLER                  PIC X(12)   VALUE "BIRTH DATE".
           02  FILLER                  PIC X(8)    VALUE "EMP ID".
           02  FILLER                  PIC X(30)   VALUE
               "EMPLOYEE NAME".
           02  FILLER                  PIC X(8)    VALUE "EMP ID".
           02  FILLER                  PIC X(30)   VALUE
               "EMPLOYEE NAME".
           02  FILLER                  PIC X(20)   VALUE "MATCH".

       01  Detail-Line.
           02  DL-BirthDate            PIC X(10).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Emp-ID-1             PIC X(6).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Emp-Name-1           PIC X(25).
           02  DL-Term-1               PIC X(3).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Emp-ID-2             PIC X(6).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Emp-Name-2           PIC X(25).
           02  DL-Term-2               PIC X(3).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Match-Type           PIC X(20).

       01  Blank-Line                  PIC X(132)  VALUE SPACES.

       01  Trailer-Line.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  TL-Caption              PIC X(28).
           02  TL-Count                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           PERFORM READ-SCAN-PARM
           OPEN OUTPUT Print-File
           IF WS-Print-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN DUPSCAN.PRT, STATUS="
                   WS-Print-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT Sort-File
               ON ASCENDING KEY SR-BirthDate SR-Emp-Name
               INPUT PROCEDURE IS RELEASE-MASTER
               OUTPUT PROCEDURE IS SCAN-DATE-GROUPS
           PERFORM WRITE-TRAILER
           CLOSE Print-File
           DISPLAY "DUPSCAN: " WS-Pairs-Listed " LIKELY DUPLICATE PAIRS"
           STOP RUN.

       READ-SCAN-PARM.
      *    A MISSING OR BLANK CARD KEEPS THE DEFAULT TOLERANCE; ZERO
      *    LISTS ONLY NAMES THAT SQUEEZE TO THE SAME LETTERS.
           OPEN INPUT Scan-Parm-File
           IF WS-Parm-Status = "00"
               READ Scan-Parm-File
                   NOT AT END
                       IF SP-Tolerance NUMERIC
                           MOVE SP-Tolerance TO WS-Tolerance
                       END-IF
               END-READ
               CLOSE Scan-Parm-File
           END-IF.

       RELEASE-MASTER.
      *    TERMINATED RECORDS STAY IN: A LEAVER RE-HIRED UNDER A NEW
      *    ID IS ONE OF THE COMMONEST WAYS A PERSON ENDS UP TWICE.
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
                       ADD 1 TO WS-Records-Read
                       MOVE BirthDate-Record TO Person-Record
                       MOVE Emp-BirthDate TO SR-BirthDate
                       MOVE Emp-Name TO SR-Emp-Name
                       MOVE Emp-ID TO SR-Emp-ID
                       MOVE Emp-Status TO SR-Emp-Status
                       RELEASE Sort-Record
               END-READ
           END-PERFORM
           CLOSE BirthDate-File.

       SCAN-DATE-GROUPS.
           PERFORM UNTIL SORT-EOF
               RETURN Sort-File
                   AT END
                       SET SORT-EOF TO TRUE
                       PERFORM CLOSE-DATE-GROUP
                   NOT AT END
                       IF SR-BirthDate NOT = WS-Prev-Date
                           PERFORM CLOSE-DATE-GROUP
                           MOVE SR-BirthDate TO WS-Prev-Date
                       END-IF
                       PERFORM ADD-TO-DATE-GROUP
               END-RETURN
           END-PERFORM.

       ADD-TO-DATE-GROUP.
           IF WS-Group-Count < WS-Group-Max
               ADD 1 TO WS-Group-Count
               MOVE SR-Emp-ID TO WS-Grp-Emp-ID(WS-Group-Count)
               MOVE SR-Emp-Name TO WS-Grp-Emp-Name(WS-Group-Count)
               MOVE SR-Emp-Status TO WS-Grp-Emp-Status(WS-Group-Count)
               MOVE SR-Emp-Name TO WS-Squeeze-In
               PERFORM SQUEEZE-NAME
               MOVE WS-Squeeze-Out TO WS-Grp-Squeezed(WS-Group-Count)
               MOVE WS-Squeeze-Len
                   TO WS-Grp-Squeezed-Len(WS-Group-Count)
           ELSE
               ADD 1 TO WS-Group-Overflow
           END-IF.

       CLOSE-DATE-GROUP.
           IF WS-Group-Count > 1
               ADD 1 TO WS-Dates-Shared
               PERFORM VARYING WS-Grp-Sub FROM 1 BY 1
                       UNTIL WS-Grp-Sub >= WS-Group-Count
                   COMPUTE WS-Grp-Sub-2 = WS-Grp-Sub + 1
                   PERFORM UNTIL WS-Grp-Sub-2 > WS-Group-Count
                       PERFORM COMPARE-NAME-PAIR
                       ADD 1 TO WS-Grp-Sub-2
                   END-PERFORM
               END-PERFORM
           END-IF
           MOVE ZERO TO WS-Group-Count.

       SQUEEZE-NAME.
      *    CASE, SPACING AND PUNCTUATION ARE WHERE TWO SOURCES MOST
      *    OFTEN KEY THE SAME NAME DIFFERENTLY, SO ONLY THE LETTERS
      *    AND DIGITS ARE KEPT FOR THE COMPARISON.
           INSPECT WS-Squeeze-In CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-Squeeze-Out
           MOVE ZERO TO WS-Squeeze-Len
           PERFORM VARYING WS-Char-Sub FROM 1 BY 1
                   UNTIL WS-Char-Sub > 25
               MOVE WS-Squeeze-In(WS-Char-Sub:1) TO WS-Name-Char
               IF (WS-Name-Char >= "A" AND WS-Name-Char <= "Z")
                       OR (WS-Name-Char >= "0" AND WS-Name-Char <= "9")
                   ADD 1 TO WS-Squeeze-Len
                   MOVE WS-Name-Char TO WS-Squeeze-Out(WS-Squeeze-Len:1)
               END-IF
           END-PERFORM.

       COMPARE-NAME-PAIR.
           MOVE SPACES TO WS-Match-Type
           IF WS-Grp-Emp-Name(WS-Grp-Sub)
                   = WS-Grp-Emp-Name(WS-Grp-Sub-2)
               MOVE "SAME NAME" TO WS-Match-Type
           ELSE
               IF WS-Grp-Squeezed(WS-Grp-Sub)
                       = WS-Grp-Squeezed(WS-Grp-Sub-2)
                   MOVE "SAME LETTERS" TO WS-Match-Type
               ELSE
                   PERFORM COUNT-NAME-EDITS
                   IF WS-Mismatch-Count <= WS-Tolerance
                       MOVE SPACES TO WS-Match-Type
                       STRING "NEAR NAME, " WS-Mismatch-Count
                           " DIFF" DELIMITED BY SIZE INTO WS-Match-Type
                   END-IF
               END-IF
           END-IF
           IF WS-Match-Type NOT = SPACES
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       COUNT-NAME-EDITS.
      *    A LETTER KEYED IN OR LEFT OUT SHIFTS EVERY LETTER AFTER IT,
      *    SO THE NAMES ARE NOT COMPARED POSITION BY POSITION. THE
      *    COUNT IS THE FEWEST LETTERS ADDED, DROPPED OR CHANGED THAT
      *    TURN ONE SQUEEZED NAME INTO THE OTHER, BUILT UP A ROW OF
      *    THE WORKING TABLE AT A TIME.
           MOVE WS-Grp-Squeezed-Len(WS-Grp-Sub) TO WS-Dist-Len-1
           MOVE WS-Grp-Squeezed-Len(WS-Grp-Sub-2) TO WS-Dist-Len-2
           PERFORM VARYING WS-Dist-I FROM 0 BY 1
                   UNTIL WS-Dist-I > WS-Dist-Len-1
               MOVE WS-Dist-I TO WS-Dist-Cell(WS-Dist-I + 1, 1)
           END-PERFORM
           PERFORM VARYING WS-Dist-J FROM 0 BY 1
                   UNTIL WS-Dist-J > WS-Dist-Len-2
               MOVE WS-Dist-J TO WS-Dist-Cell(1, WS-Dist-J + 1)
           END-PERFORM
           PERFORM VARYING WS-Dist-I FROM 1 BY 1
                   UNTIL WS-Dist-I > WS-Dist-Len-1
               PERFORM VARYING WS-Dist-J FROM 1 BY 1
                       UNTIL WS-Dist-J > WS-Dist-Len-2
                   PERFORM FILL-DISTANCE-CELL
               END-PERFORM
           END-PERFORM
           MOVE WS-Dist-Cell(WS-Dist-Len-1 + 1, WS-Dist-Len-2 + 1)
               TO WS-Mismatch-Count.

       FILL-DISTANCE-CELL.
      *    THE CHEAPEST OF CHANGING THIS LETTER (FREE WHEN THE TWO
      *    LETTERS AGREE), DROPPING IT, OR KEYING ONE IN.
           MOVE WS-Dist-Cell(WS-Dist-I, WS-Dist-J) TO WS-Dist-Best
           IF WS-Grp-Squeezed(WS-Grp-Sub)(WS-Dist-I:1)
                   NOT = WS-Grp-Squeezed(WS-Grp-Sub-2)(WS-Dist-J:1)
               ADD 1 TO WS-Dist-Best
           END-IF
           IF WS-Dist-Cell(WS-Dist-I, WS-Dist-J + 1) + 1
                   < WS-Dist-Best
               COMPUTE WS-Dist-Best =
                   WS-Dist-Cell(WS-Dist-I, WS-Dist-J + 1) + 1
           END-IF
           IF WS-Dist-Cell(WS-Dist-I + 1, WS-Dist-J) + 1
                   < WS-Dist-Best
               COMPUTE WS-Dist-Best =
                   WS-Dist-Cell(WS-Dist-I + 1, WS-Dist-J) + 1
           END-IF
           MOVE WS-Dist-Best
               TO WS-Dist-Cell(WS-Dist-I + 1, WS-Dist-J + 1).

       WRITE-DETAIL-LINE.
           IF WS-Line-Count >= WS-Lines-Per-Page
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO Detail-Line
           MOVE WS-Prev-Date(1:4) TO DL-BirthDate(1:4)
           MOVE "/" TO DL-BirthDate(5:1)
           MOVE WS-Prev-Date(5:2) TO DL-BirthDate(6:2)
           MOVE "/" TO DL-BirthDate(8:1)
           MOVE WS-Prev-Date(7:2) TO DL-BirthDate(9:2)
           MOVE WS-Grp-Emp-ID(WS-Grp-Sub) TO DL-Emp-ID-1
           MOVE WS-Grp-Emp-Name(WS-Grp-Sub) TO DL-Emp-Name-1
           IF WS-Grp-Emp-Status(WS-Grp-Sub) = 'T'
               MOVE "(T)" TO DL-Term-1
           END-IF
           MOVE WS-Grp-Emp-ID(WS-Grp-Sub-2) TO DL-Emp-ID-2
           MOVE WS-Grp-Emp-Name(WS-Grp-Sub-2) TO DL-Emp-Name-2
           IF WS-Grp-Emp-Status(WS-Grp-Sub-2) = 'T'
               MOVE "(T)" TO DL-Term-2
           END-IF
           MOVE WS-Match-Type TO DL-Match-Type
           WRITE Print-Line FROM Detail-Line
           ADD 1 TO WS-Line-Count
           ADD 1 TO WS-Pairs-Listed.

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
           MOVE WS-Tolerance TO RH2-Tolerance
           WRITE Print-Line FROM Report-Header-2
           WRITE Print-Line FROM Report-Header-3
           MOVE 3 TO WS-Line-Count.

       WRITE-TRAILER.
           IF WS-Line-Count + 6 > WS-Lines-Per-Page
               PERFORM WRITE-REPORT-HEADERS
           END-IF
           WRITE Print-Line FROM Blank-Line
           MOVE "MASTER RECORDS READ:" TO TL-Caption
           MOVE WS-Records-Read TO TL-Count
           WRITE Print-Line FROM Trailer-Line
           MOVE "BIRTH DATES SHARED:" TO TL-Caption
           MOVE WS-Dates-Shared TO TL-Count
           WRITE Print-Line FROM Trailer-Line
           MOVE "PAIRS LISTED:" TO TL-Caption
           MOVE WS-Pairs-Listed TO TL-Count
           WRITE Print-Line FROM Trailer-Line
           IF WS-Group-Overflow > 0
               MOVE "NOT COMPARED, GROUP FULL:" TO TL-Caption
               MOVE WS-Group-Overflow TO TL-Count
               WRITE Print-Line FROM Trailer-Line
           END-IF.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycle-Ctl-Status.

           SELECT Run-History-File ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-History-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Run-Totals-File.
           02  FT-Record-Count         PIC 9(7).
           02  FILLER                  PIC X.
           02  FT-Cycle-Date           PIC X(8).
           02  FILLER                  PIC X.
           02  FT-Delivered-Count      PIC X(7).
           02  FILLER                  PIC X.
           02  FT-Hold-Status          PIC X.
               88  FT-SOURCE-HELD                  VALUE 'H'.

       FD  Birth-Rejects-File.
       01  Reject-Record               PIC X(82).
       01  Extract-Record              PIC X(43).

       FD  Audit-Log-File.
       01  Audit-Record                PIC X(82).

       FD  Print-File.
       01  Print-Line                  PIC X(132).
       01  Run-Parm-Record             PIC X(80).

       FD  Cycle-Control-File.
       01  Cycle-Control-Record        PIC X(21).

       FD  Run-History-File.
       01  Run-History-Record          PIC X(84).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY CYCLEREC.
           COPY RUNHIST.
           COPY CTLTOTRC.

       01  WS-Run-Totals-Status        PIC XX.
       01  WS-Print-Status             PIC XX.
       01  WS-Run-Parm-Status          PIC XX.
       01  WS-Cycle-Ctl-Status         PIC XX.
       01  WS-Run-History-Status       PIC XX.

       01  WS-Parm-EOF-Flag            PIC X       VALUE 'N'.
           88  PARM-EOF                            VALUE 'Y'.
       01  WS-Restart-Flag             PIC X       VALUE 'N'.
           88  RESTART-REQUESTED                   VALUE 'Y'.

       01  WS-Run-Time                 PIC 9(8).
       01  WS-Run-Date.
           02  WS-Run-Century          PIC 99.
           02  WS-Run-Year             PIC 99.
       01  WS-Rcy-Retried              PIC 9(7)    VALUE ZERO.
       01  WS-Rcy-Passed               PIC 9(7)    VALUE ZERO.
       01  WS-Rcy-Escalated            PIC 9(7)    VALUE ZERO.
       01  WS-Rcy-HR-Held              PIC 9(7)    VALUE ZERO.
       01  WS-Rcy-Extract              PIC 9(7)    VALUE ZERO.
       01  WS-Rcy-Audit                PIC 9(7)    VALUE ZERO.
       01  WS-Expected-Count           PIC 9(7)    VALUE ZERO.
               03  WS-FTot-Code        PIC X(3).
               03  WS-FTot-Count       PIC 9(7).
               03  WS-FTot-Matched     PIC X.
               03  WS-FTot-Hold        PIC X.
                   88  FTOT-HELD                   VALUE 'H'.
               03  WS-FTot-Delivered   PIC 9(7).
       01  WS-Held-Count               PIC 99      VALUE ZERO.
       01  WS-Feed-Tot-Sub             PIC 99.
       01  WS-Feed-Tot-Cur-Sub         PIC 99.

       01  Report-Header-2.
           02  FILLER                  PIC X(10)   VALUE "RUN DATE:".
           02  RH2-Run-Date            PIC X(10).
           02  FILLER                  PIC X(10)   VALUE SPACES.
           02  FILLER                  PIC X(7)    VALUE "CYCLE:".
           02  RH2-Cycle-Date          PIC X(8).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RH2-Period-End          PIC X(10).
           02  RH2-Catch-Up            PIC X(8).

       01  Figure-Line.
           02  FILLER                  PIC X(2)    VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time FROM TIME
           PERFORM READ-RESTART-PARM
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-CONTROL-TOTALS
           END-IF
           WRITE Print-Line FROM Trailer-Line
           CLOSE Print-File
           PERFORM WRITE-RUN-HISTORY
           PERFORM MARK-STEP-COMPLETE
           STOP RUN.

           WRITE Cycle-Control-Record FROM Cycle-Control-Line
           CLOSE Cycle-Control-File.

       WRITE-RUN-HISTORY.
      *    ONE LINE PER COMPLETED RUN FEEDS THE TREND REPORT. THE
      *    END TIME IS TAKEN HERE, ONCE THE STEP'S WORK IS DONE.
           MOVE Cycle-Date TO HST-Cycle-Date
           MOVE "RECONCIL" TO HST-Step
           MOVE WS-Run-Date TO HST-Start-Date
           MOVE WS-Run-Time TO HST-Start-Time
           ACCEPT HST-End-Date FROM DATE YYYYMMDD
           ACCEPT HST-End-Time FROM TIME
           MOVE RETURN-CODE TO HST-Return-Code
           MOVE WS-Restart-Flag TO HST-Restart
           MOVE WS-Puz-Read TO HST-Read
           MOVE WS-Puz-Accepted TO HST-Accepted
           MOVE WS-Puz-Rejected TO HST-Rejected
           OPEN EXTEND Run-History-File
           IF WS-Run-History-Status NOT = "00"
               OPEN OUTPUT Run-History-File
               IF WS-Run-History-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN RUNHIST.DAT, STATUS="
                       WS-Run-History-Status
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           WRITE Run-History-Record FROM Run-History-Line
           CLOSE Run-History-File.

       LOAD-CONTROL-TOTALS.
      *    THE BATCH AND RECYCLE STEPS HAND THEIR FIGURES OVER IN
      *    RUNTOT.DAT, SO NOTHING HERE DEPENDS ON A REPORT LAYOUT.
                   MOVE CT-Count TO WS-Rcy-Passed
               WHEN "RECYCLE" ALSO "ESCALATE"
                   MOVE CT-Count TO WS-Rcy-Escalated
               WHEN "RECYCLE" ALSO "HRHELD"
                   MOVE CT-Count TO WS-Rcy-HR-Held
               WHEN "RECYCLE" ALSO "EXTRACT"
                   MOVE CT-Count TO WS-Rcy-Extract
               WHEN "RECYCLE" ALSO "AUDIT"
                                   WS-FTot-Count(WS-Feed-Tot-Count)
                               MOVE 'N' TO
                                   WS-FTot-Matched(WS-Feed-Tot-Count)
                               PERFORM NOTE-FEED-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Feed-Totals-File
           END-IF.

       NOTE-FEED-HOLD.
      *    A TOTALS LINE WRITTEN BEFORE SOURCES COULD BE HELD HAS NO
      *    HOLD STATUS OR DELIVERED COUNT AND READS AS NOT HELD.
           MOVE FT-Hold-Status TO WS-FTot-Hold(WS-Feed-Tot-Count)
           MOVE ZERO TO WS-FTot-Delivered(WS-Feed-Tot-Count)
           IF FT-Delivered-Count NUMERIC
               MOVE FT-Delivered-Count
                   TO WS-FTot-Delivered(WS-Feed-Tot-Count)
           END-IF
           IF FT-SOURCE-HELD
               ADD 1 TO WS-Held-Count
           END-IF.

       COUNT-REJECTS.
           OPEN INPUT Birth-Rejects-File
           IF WS-Reject-Status NOT = "00"
           MOVE "RECYCLE ESCALATED:" TO FL-Caption
           MOVE WS-Rcy-Escalated TO FL-Count
           PERFORM WRITE-FIGURE-LINE
           MOVE "RECYCLE HR REJECTS HELD:" TO FL-Caption
           MOVE WS-Rcy-HR-Held TO FL-Count
           PERFORM WRITE-FIGURE-LINE
           MOVE "EXTRACT DETAIL LINES:" TO FL-Caption
           MOVE WS-Extract-Count TO FL-Count
           PERFORM WRITE-FIGURE-LINE
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM WRITE-CHECK-LINE
      *    HR REJECTS STILL OPEN GO BACK TO THEIR STAGING FILE, NOT
      *    BIRTHREJ.DAT, SO THEY COUNT HERE BUT NOT IN THE CHECK ABOVE.
           MOVE "RECYCLE READ VS ITS DISPOSITIONS" TO CL-Caption
           IF WS-Rcy-Read = WS-Rcy-Accepted + WS-Rcy-Retried
                   + WS-Rcy-Passed + WS-Rcy-Escalated + WS-Rcy-HR-Held
               MOVE "IN BALANCE" TO CL-Result
           ELSE
               MOVE "OUT OF BALANCE" TO CL-Result
           IF FEED-TOTALS-PRESENT
               PERFORM VARYING WS-Feed-Tot-Sub FROM 1 BY 1
                       UNTIL WS-Feed-Tot-Sub > WS-Feed-Tot-Count
                   IF NOT FTOT-HELD(WS-Feed-Tot-Sub)
                       PERFORM CHECK-ONE-FEED-SOURCE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-Source-Sub FROM 1 BY 1
                       UNTIL WS-Source-Sub > WS-Source-Count
               END-PERFORM
               WRITE Print-Line FROM Blank-Line
               ADD 1 TO WS-Line-Count
               IF WS-Held-Count > 0
                   PERFORM WRITE-HELD-SOURCES
               END-IF
           END-IF.

       WRITE-HELD-SOURCES.
      *    A SOURCE FEEDCONS HELD ON VOLUME NEVER REACHED THE BATCH, SO
      *    IT IS SHOWN HERE WITH WHAT IT DELIVERED RATHER THAN BEING
      *    BALANCED. ONLY A HELD SOURCE THE BATCH READ ANYWAY IS OUT
      *    OF BALANCE: ITS RECORDS GOT IN BY SOME OTHER ROUTE.
           PERFORM VARYING WS-Feed-Tot-Sub FROM 1 BY 1
                   UNTIL WS-Feed-Tot-Sub > WS-Feed-Tot-Count
               IF FTOT-HELD(WS-Feed-Tot-Sub)
                   PERFORM CHECK-ONE-HELD-SOURCE
               END-IF
           END-PERFORM
           WRITE Print-Line FROM Blank-Line
           ADD 1 TO WS-Line-Count.

       CHECK-ONE-HELD-SOURCE.
           MOVE SPACES TO CL-Caption
           STRING "SOURCE " WS-FTot-Code(WS-Feed-Tot-Sub)
               " HELD BY FEEDCONS" DELIMITED BY SIZE
               INTO CL-Caption
           MOVE ZERO TO WS-Source-Cur-Sub
           PERFORM VARYING WS-Source-Sub FROM 1 BY 1
                   UNTIL WS-Source-Cur-Sub > 0
                   OR WS-Source-Sub > WS-Source-Count
               IF WS-Src-Code(WS-Source-Sub) =
                       WS-FTot-Code(WS-Feed-Tot-Sub)
                   MOVE WS-Source-Sub TO WS-Source-Cur-Sub
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-FTot-Matched(WS-Feed-Tot-Sub)
           IF WS-Source-Cur-Sub = 0
               MOVE "HELD" TO CL-Result
           ELSE
               IF WS-Src-Read(WS-Source-Cur-Sub) = 0
                   MOVE "HELD" TO CL-Result
               ELSE
                   MOVE "HELD BUT READ" TO CL-Result
                   SET RUN-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF
           PERFORM WRITE-CHECK-LINE
           MOVE "  HELD RECORDS DELIVERED:" TO FL-Caption
           MOVE WS-FTot-Delivered(WS-Feed-Tot-Sub) TO FL-Count
           PERFORM WRITE-FIGURE-LINE.

       CHECK-ONE-FEED-SOURCE.
           MOVE SPACES TO CL-Caption
           STRING "SOURCE " WS-FTot-Code(WS-Feed-Tot-Sub)
           WRITE Print-Line FROM Check-Line
           ADD 1 TO WS-Line-Count.

       SET-CYCLE-HEADING.
      *    CATCH-UP CYCLES CAN BE BALANCED SEVERAL TO A SITTING, SO
      *    EACH PAGE SAYS WHICH CYCLE IT BELONGS TO AND WHAT KIND.
           MOVE Cycle-Date TO RH2-Cycle-Date
           MOVE SPACES TO RH2-Period-End
           MOVE SPACES TO RH2-Catch-Up
           IF YEAR-END-CYCLE
               MOVE "YEAR-END" TO RH2-Period-End
           ELSE
               IF MONTH-END-CYCLE
                   MOVE "MONTH-END" TO RH2-Period-End
               END-IF
           END-IF
           IF CATCH-UP-CYCLE
               MOVE "CATCH-UP" TO RH2-Catch-Up
           END-IF.

       WRITE-REPORT-HEADERS.
           ADD 1 TO WS-Page-Number
           MOVE WS-Page-Number TO RH1-Page-Number
           MOVE WS-Run-Month TO RH2-Run-Date(6:2)
           MOVE "/" TO RH2-Run-Date(8:1)
           MOVE WS-Run-Day TO RH2-Run-Date(9:2)
           PERFORM SET-CYCLE-HEADING
           WRITE Print-Line FROM Report-Header-2
           WRITE Print-Line FROM Blank-Line
           MOVE 3 TO WS-Line-Count.

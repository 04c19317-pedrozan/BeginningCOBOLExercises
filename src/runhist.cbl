       IDENTIFICATION DIVISION.
       PROGRAM-ID. runhist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Run-History-File ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-History-Status.

           SELECT Trend-Parm-File ASSIGN TO "RUNHIST.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

           SELECT Print-File ASSIGN TO "RUNHIST.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Run-History-File.
       01  Run-History-Record          PIC X(84).

       FD  Trend-Parm-File.
       01  Trend-Parm-Record.
           02  TP-Cycles               PIC 9(3).
           02  FILLER                  PIC X.
           02  TP-Outlier-Pct          PIC 9(3).
           02  FILLER                  PIC X.
           02  TP-Trend-Pct            PIC 9(3).

       FD  Print-File.
       01  Print-Line                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RUNHIST.

       01  WS-Run-History-Status       PIC XX.
       01  WS-Parm-Status              PIC XX.
       01  WS-Print-Status             PIC XX.
       01  WS-End-Of-File-Flag         PIC X       VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.

       01  WS-Run-Date.
           02  WS-Run-Century          PIC 99.
           02  WS-Run-Year             PIC 99.
           02  WS-Run-Month            PIC 99.
           02  WS-Run-Day              PIC 99.

       01  WS-Line-Count               PIC 99      VALUE 99.
       01  WS-Page-Number              PIC 9(4)    VALUE ZERO.
       01  WS-Lines-Per-Page           PIC 99      VALUE 50.

      *    HOW MANY CYCLES THE REPORT COVERS, HOW FAR A RUN MAY STRAY
      *    FROM ITS STEP'S AVERAGE BEFORE IT IS FLAGGED, AND HOW MUCH
      *    SLOWER THE LATER HALF OF THE WINDOW MAY RUN THAN THE EARLIER
      *    HALF BEFORE THE STEP IS FLAGGED AS SLOWING.
       01  WS-Cycles-Wanted            PIC 9(3)    VALUE 10.
       01  WS-Outlier-Pct              PIC 9(3)    VALUE 50.
       01  WS-Trend-Pct                PIC 9(3)    VALUE 10.

       01  WS-Cycle-Table.
           02  WS-Cycle-Count          PIC 9(3)    VALUE ZERO.
           02  WS-Cycle-Entry          OCCURS 999 TIMES.
               03  WS-Window-Date      PIC X(8).
       01  WS-Cycle-Sub                PIC 9(4).
       01  WS-Insert-Sub               PIC 9(4).
       01  WS-Cutoff-Date              PIC X(8)    VALUE SPACES.
       01  WS-Mid-Date                 PIC X(8)    VALUE SPACES.
       01  WS-Last-Date                PIC X(8)    VALUE SPACES.
       01  WS-Date-Found-Flag          PIC X.
           88  DATE-FOUND                          VALUE 'Y'.

      *    THE STEPS ARE PRELOADED IN CYCLE ORDER SO THE SUMMARY READS
      *    THE WAY THE NIGHT RUNS; ANY OTHER STEP NAME FOUND ON THE LOG
      *    IS ADDED AFTER THEM.
       01  WS-Step-Names.
           02  FILLER                  PIC X(8)    VALUE "FEEDCONS".
           02  FILLER                  PIC X(8)    VALUE "PUZZLE".
           02  FILLER                  PIC X(8)    VALUE "RECYCLE".
           02  FILLER                  PIC X(8)    VALUE "RECONCIL".
           02  FILLER                  PIC X(8)    VALUE "AUDARCH".
           02  FILLER                  PIC X(8)    VALUE "CYCLECLS".
       01  WS-Step-Name-Table REDEFINES WS-Step-Names.
           02  WS-Step-Name-Init       PIC X(8)    OCCURS 6 TIMES.

       01  WS-Step-Table.
           02  WS-Step-Count           PIC 99      VALUE ZERO.
           02  WS-Step-Entry           OCCURS 20 TIMES.
               03  WS-ST-Name          PIC X(8).
               03  WS-ST-Runs          PIC 9(5).
               03  WS-ST-Elapsed       PIC 9(11).
               03  WS-ST-Max-Elapsed   PIC 9(7).
               03  WS-ST-Read          PIC 9(11).
               03  WS-ST-Early-Runs    PIC 9(5).
               03  WS-ST-Early-Elapsed PIC 9(11).
               03  WS-ST-Late-Runs     PIC 9(5).
               03  WS-ST-Late-Elapsed  PIC 9(11).
               03  WS-ST-Avg-Elapsed   PIC 9(7).
               03  WS-ST-Avg-Read      PIC 9(7).
       01  WS-Step-Sub                 PIC 99.

       01  WS-Start-Date               PIC 9(8).
       01  WS-End-Date                 PIC 9(8).
       01  WS-Clock-Time.
           02  WS-Clock-Hours          PIC 99.
           02  WS-Clock-Minutes        PIC 99.
           02  WS-Clock-Seconds        PIC 99.
           02  WS-Clock-Hundredths     PIC 99.
       01  WS-Start-Seconds            PIC 9(5).
       01  WS-End-Seconds              PIC 9(5).
       01  WS-Elapsed-Work             PIC S9(11).
       01  WS-Elapsed                  PIC 9(7).
       01  WS-Early-Avg                PIC 9(7).
       01  WS-Late-Avg                 PIC 9(7).
       01  WS-Limit                    PIC 9(13).
       01  WS-Measure                  PIC 9(13).

       01  WS-Edit-Seconds             PIC 9(7).
       01  WS-Edit-Hours               PIC 9(5).
       01  WS-Edit-Minutes             PIC 99.
       01  WS-Edit-Remainder           PIC 9(5).
       01  WS-Elapsed-Edit.
           02  EE-Hours                PIC ZZ9.
           02  FILLER                  PIC X       VALUE ':'.
           02  EE-Minutes              PIC 99.
           02  FILLER                  PIC X       VALUE ':'.
           02  EE-Seconds              PIC 99.

       01  WS-Runs-Listed              PIC 9(7)    VALUE ZERO.
       01  WS-Slow-Count               PIC 9(7)    VALUE ZERO.
       01  WS-Volume-Count             PIC 9(7)    VALUE ZERO.
       01  WS-Bad-RC-Count             PIC 9(7)    VALUE ZERO.
       01  WS-Slowing-Count            PIC 9(7)    VALUE ZERO.

       01  Report-Header-1.
           02  FILLER                  PIC X(10)   VALUE "RUNHIST".
           02  FILLER                  PIC X(30)   VALUE
               "CYCLE RUN-HISTORY TREND".
           02  FILLER                  PIC X(10)   VALUE "PAGE".
           02  RH1-Page-Number         PIC ZZZ9.

       01  Report-Header-2.
           02  FILLER                  PIC X(10)   VALUE "RUN DATE:".
           02  RH2-Run-Date            PIC X(10).
           02  FILLER                  PIC X(10)   VALUE SPACES.
           02  FILLER                  PIC X(8)    VALUE "CYCLES:".
           02  RH2-Cycles              PIC ZZ9.
           02  FILLER                  PIC X(7)    VALUE "  FROM".
           02  RH2-From-Date           PIC X(10).
           02  FILLER                  PIC X(5)    VALUE "  TO ".
           02  RH2-To-Date             PIC X(10).
           02  FILLER                  PIC X(14)   VALUE
               "  OUTLIER PCT:".
           02  RH2-Outlier-Pct         PIC ZZ9.
           02  FILLER                  PIC X(12)   VALUE
               "  TREND PCT:".
           02  RH2-Trend-Pct           PIC ZZ9.

       01  Report-Header-3             PIC X(132).

       01  Run-Column-Header.
           02  FILLER                  PIC X(10)   VALUE "CYCLE".
           02  FILLER                  PIC X(10)   VALUE "STEP".
           02  FILLER                  PIC X(21)   VALUE "STARTED".
           02  FILLER                  PIC X(21)   VALUE "ENDED".
           02  FILLER                  PIC X(11)   VALUE "ELAPSED".
           02  FILLER                  PIC X(9)    VALUE "READ".
           02  FILLER                  PIC X(9)    VALUE "ACCEPTED".
           02  FILLER                  PIC X(9)    VALUE "REJECTED".
           02  FILLER                  PIC X(6)    VALUE "RC".
           02  FILLER                  PIC X(4)    VALUE "RST".
           02  FILLER                  PIC X(10)   VALUE "FLAGS".

       01  Step-Column-Header.
           02  FILLER                  PIC X(10)   VALUE "STEP".
           02  FILLER                  PIC X(7)    VALUE "RUNS".
           02  FILLER                  PIC X(12)   VALUE "AVG ELAPSED".
           02  FILLER                  PIC X(12)   VALUE "MAX ELAPSED".
           02  FILLER                  PIC X(10)   VALUE "AVG READ".
           02  FILLER                  PIC X(12)   VALUE "EARLY AVG".
           02  FILLER                  PIC X(12)   VALUE "LATE AVG".
           02  FILLER                  PIC X(10)   VALUE "TREND".

       01  Blank-Line                  PIC X(132)  VALUE SPACES.
       01  Section-Line                PIC X(132).

       01  Run-Detail-Line.
           02  RD-Cycle-Date           PIC X(8).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RD-Step                 PIC X(8).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RD-Start-Date           PIC X(10).
           02  FILLER                  PIC X       VALUE SPACE.
           02  RD-Start-Time           PIC X(8).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RD-End-Date             PIC X(10).
           02  FILLER                  PIC X       VALUE SPACE.
           02  RD-End-Time             PIC X(8).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RD-Elapsed              PIC X(9).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RD-Read                 PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RD-Accepted             PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RD-Rejected             PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RD-Return-Code          PIC ZZZ9.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  RD-Restart              PIC X.
           02  FILLER                  PIC X(3)    VALUE SPACES.
           02  RD-Slow-Flag            PIC X(5).
           02  RD-Volume-Flag          PIC X(12).
           02  RD-RC-Flag              PIC X(2).

       01  Step-Summary-Line.
           02  SS-Step                 PIC X(8).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  SS-Runs                 PIC ZZZZ9.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  SS-Avg-Elapsed          PIC X(9).
           02  FILLER                  PIC X(3)    VALUE SPACES.
           02  SS-Max-Elapsed          PIC X(9).
           02  FILLER                  PIC X(3)    VALUE SPACES.
           02  SS-Avg-Read             PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(3)    VALUE SPACES.
           02  SS-Early-Avg            PIC X(9).
           02  FILLER                  PIC X(3)    VALUE SPACES.
           02  SS-Late-Avg             PIC X(9).
           02  FILLER                  PIC X(3)    VALUE SPACES.
           02  SS-Trend                PIC X(10).

       01  Trailer-Line.
           02  FILLER                  PIC X(14)   VALUE
               "RUNS LISTED:".
           02  TL-Runs-Listed          PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(9)    VALUE "  SLOW:".
           02  TL-Slow                 PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(11)   VALUE "  VOLUME:".
           02  TL-Volume               PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(17)   VALUE
               "  NON-ZERO RC:".
           02  TL-Bad-RC               PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(18)   VALUE
               "  STEPS SLOWING:".
           02  TL-Slowing              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           PERFORM READ-TREND-PARM
           PERFORM FIND-CYCLE-WINDOW
           PERFORM ACCUMULATE-STEP-TOTALS
           PERFORM COMPUTE-STEP-AVERAGES
           OPEN OUTPUT Print-File
           IF WS-Print-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN RUNHIST.PRT, STATUS="
                   WS-Print-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Run-Column-Header TO Report-Header-3
           PERFORM LIST-WINDOW-RUNS
           PERFORM LIST-STEP-SUMMARY
           PERFORM WRITE-TRAILER
           CLOSE Print-File
           DISPLAY "RUNHIST: " WS-Runs-Listed " RUNS OVER "
               WS-Cycle-Count " CYCLES, " WS-Slowing-Count
               " STEPS SLOWING"
           STOP RUN.

       READ-TREND-PARM.
      *    A MISSING CARD, OR A BLANK OR ZERO FIELD ON IT, KEEPS THE
      *    DEFAULT FOR THAT FIELD.
           OPEN INPUT Trend-Parm-File
           IF WS-Parm-Status = "00"
               READ Trend-Parm-File
                   NOT AT END
                       IF TP-Cycles NUMERIC AND TP-Cycles > ZERO
                           MOVE TP-Cycles TO WS-Cycles-Wanted
                       END-IF
                       IF TP-Outlier-Pct NUMERIC
                           AND TP-Outlier-Pct > ZERO
                               MOVE TP-Outlier-Pct TO WS-Outlier-Pct
                       END-IF
                       IF TP-Trend-Pct NUMERIC AND TP-Trend-Pct > ZERO
                           MOVE TP-Trend-Pct TO WS-Trend-Pct
                       END-IF
               END-READ
               CLOSE Trend-Parm-File
           END-IF.

       OPEN-RUN-HISTORY.
           MOVE 'N' TO WS-End-Of-File-Flag
           OPEN INPUT Run-History-File
           IF WS-Run-History-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN RUNHIST.DAT, STATUS="
                   WS-Run-History-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-CYCLE-WINDOW.
      *    THE LOG IS IN RUN ORDER, NOT CYCLE ORDER: A RESTART OR A
      *    RERUN OF AN OLD CYCLE APPENDS BEHIND LATER ONES. THE TABLE
      *    THEREFORE KEEPS ONLY THE NEWEST DISTINCT CYCLE DATES, IN
      *    ASCENDING ORDER, AND THE OLDEST OF THEM IS THE CUTOFF.
           PERFORM OPEN-RUN-HISTORY
           PERFORM UNTIL END-OF-FILE
               READ Run-History-File INTO Run-History-Line
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM NOTE-CYCLE-DATE
               END-READ
           END-PERFORM
           CLOSE Run-History-File
           IF WS-Cycle-Count = ZERO
               DISPLAY "RUNHIST: NO RUNS ON RUNHIST.DAT"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Window-Date(1) TO WS-Cutoff-Date
           MOVE WS-Window-Date(WS-Cycle-Count) TO WS-Last-Date
           COMPUTE WS-Cycle-Sub = (WS-Cycle-Count + 1) / 2
           MOVE WS-Window-Date(WS-Cycle-Sub) TO WS-Mid-Date.

       NOTE-CYCLE-DATE.
           MOVE 'N' TO WS-Date-Found-Flag
           PERFORM VARYING WS-Cycle-Sub FROM 1 BY 1
               UNTIL WS-Cycle-Sub > WS-Cycle-Count OR DATE-FOUND
               IF WS-Window-Date(WS-Cycle-Sub) = HST-Cycle-Date
                   SET DATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT DATE-FOUND
               IF WS-Cycle-Count < WS-Cycles-Wanted
                   ADD 1 TO WS-Cycle-Count
                   PERFORM INSERT-CYCLE-DATE
               ELSE
                   IF HST-Cycle-Date > WS-Window-Date(1)
                       PERFORM DROP-OLDEST-CYCLE
                       PERFORM INSERT-CYCLE-DATE
                   END-IF
               END-IF
           END-IF.

       DROP-OLDEST-CYCLE.
           PERFORM VARYING WS-Cycle-Sub FROM 1 BY 1
               UNTIL WS-Cycle-Sub >= WS-Cycle-Count
               MOVE WS-Window-Date(WS-Cycle-Sub + 1)
                   TO WS-Window-Date(WS-Cycle-Sub)
           END-PERFORM.

       INSERT-CYCLE-DATE.
      *    THE LAST SLOT IS FREE ON ENTRY; LATER DATES MOVE UP ONE
      *    UNTIL THE NEW DATE'S PLACE IS REACHED.
           MOVE WS-Cycle-Count TO WS-Insert-Sub
           PERFORM UNTIL WS-Insert-Sub = 1
               OR WS-Window-Date(WS-Insert-Sub - 1) < HST-Cycle-Date
               MOVE WS-Window-Date(WS-Insert-Sub - 1)
                   TO WS-Window-Date(WS-Insert-Sub)
               SUBTRACT 1 FROM WS-Insert-Sub
           END-PERFORM
           MOVE HST-Cycle-Date TO WS-Window-Date(WS-Insert-Sub).

       ACCUMULATE-STEP-TOTALS.
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
               UNTIL WS-Step-Sub > 6
               MOVE WS-Step-Name-Init(WS-Step-Sub)
                   TO WS-ST-Name(WS-Step-Sub)
               PERFORM CLEAR-STEP-ENTRY
           END-PERFORM
           MOVE 6 TO WS-Step-Count
           PERFORM OPEN-RUN-HISTORY
           PERFORM UNTIL END-OF-FILE
               READ Run-History-File INTO Run-History-Line
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF HST-Cycle-Date >= WS-Cutoff-Date
                           PERFORM ACCUMULATE-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Run-History-File.

       CLEAR-STEP-ENTRY.
           MOVE ZERO TO WS-ST-Runs(WS-Step-Sub)
           MOVE ZERO TO WS-ST-Elapsed(WS-Step-Sub)
           MOVE ZERO TO WS-ST-Max-Elapsed(WS-Step-Sub)
           MOVE ZERO TO WS-ST-Read(WS-Step-Sub)
           MOVE ZERO TO WS-ST-Early-Runs(WS-Step-Sub)
           MOVE ZERO TO WS-ST-Early-Elapsed(WS-Step-Sub)
           MOVE ZERO TO WS-ST-Late-Runs(WS-Step-Sub)
           MOVE ZERO TO WS-ST-Late-Elapsed(WS-Step-Sub)
           MOVE ZERO TO WS-ST-Avg-Elapsed(WS-Step-Sub)
           MOVE ZERO TO WS-ST-Avg-Read(WS-Step-Sub).

       ACCUMULATE-ONE-RUN.
      *    THE WINDOW IS SPLIT AT ITS MIDDLE CYCLE SO EACH STEP'S LATER
      *    RUNS CAN BE SET AGAINST ITS EARLIER ONES; A STEP CREEPING
      *    TOWARDS THE END OF THE BATCH WINDOW SHOWS UP THERE LONG
      *    BEFORE ANY SINGLE RUN LOOKS LIKE AN OUTLIER.
           PERFORM FIND-STEP
           IF WS-Step-Sub = ZERO
               DISPLAY "RUNHIST: STEP TABLE FULL, " HST-Step
                   " NOT SUMMARISED"
           ELSE
               PERFORM COMPUTE-ELAPSED
               ADD 1 TO WS-ST-Runs(WS-Step-Sub)
               ADD WS-Elapsed TO WS-ST-Elapsed(WS-Step-Sub)
               IF WS-Elapsed > WS-ST-Max-Elapsed(WS-Step-Sub)
                   MOVE WS-Elapsed TO WS-ST-Max-Elapsed(WS-Step-Sub)
               END-IF
               IF HST-Read NUMERIC
                   ADD HST-Read TO WS-ST-Read(WS-Step-Sub)
               END-IF
               IF HST-Cycle-Date <= WS-Mid-Date
                   ADD 1 TO WS-ST-Early-Runs(WS-Step-Sub)
                   ADD WS-Elapsed TO WS-ST-Early-Elapsed(WS-Step-Sub)
               ELSE
                   ADD 1 TO WS-ST-Late-Runs(WS-Step-Sub)
                   ADD WS-Elapsed TO WS-ST-Late-Elapsed(WS-Step-Sub)
               END-IF
           END-IF.

       FIND-STEP.
           MOVE 1 TO WS-Step-Sub
           PERFORM UNTIL WS-Step-Sub > WS-Step-Count
               OR WS-ST-Name(WS-Step-Sub) = HST-Step
               ADD 1 TO WS-Step-Sub
           END-PERFORM
           IF WS-Step-Sub > WS-Step-Count
               IF WS-Step-Count < 20
                   ADD 1 TO WS-Step-Count
                   MOVE WS-Step-Count TO WS-Step-Sub
                   MOVE HST-Step TO WS-ST-Name(WS-Step-Sub)
                   PERFORM CLEAR-STEP-ENTRY
               ELSE
                   MOVE ZERO TO WS-Step-Sub
               END-IF
           END-IF.

       COMPUTE-ELAPSED.
      *    A RUN MAY CROSS MIDNIGHT, SO THE DAY NUMBERS OF THE START
      *    AND END DATES ARE PART OF THE SUM. A DAMAGED LINE OR A
      *    CLOCK SET BACK DURING THE RUN COUNTS AS ZERO ELAPSED.
           MOVE ZERO TO WS-Elapsed
           IF HST-Start-Date NUMERIC AND HST-End-Date NUMERIC
               AND HST-Start-Time NUMERIC AND HST-End-Time NUMERIC
               MOVE HST-Start-Date TO WS-Start-Date
               MOVE HST-End-Date TO WS-End-Date
               MOVE HST-Start-Time TO WS-Clock-Time
               COMPUTE WS-Start-Seconds = WS-Clock-Hours * 3600
                   + WS-Clock-Minutes * 60 + WS-Clock-Seconds
               MOVE HST-End-Time TO WS-Clock-Time
               COMPUTE WS-End-Seconds = WS-Clock-Hours * 3600
                   + WS-Clock-Minutes * 60 + WS-Clock-Seconds
               COMPUTE WS-Elapsed-Work =
                   (FUNCTION INTEGER-OF-DATE(WS-End-Date)
                   - FUNCTION INTEGER-OF-DATE(WS-Start-Date)) * 86400
                   + WS-End-Seconds - WS-Start-Seconds
               IF WS-Elapsed-Work > ZERO
                   MOVE WS-Elapsed-Work TO WS-Elapsed
               END-IF
           END-IF.

       COMPUTE-STEP-AVERAGES.
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
               UNTIL WS-Step-Sub > WS-Step-Count
               IF WS-ST-Runs(WS-Step-Sub) > ZERO
                   DIVIDE WS-ST-Elapsed(WS-Step-Sub)
                       BY WS-ST-Runs(WS-Step-Sub)
                       GIVING WS-ST-Avg-Elapsed(WS-Step-Sub) ROUNDED
                   DIVIDE WS-ST-Read(WS-Step-Sub)
                       BY WS-ST-Runs(WS-Step-Sub)
                       GIVING WS-ST-Avg-Read(WS-Step-Sub) ROUNDED
               END-IF
           END-PERFORM.

       LIST-WINDOW-RUNS.
           MOVE "RUNS IN WINDOW" TO Section-Line
           PERFORM WRITE-SECTION-HEADING
           PERFORM OPEN-RUN-HISTORY
           PERFORM UNTIL END-OF-FILE
               READ Run-History-File INTO Run-History-Line
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF HST-Cycle-Date >= WS-Cutoff-Date
                           PERFORM LIST-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Run-History-File.

       LIST-ONE-RUN.
      *    A RUN IS SLOW WHEN IT TAKES MORE THAN THE OUTLIER PERCENT
      *    OVER ITS STEP'S AVERAGE, AND ITS VOLUME IS FLAGGED WHEN THE
      *    READ COUNT STRAYS THAT FAR EITHER SIDE OF THE AVERAGE.
           PERFORM FIND-STEP
           PERFORM COMPUTE-ELAPSED
           ADD 1 TO WS-Runs-Listed
           MOVE SPACES TO RD-Slow-Flag
           MOVE SPACES TO RD-Volume-Flag
           MOVE SPACES TO RD-RC-Flag
           IF WS-Step-Sub NOT = ZERO
               COMPUTE WS-Limit = WS-ST-Avg-Elapsed(WS-Step-Sub)
                   * (100 + WS-Outlier-Pct)
               COMPUTE WS-Measure = WS-Elapsed * 100
               IF WS-Measure > WS-Limit
                   MOVE "SLOW" TO RD-Slow-Flag
                   ADD 1 TO WS-Slow-Count
               END-IF
               IF HST-Read NUMERIC
                   COMPUTE WS-Measure = HST-Read * 100
                   COMPUTE WS-Limit = WS-ST-Avg-Read(WS-Step-Sub)
                       * (100 + WS-Outlier-Pct)
                   IF WS-Measure > WS-Limit
                       MOVE "VOLUME HIGH" TO RD-Volume-Flag
                       ADD 1 TO WS-Volume-Count
                   ELSE
                       IF WS-Outlier-Pct < 100
                           COMPUTE WS-Limit =
                               WS-ST-Avg-Read(WS-Step-Sub)
                               * (100 - WS-Outlier-Pct)
                           IF WS-Measure < WS-Limit
                               MOVE "VOLUME LOW" TO RD-Volume-Flag
                               ADD 1 TO WS-Volume-Count
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF HST-Return-Code NUMERIC AND HST-Return-Code NOT = ZERO
               MOVE "RC" TO RD-RC-Flag
               ADD 1 TO WS-Bad-RC-Count
           END-IF
           MOVE HST-Cycle-Date TO RD-Cycle-Date
           MOVE HST-Step TO RD-Step
           MOVE SPACES TO RD-Start-Date
           MOVE HST-Start-Date(1:4) TO RD-Start-Date(1:4)
           MOVE "/" TO RD-Start-Date(5:1)
           MOVE HST-Start-Date(5:2) TO RD-Start-Date(6:2)
           MOVE "/" TO RD-Start-Date(8:1)
           MOVE HST-Start-Date(7:2) TO RD-Start-Date(9:2)
           MOVE SPACES TO RD-Start-Time
           MOVE HST-Start-Time(1:2) TO RD-Start-Time(1:2)
           MOVE ":" TO RD-Start-Time(3:1)
           MOVE HST-Start-Time(3:2) TO RD-Start-Time(4:2)
           MOVE ":" TO RD-Start-Time(6:1)
           MOVE HST-Start-Time(5:2) TO RD-Start-Time(7:2)
           MOVE SPACES TO RD-End-Date
           MOVE HST-End-Date(1:4) TO RD-End-Date(1:4)
           MOVE "/" TO RD-End-Date(5:1)
           MOVE HST-End-Date(5:2) TO RD-End-Date(6:2)
           MOVE "/" TO RD-End-Date(8:1)
           MOVE HST-End-Date(7:2) TO RD-End-Date(9:2)
           MOVE SPACES TO RD-End-Time
           MOVE HST-End-Time(1:2) TO RD-End-Time(1:2)
           MOVE ":" TO RD-End-Time(3:1)
           MOVE HST-End-Time(3:2) TO RD-End-Time(4:2)
           MOVE ":" TO RD-End-Time(6:1)
           MOVE HST-End-Time(5:2) TO RD-End-Time(7:2)
           MOVE WS-Elapsed TO WS-Edit-Seconds
           PERFORM FORMAT-ELAPSED
           MOVE WS-Elapsed-Edit TO RD-Elapsed
           MOVE ZERO TO RD-Read
           MOVE ZERO TO RD-Accepted
           MOVE ZERO TO RD-Rejected
           MOVE ZERO TO RD-Return-Code
           IF HST-Read NUMERIC
               MOVE HST-Read TO RD-Read
           END-IF
           IF HST-Accepted NUMERIC
               MOVE HST-Accepted TO RD-Accepted
           END-IF
           IF HST-Rejected NUMERIC
               MOVE HST-Rejected TO RD-Rejected
           END-IF
           IF HST-Return-Code NUMERIC
               MOVE HST-Return-Code TO RD-Return-Code
           END-IF
           MOVE HST-Restart TO RD-Restart
           PERFORM PAGE-BREAK-IF-DUE
           WRITE Print-Line FROM Run-Detail-Line
           ADD 1 TO WS-Line-Count.

       LIST-STEP-SUMMARY.
      *    THE SUMMARY HAS ITS OWN COLUMNS, SO IT STARTS A FRESH PAGE
      *    AND EVERY PAGE AFTER IT CARRIES THE SUMMARY HEADINGS.
           MOVE Step-Column-Header TO Report-Header-3
           PERFORM WRITE-REPORT-HEADERS
           MOVE "STEP AVERAGES" TO Section-Line
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
               UNTIL WS-Step-Sub > WS-Step-Count
               IF WS-ST-Runs(WS-Step-Sub) > ZERO
                   PERFORM LIST-ONE-STEP
               END-IF
           END-PERFORM.

       LIST-ONE-STEP.
      *    A STEP IS SLOWING WHEN ITS AVERAGE OVER THE LATER HALF OF
      *    THE WINDOW EXCEEDS THE EARLIER HALF BY THE TREND PERCENT.
           MOVE ZERO TO WS-Early-Avg
           MOVE ZERO TO WS-Late-Avg
           MOVE SPACES TO SS-Trend
           IF WS-ST-Early-Runs(WS-Step-Sub) > ZERO
               DIVIDE WS-ST-Early-Elapsed(WS-Step-Sub)
                   BY WS-ST-Early-Runs(WS-Step-Sub)
                   GIVING WS-Early-Avg ROUNDED
           END-IF
           IF WS-ST-Late-Runs(WS-Step-Sub) > ZERO
               DIVIDE WS-ST-Late-Elapsed(WS-Step-Sub)
                   BY WS-ST-Late-Runs(WS-Step-Sub)
                   GIVING WS-Late-Avg ROUNDED
           END-IF
           IF WS-ST-Early-Runs(WS-Step-Sub) > ZERO
               AND WS-ST-Late-Runs(WS-Step-Sub) > ZERO
                   COMPUTE WS-Limit = WS-Early-Avg
                       * (100 + WS-Trend-Pct)
                   COMPUTE WS-Measure = WS-Late-Avg * 100
                   IF WS-Measure > WS-Limit
                       MOVE "SLOWING" TO SS-Trend
                       ADD 1 TO WS-Slowing-Count
                   ELSE
                       MOVE "STEADY" TO SS-Trend
                   END-IF
           END-IF
           MOVE WS-ST-Name(WS-Step-Sub) TO SS-Step
           MOVE WS-ST-Runs(WS-Step-Sub) TO SS-Runs
           MOVE WS-ST-Avg-Elapsed(WS-Step-Sub) TO WS-Edit-Seconds
           PERFORM FORMAT-ELAPSED
           MOVE WS-Elapsed-Edit TO SS-Avg-Elapsed
           MOVE WS-ST-Max-Elapsed(WS-Step-Sub) TO WS-Edit-Seconds
           PERFORM FORMAT-ELAPSED
           MOVE WS-Elapsed-Edit TO SS-Max-Elapsed
           MOVE WS-ST-Avg-Read(WS-Step-Sub) TO SS-Avg-Read
           MOVE WS-Early-Avg TO WS-Edit-Seconds
           PERFORM FORMAT-ELAPSED
           MOVE WS-Elapsed-Edit TO SS-Early-Avg
           MOVE WS-Late-Avg TO WS-Edit-Seconds
           PERFORM FORMAT-ELAPSED
           MOVE WS-Elapsed-Edit TO SS-Late-Avg
           IF WS-ST-Late-Runs(WS-Step-Sub) = ZERO
               MOVE SPACES TO SS-Late-Avg
           END-IF
           PERFORM PAGE-BREAK-IF-DUE
           WRITE Print-Line FROM Step-Summary-Line
           ADD 1 TO WS-Line-Count.

       FORMAT-ELAPSED.
           DIVIDE WS-Edit-Seconds BY 3600 GIVING WS-Edit-Hours
               REMAINDER WS-Edit-Remainder
           DIVIDE WS-Edit-Remainder BY 60 GIVING WS-Edit-Minutes
               REMAINDER EE-Seconds
           IF WS-Edit-Hours > 999
               MOVE 999 TO EE-Hours
           ELSE
               MOVE WS-Edit-Hours TO EE-Hours
           END-IF
           MOVE WS-Edit-Minutes TO EE-Minutes.

       WRITE-SECTION-HEADING.
           PERFORM PAGE-BREAK-IF-DUE
           WRITE Print-Line FROM Blank-Line
           WRITE Print-Line FROM Section-Line
           ADD 2 TO WS-Line-Count.

       PAGE-BREAK-IF-DUE.
           IF WS-Line-Count >= WS-Lines-Per-Page
               PERFORM WRITE-REPORT-HEADERS
           END-IF.

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
           MOVE WS-Cycle-Count TO RH2-Cycles
           MOVE WS-Cutoff-Date(1:4) TO RH2-From-Date(1:4)
           MOVE "/" TO RH2-From-Date(5:1)
           MOVE WS-Cutoff-Date(5:2) TO RH2-From-Date(6:2)
           MOVE "/" TO RH2-From-Date(8:1)
           MOVE WS-Cutoff-Date(7:2) TO RH2-From-Date(9:2)
           MOVE WS-Last-Date(1:4) TO RH2-To-Date(1:4)
           MOVE "/" TO RH2-To-Date(5:1)
           MOVE WS-Last-Date(5:2) TO RH2-To-Date(6:2)
           MOVE "/" TO RH2-To-Date(8:1)
           MOVE WS-Last-Date(7:2) TO RH2-To-Date(9:2)
           MOVE WS-Outlier-Pct TO RH2-Outlier-Pct
           MOVE WS-Trend-Pct TO RH2-Trend-Pct
           WRITE Print-Line FROM Report-Header-2
           WRITE Print-Line FROM Report-Header-3
           MOVE 3 TO WS-Line-Count.

       WRITE-TRAILER.
           MOVE WS-Runs-Listed TO TL-Runs-Listed
           MOVE WS-Slow-Count TO TL-Slow
           MOVE WS-Volume-Count TO TL-Volume
           MOVE WS-Bad-RC-Count TO TL-Bad-RC
           MOVE WS-Slowing-Count TO TL-Slowing
           PERFORM PAGE-BREAK-IF-DUE
           WRITE Print-Line FROM Blank-Line
           WRITE Print-Line FROM Trailer-Line
           ADD 2 TO WS-Line-Count.

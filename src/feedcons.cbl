               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycle-Ctl-Status.

           SELECT Run-History-File ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-History-Status.

           SELECT Conflict-Print-File ASSIGN TO "FEEDCONF.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Conflict-Print-Status.

           SELECT Feed-History-File ASSIGN TO "FEEDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Feed-History-Status.

           SELECT Release-Card-File ASSIGN TO "FEEDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Release-Status.

           SELECT Exception-Print-File ASSIGN TO "FEEDEXC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exception-Print-Status.

           SELECT Sort-File ASSIGN TO "SORTWORK".

       DATA DIVISION.
           02  FC-File-Name            PIC X(30).
           02  FILLER                  PIC X.
           02  FC-Rank                 PIC XX.
           02  FILLER                  PIC X.
           02  FC-Tol-Pct              PIC X(3).
           02  FILLER                  PIC X.
           02  FC-Tol-Floor            PIC X(7).

       FD  Feed-File.
       01  Feed-Record                 PIC X(39).
           02  BF-BirthDate            PIC X(8).

       FD  Feed-Totals-File.
       01  Feed-Totals-Record          PIC X(30).

       FD  Run-Parm-File.
       01  Run-Parm-Record             PIC X(80).

       FD  Cycle-Control-File.
       01  Cycle-Control-Record        PIC X(21).

       FD  Run-History-File.
       01  Run-History-Record          PIC X(84).

       FD  Conflict-Print-File.
       01  Conflict-Print-Line         PIC X(132).

       FD  Feed-History-File.
       01  Feed-History-Record.
           02  FH-Source-Code          PIC X(3).
           02  FILLER                  PIC X.
           02  FH-Cycle-Date           PIC X(8).
           02  FILLER                  PIC X.
           02  FH-Record-Count         PIC 9(7).

       FD  Release-Card-File.
       01  Release-Card-Record.
           02  RC-Source-Code          PIC X(3).
           02  FILLER                  PIC X.
           02  RC-Cycle-Date           PIC X(8).

       FD  Exception-Print-File.
       01  Exception-Print-Line        PIC X(132).

       SD  Sort-File.
       01  Sort-Record.
           02  SR-Emp-ID               PIC X(6).

       WORKING-STORAGE SECTION.
           COPY CYCLEREC.
           COPY RUNHIST.

       01  WS-Feed-Control-Status      PIC XX.
       01  WS-Feed-Status              PIC XX.
       01  WS-Feed-Totals-Status       PIC XX.
       01  WS-Run-Parm-Status          PIC XX.
       01  WS-Cycle-Ctl-Status         PIC XX.
       01  WS-Run-History-Status       PIC XX.
       01  WS-Feed-History-Status      PIC XX.
       01  WS-Release-Status           PIC XX.
       01  WS-Exception-Print-Status   PIC XX.

       01  WS-Restart-Flag             PIC X       VALUE 'N'.
           88  RESTART-REQUESTED                   VALUE 'Y'.

       01  WS-Run-Time                 PIC 9(8).
       01  WS-Run-Date.
           02  WS-Run-Century          PIC 99.
           02  WS-Run-Year             PIC 99.
           02  WS-Distinct-Entry OCCURS 10 TIMES.
               03  WS-Distinct-Code    PIC X(3).
               03  WS-Distinct-Fwd     PIC 9(7).
               03  WS-Distinct-Read    PIC 9(7).
               03  WS-Distinct-Tol-Pct PIC 9(3).
               03  WS-Distinct-Floor   PIC 9(7).
               03  WS-Distinct-Hist-N  PIC 99.
               03  WS-Distinct-Avg     PIC 9(7).
               03  WS-Distinct-Allowed PIC 9(7).
               03  WS-Distinct-Hold    PIC X.
                   88  SOURCE-HELD                 VALUE 'H'.
                   88  SOURCE-RELEASED             VALUE 'R'.
                   88  SOURCE-CLEAR                VALUE ' '.
               03  WS-Distinct-Reason  PIC X(16).
       01  WS-Distinct-Sub             PIC 99.
       01  WS-Distinct-Cur-Sub         PIC 99.
       01  WS-Distinct-Key             PIC X(3).

      *    A SOURCE'S COUNT IS CHECKED AGAINST THE AVERAGE OF ITS LAST
      *    TEN ACCEPTED CYCLES. IT IS OUT OF TOLERANCE WHEN IT MISSES
      *    THAT AVERAGE BY MORE THAN ITS PERCENT AND BY MORE THAN ITS
      *    FLOOR, SO A SMALL SOURCE IS NOT HELD OVER A HANDFUL OF
      *    RECORDS. A FEEDCTL.DAT LINE WITH NO TOLERANCE GETS THESE.
       01  WS-Default-Tol-Pct          PIC 9(3)    VALUE 25.
       01  WS-Default-Tol-Floor        PIC 9(7)    VALUE 10.
       01  WS-Hist-Keep                PIC 99      VALUE 10.
       01  WS-Hist-Max                 PIC 99      VALUE 20.
       01  WS-Hist-Count               PIC 99      VALUE ZERO.
       01  WS-Hist-Table.
           02  WS-Hist-Entry OCCURS 20 TIMES.
               03  WS-HT-Source        PIC X(3).
               03  WS-HT-Used          PIC 99.
               03  WS-HT-Cycle OCCURS 10 TIMES.
                   04  WS-HT-Date      PIC X(8).
                   04  WS-HT-Count     PIC 9(7).
       01  WS-Hist-Sub                 PIC 99.
       01  WS-Hist-Cur-Sub             PIC 99.
       01  WS-Hist-Cycle-Sub           PIC 99.
       01  WS-Hist-Last-Date           PIC X(8)    VALUE SPACES.
       01  WS-Hist-Roll-After          PIC X(8).
       01  WS-Hist-Add-Source          PIC X(3).
       01  WS-Hist-Add-Date            PIC X(8).
       01  WS-Hist-Add-Count           PIC 9(7).
       01  WS-Hist-Sum                 PIC 9(9).
       01  WS-Hist-Rolled              PIC 99      VALUE ZERO.
       01  WS-Volume-Diff              PIC S9(8).

       01  WS-Release-Max              PIC 99      VALUE 20.
       01  WS-Release-Count            PIC 99      VALUE ZERO.
       01  WS-Release-Table.
           02  WS-Release-Entry OCCURS 20 TIMES.
               03  WS-RT-Source        PIC X(3).
               03  WS-RT-Date          PIC X(8).
               03  WS-RT-Used          PIC X.
       01  WS-Release-Sub              PIC 99.
       01  WS-Release-EOF-Flag         PIC X       VALUE 'N'.
           88  RELEASE-EOF                         VALUE 'Y'.
       01  WS-Held-Count               PIC 99      VALUE ZERO.
       01  WS-Released-Count           PIC 99      VALUE ZERO.
       01  WS-Hist-EOF-Flag            PIC X       VALUE 'N'.
           88  HIST-EOF                            VALUE 'Y'.

       01  WS-Sort-EOF-Flag            PIC X       VALUE 'N'.
           88  SORT-EOF                            VALUE 'Y'.
               "CONFLICTS DROPPED:".
           02  CT-Conflicts            PIC ZZZ,ZZ9.

       01  Exception-Header-1.
           02  FILLER                  PIC X(10)   VALUE "FEEDCONS".
           02  FILLER                  PIC X(30)   VALUE
               "FEED VOLUME EXCEPTIONS".
           02  FILLER                  PIC X(10)   VALUE "RUN DATE:".
           02  EH1-Run-Date            PIC X(8).
           02  FILLER                  PIC X(10)   VALUE "  CYCLE:".
           02  EH1-Cycle-Date          PIC X(8).

       01  Exception-Header-2.
           02  FILLER                  PIC X(8)    VALUE "SOURCE".
           02  FILLER                  PIC X(11)   VALUE
               "  DELIVERED".
           02  FILLER                  PIC X(11)   VALUE
               "   HIST AVG".
           02  FILLER                  PIC X(8)    VALUE "  CYCLES".
           02  FILLER                  PIC X(11)   VALUE
               "   ALLOWED".
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  FILLER                  PIC X(18)   VALUE "REASON".
           02  FILLER                  PIC X(10)   VALUE "ACTION".

       01  Exception-Detail-Line.
           02  EX-Source               PIC X(3).
           02  FILLER                  PIC X(5)    VALUE SPACES.
           02  EX-Delivered            PIC Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  EX-Hist-Avg             PIC Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(6)    VALUE SPACES.
           02  EX-Hist-N               PIC Z9.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  EX-Allowed              PIC Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  EX-Reason               PIC X(18).
           02  EX-Action               PIC X(40).

       01  Exception-Card-Line.
           02  FILLER                  PIC X(21)   VALUE
               "RELEASE CARD SOURCE:".
           02  EC-Source               PIC X(3).
           02  FILLER                  PIC X(9)    VALUE "  CYCLE:".
           02  EC-Cycle-Date           PIC X(8).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  EC-Note                 PIC X(40).

       01  Exception-Trailer-Line.
           02  FILLER                  PIC X(15)   VALUE
               "SOURCES HELD:".
           02  ET-Held                 PIC Z9.
           02  FILLER                  PIC X(14)   VALUE
               "   RELEASED:".
           02  ET-Released             PIC Z9.

       01  WS-Feed-File-Name           PIC X(30).

       01  WS-Feed-Totals-Line.
           02  FT-Record-Count         PIC 9(7).
           02  FILLER                  PIC X       VALUE ','.
           02  FT-Cycle-Date           PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  FT-Delivered-Count      PIC 9(7).
           02  FILLER                  PIC X       VALUE ','.
           02  FT-Hold-Status          PIC X.
       01  WS-Feed-Count               PIC 9(7)    VALUE ZERO.
       01  WS-Feed-Total               PIC 9(7)    VALUE ZERO.
       01  WS-Feed-Read-Total          PIC 9(7)    VALUE ZERO.
       01  WS-Feeds-Seen               PIC 99      VALUE ZERO.

       01  WS-Century-Pivot            PIC 99      VALUE 30.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time FROM TIME
           PERFORM READ-CENTURY-PIVOT
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-FEED-CONTROL
           PERFORM LOAD-FEED-HISTORY
           PERFORM LOAD-RELEASE-CARDS
           PERFORM COUNT-ALL-FEEDS
           PERFORM CHECK-FEED-VOLUMES
           OPEN OUTPUT Birth-Feed-File
           IF WS-Birth-Feed-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BIRTHFEED.DAT, STATUS="
           CLOSE Birth-Feed-File
           CLOSE Feed-Totals-File
           CLOSE Conflict-Print-File
           PERFORM WRITE-EXCEPTIONS
      *    A HELD SOURCE DOES NOT STOP THE CYCLE, BUT THE STEP ENDS
      *    WITH A WARNING SO THE HOLD IS SEEN BEFORE THE NEXT CYCLE.
           IF WS-Held-Count > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           PERFORM MARK-STEP-COMPLETE
           DISPLAY "FEEDCONS: " WS-Feeds-Seen " FEEDS, "
               WS-Feed-Total " RECORDS TO BIRTHFEED.DAT, "
               WS-Conflict-Count " CONFLICTS DROPPED, "
               WS-Held-Count " SOURCES HELD"
           STOP RUN.

       CHECK-RUN-CONTROL.
           WRITE Cycle-Control-Record FROM Cycle-Control-Line
           CLOSE Cycle-Control-File.

       WRITE-RUN-HISTORY.
      *    ONE LINE PER COMPLETED RUN FEEDS THE TREND REPORT. THE
      *    END TIME IS TAKEN HERE, ONCE THE STEP'S WORK IS DONE.
           MOVE Cycle-Date TO HST-Cycle-Date
           MOVE "FEEDCONS" TO HST-Step
           MOVE WS-Run-Date TO HST-Start-Date
           MOVE WS-Run-Time TO HST-Start-Time
           ACCEPT HST-End-Date FROM DATE YYYYMMDD
           ACCEPT HST-End-Time FROM TIME
           MOVE RETURN-CODE TO HST-Return-Code
           MOVE WS-Restart-Flag TO HST-Restart
           MOVE WS-Feed-Read-Total TO HST-Read
           MOVE WS-Feed-Total TO HST-Accepted
           MOVE WS-Conflict-Count TO HST-Rejected
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

       LOAD-FEED-CONTROL.
      *    THE WHOLE CONTROL CARD IS LOADED AND CHECKED BEFORE ANY
      *    FEED IS OPENED, SO A BAD CARD CANNOT LEAVE A HALF-BUILT
               MOVE FC-Rank TO WS-FT-Rank(WS-Feed-Entry-Count)
           ELSE
               MOVE 99 TO WS-FT-Rank(WS-Feed-Entry-Count)
           END-IF
      *    THE TOLERANCE BELONGS TO THE SOURCE, NOT THE FILE; WHERE A
      *    SOURCE HAS SEVERAL LINES THE LAST ONE THAT GIVES A VALUE
      *    WINS.
           MOVE FC-Source-Code TO WS-Distinct-Key
           PERFORM FIND-DISTINCT-SOURCE
           IF FC-Tol-Pct NUMERIC
               MOVE FC-Tol-Pct
                   TO WS-Distinct-Tol-Pct(WS-Distinct-Cur-Sub)
           END-IF
           IF FC-Tol-Floor NUMERIC
               MOVE FC-Tol-Floor
                   TO WS-Distinct-Floor(WS-Distinct-Cur-Sub)
           END-IF.

       CHECK-DISTINCT-SOURCE.
               MOVE FC-Source-Code
                   TO WS-Distinct-Code(WS-Distinct-Count)
               MOVE ZERO TO WS-Distinct-Fwd(WS-Distinct-Count)
               MOVE ZERO TO WS-Distinct-Read(WS-Distinct-Count)
               MOVE WS-Default-Tol-Pct
                   TO WS-Distinct-Tol-Pct(WS-Distinct-Count)
               MOVE WS-Default-Tol-Floor
                   TO WS-Distinct-Floor(WS-Distinct-Count)
               MOVE ZERO TO WS-Distinct-Hist-N(WS-Distinct-Count)
               MOVE ZERO TO WS-Distinct-Avg(WS-Distinct-Count)
               MOVE ZERO TO WS-Distinct-Allowed(WS-Distinct-Count)
               MOVE SPACE TO WS-Distinct-Hold(WS-Distinct-Count)
               MOVE SPACES TO WS-Distinct-Reason(WS-Distinct-Count)
           END-IF.

       FIND-DISTINCT-SOURCE.
           MOVE ZERO TO WS-Distinct-Cur-Sub
           PERFORM VARYING WS-Distinct-Sub FROM 1 BY 1
                   UNTIL WS-Distinct-Cur-Sub > 0
                   OR WS-Distinct-Sub > WS-Distinct-Count
               IF WS-Distinct-Code(WS-Distinct-Sub) = WS-Distinct-Key
                   MOVE WS-Distinct-Sub TO WS-Distinct-Cur-Sub
               END-IF
           END-PERFORM.

       LOAD-FEED-HISTORY.
      *    THE HISTORY HOLDS EACH SOURCE'S DELIVERED COUNT FOR ITS LAST
      *    TEN ACCEPTED CYCLES. IT IS FED FROM THE PREVIOUS CYCLE'S
      *    FEEDTOT.DAT THE FIRST TIME A LATER CYCLE RUNS, SO A RERUN
      *    OF THE SAME CYCLE CANNOT COUNT ITSELF INTO ITS OWN BASELINE
      *    AND A SOURCE STILL ON HOLD NEVER BECOMES PART OF ONE.
           OPEN INPUT Feed-History-File
           IF WS-Feed-History-Status = "00"
               PERFORM UNTIL HIST-EOF
                   READ Feed-History-File
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           MOVE FH-Source-Code TO WS-Hist-Add-Source
                           MOVE FH-Cycle-Date TO WS-Hist-Add-Date
                           MOVE FH-Record-Count TO WS-Hist-Add-Count
                           PERFORM ADD-HISTORY-COUNT
                   END-READ
               END-PERFORM
               CLOSE Feed-History-File
           END-IF
           MOVE WS-Hist-Last-Date TO WS-Hist-Roll-After
           OPEN INPUT Feed-Totals-File
           IF WS-Feed-Totals-Status = "00"
               MOVE 'N' TO WS-Hist-EOF-Flag
               PERFORM UNTIL HIST-EOF
                   READ Feed-Totals-File
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM ROLL-ONE-FEED-TOTAL
                   END-READ
               END-PERFORM
               CLOSE Feed-Totals-File
           END-IF
           IF WS-Hist-Rolled > 0
               PERFORM REWRITE-FEED-HISTORY
           END-IF.

       ROLL-ONE-FEED-TOTAL.
      *    A TOTALS LINE FROM BEFORE DELIVERED COUNTS WERE KEPT
      *    FALLS BACK TO ITS FORWARDED COUNT.
           IF Feed-Totals-Record(13:8) > WS-Hist-Roll-After
                   AND Feed-Totals-Record(13:8) < Cycle-Date
                   AND Feed-Totals-Record(30:1) NOT = 'H'
               MOVE Feed-Totals-Record(1:3) TO WS-Hist-Add-Source
               MOVE Feed-Totals-Record(13:8) TO WS-Hist-Add-Date
               IF Feed-Totals-Record(22:7) NUMERIC
                   MOVE Feed-Totals-Record(22:7) TO WS-Hist-Add-Count
               ELSE
                   MOVE Feed-Totals-Record(5:7) TO WS-Hist-Add-Count
               END-IF
               PERFORM ADD-HISTORY-COUNT
               ADD 1 TO WS-Hist-Rolled
           END-IF.

       ADD-HISTORY-COUNT.
      *    ONCE A SOURCE HAS TEN CYCLES THE OLDEST DROPS OFF.
           MOVE ZERO TO WS-Hist-Cur-Sub
           PERFORM VARYING WS-Hist-Sub FROM 1 BY 1
                   UNTIL WS-Hist-Cur-Sub > 0
                   OR WS-Hist-Sub > WS-Hist-Count
               IF WS-HT-Source(WS-Hist-Sub) = WS-Hist-Add-Source
                   MOVE WS-Hist-Sub TO WS-Hist-Cur-Sub
               END-IF
           END-PERFORM
           IF WS-Hist-Cur-Sub = 0
               IF WS-Hist-Count >= WS-Hist-Max
                   DISPLAY "ERROR: TOO MANY SOURCES IN FEEDHIST.DAT, "
                       "MAX=" WS-Hist-Max
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-Hist-Count
               MOVE WS-Hist-Count TO WS-Hist-Cur-Sub
               MOVE WS-Hist-Add-Source TO WS-HT-Source(WS-Hist-Cur-Sub)
               MOVE ZERO TO WS-HT-Used(WS-Hist-Cur-Sub)
           END-IF
           IF WS-HT-Used(WS-Hist-Cur-Sub) >= WS-Hist-Keep
               PERFORM VARYING WS-Hist-Cycle-Sub FROM 1 BY 1
                       UNTIL WS-Hist-Cycle-Sub >= WS-Hist-Keep
                   MOVE WS-HT-Cycle(WS-Hist-Cur-Sub,
                       WS-Hist-Cycle-Sub + 1)
                       TO WS-HT-Cycle(WS-Hist-Cur-Sub,
                       WS-Hist-Cycle-Sub)
               END-PERFORM
           ELSE
               ADD 1 TO WS-HT-Used(WS-Hist-Cur-Sub)
           END-IF
           MOVE WS-HT-Used(WS-Hist-Cur-Sub) TO WS-Hist-Cycle-Sub
           MOVE WS-Hist-Add-Date
               TO WS-HT-Date(WS-Hist-Cur-Sub, WS-Hist-Cycle-Sub)
           MOVE WS-Hist-Add-Count
               TO WS-HT-Count(WS-Hist-Cur-Sub, WS-Hist-Cycle-Sub)
           IF WS-Hist-Add-Date > WS-Hist-Last-Date
               MOVE WS-Hist-Add-Date TO WS-Hist-Last-Date
           END-IF.

       REWRITE-FEED-HISTORY.
           OPEN OUTPUT Feed-History-File
           IF WS-Feed-History-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN FEEDHIST.DAT, STATUS="
                   WS-Feed-History-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-Hist-Sub FROM 1 BY 1
                   UNTIL WS-Hist-Sub > WS-Hist-Count
               PERFORM VARYING WS-Hist-Cycle-Sub FROM 1 BY 1
                       UNTIL WS-Hist-Cycle-Sub > WS-HT-Used(WS-Hist-Sub)
                   MOVE SPACES TO Feed-History-Record
                   MOVE WS-HT-Source(WS-Hist-Sub) TO FH-Source-Code
                   MOVE ',' TO Feed-History-Record(4:1)
                   MOVE WS-HT-Date(WS-Hist-Sub, WS-Hist-Cycle-Sub)
                       TO FH-Cycle-Date
                   MOVE ',' TO Feed-History-Record(13:1)
                   MOVE WS-HT-Count(WS-Hist-Sub, WS-Hist-Cycle-Sub)
                       TO FH-Record-Count
                   WRITE Feed-History-Record
               END-PERFORM
           END-PERFORM
           CLOSE Feed-History-File.

       LOAD-RELEASE-CARDS.
      *    A RELEASE CARD NAMES A SOURCE AND THE CYCLE IT RELEASES, SO
      *    A CARD LEFT BEHIND CANNOT RELEASE THE SAME SOURCE AGAIN ON
      *    A LATER CYCLE WITHOUT SOMEONE LOOKING AT IT.
           OPEN INPUT Release-Card-File
           IF WS-Release-Status = "00"
               PERFORM UNTIL RELEASE-EOF
                   READ Release-Card-File
                       AT END
                           SET RELEASE-EOF TO TRUE
                       NOT AT END
                           IF Release-Card-Record NOT = SPACES
                               PERFORM LOAD-ONE-RELEASE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Release-Card-File
           END-IF.

       LOAD-ONE-RELEASE-CARD.
           IF WS-Release-Count >= WS-Release-Max
               DISPLAY "ERROR: TOO MANY CARDS IN FEEDREL.DAT, MAX="
                   WS-Release-Max
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-Release-Count
           MOVE RC-Source-Code TO WS-RT-Source(WS-Release-Count)
           MOVE RC-Cycle-Date TO WS-RT-Date(WS-Release-Count)
           MOVE 'N' TO WS-RT-Used(WS-Release-Count).

       COUNT-ALL-FEEDS.
      *    EVERY FEED IS COUNTED BEFORE ANY IS CONSOLIDATED, SINCE A
      *    SOURCE CAN ONLY BE JUDGED ON ALL OF ITS FILES TOGETHER.
           PERFORM VARYING WS-Feed-Sub FROM 1 BY 1
                   UNTIL WS-Feed-Sub > WS-Feed-Entry-Count
               PERFORM COUNT-ONE-FEED
           END-PERFORM.

       COUNT-ONE-FEED.
           MOVE WS-FT-Name(WS-Feed-Sub) TO WS-Feed-File-Name
           OPEN INPUT Feed-File
           IF WS-Feed-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN FEED FOR SOURCE "
                   WS-FT-Source(WS-Feed-Sub) ": "
                   WS-FT-Name(WS-Feed-Sub)
                   " STATUS=" WS-Feed-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-Feed-Count
           MOVE 'N' TO WS-Feed-EOF-Flag
           PERFORM UNTIL FEED-EOF
               READ Feed-File
                   AT END
                       SET FEED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Feed-Count
               END-READ
           END-PERFORM
           CLOSE Feed-File
           ADD WS-Feed-Count TO WS-Feed-Read-Total
           MOVE WS-FT-Source(WS-Feed-Sub) TO WS-Distinct-Key
           PERFORM FIND-DISTINCT-SOURCE
           ADD WS-Feed-Count TO WS-Distinct-Read(WS-Distinct-Cur-Sub).

       CHECK-FEED-VOLUMES.
           PERFORM VARYING WS-Distinct-Cur-Sub FROM 1 BY 1
                   UNTIL WS-Distinct-Cur-Sub > WS-Distinct-Count
               PERFORM CHECK-ONE-SOURCE-VOLUME
           END-PERFORM.

       CHECK-ONE-SOURCE-VOLUME.
      *    AN EMPTY FILE IS ALWAYS HELD. A SOURCE WITH NO HISTORY YET
      *    HAS NOTHING TO BE MEASURED AGAINST AND GOES THROUGH.
           MOVE ZERO TO WS-Hist-Cur-Sub
           PERFORM VARYING WS-Hist-Sub FROM 1 BY 1
                   UNTIL WS-Hist-Cur-Sub > 0
                   OR WS-Hist-Sub > WS-Hist-Count
               IF WS-HT-Source(WS-Hist-Sub) =
                       WS-Distinct-Code(WS-Distinct-Cur-Sub)
                   MOVE WS-Hist-Sub TO WS-Hist-Cur-Sub
               END-IF
           END-PERFORM
           IF WS-Hist-Cur-Sub > 0
               MOVE ZERO TO WS-Hist-Sum
               PERFORM VARYING WS-Hist-Cycle-Sub FROM 1 BY 1
                       UNTIL WS-Hist-Cycle-Sub >
                       WS-HT-Used(WS-Hist-Cur-Sub)
                   ADD WS-HT-Count(WS-Hist-Cur-Sub, WS-Hist-Cycle-Sub)
                       TO WS-Hist-Sum
               END-PERFORM
               MOVE WS-HT-Used(WS-Hist-Cur-Sub)
                   TO WS-Distinct-Hist-N(WS-Distinct-Cur-Sub)
               DIVIDE WS-Hist-Sum BY WS-HT-Used(WS-Hist-Cur-Sub)
                   GIVING WS-Distinct-Avg(WS-Distinct-Cur-Sub) ROUNDED
               COMPUTE WS-Distinct-Allowed(WS-Distinct-Cur-Sub)
                   ROUNDED = WS-Distinct-Avg(WS-Distinct-Cur-Sub)
                   * WS-Distinct-Tol-Pct(WS-Distinct-Cur-Sub) / 100
               IF WS-Distinct-Allowed(WS-Distinct-Cur-Sub) <
                       WS-Distinct-Floor(WS-Distinct-Cur-Sub)
                   MOVE WS-Distinct-Floor(WS-Distinct-Cur-Sub)
                       TO WS-Distinct-Allowed(WS-Distinct-Cur-Sub)
               END-IF
           END-IF
           COMPUTE WS-Volume-Diff =
               WS-Distinct-Read(WS-Distinct-Cur-Sub)
               - WS-Distinct-Avg(WS-Distinct-Cur-Sub)
           EVALUATE TRUE
               WHEN WS-Distinct-Read(WS-Distinct-Cur-Sub) = 0
                   MOVE "EMPTY FILE"
                       TO WS-Distinct-Reason(WS-Distinct-Cur-Sub)
               WHEN WS-Hist-Cur-Sub = 0
                   CONTINUE
               WHEN WS-Volume-Diff >
                       WS-Distinct-Allowed(WS-Distinct-Cur-Sub)
                   MOVE "ABOVE TOLERANCE"
                       TO WS-Distinct-Reason(WS-Distinct-Cur-Sub)
               WHEN 0 - WS-Volume-Diff >
                       WS-Distinct-Allowed(WS-Distinct-Cur-Sub)
                   MOVE "BELOW TOLERANCE"
                       TO WS-Distinct-Reason(WS-Distinct-Cur-Sub)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Distinct-Reason(WS-Distinct-Cur-Sub) NOT = SPACES
               SET SOURCE-HELD(WS-Distinct-Cur-Sub) TO TRUE
               PERFORM VARYING WS-Release-Sub FROM 1 BY 1
                       UNTIL WS-Release-Sub > WS-Release-Count
                   IF WS-RT-Source(WS-Release-Sub) =
                           WS-Distinct-Code(WS-Distinct-Cur-Sub)
                           AND WS-RT-Date(WS-Release-Sub) = Cycle-Date
                       MOVE 'Y' TO WS-RT-Used(WS-Release-Sub)
                       SET SOURCE-RELEASED(WS-Distinct-Cur-Sub)
                           TO TRUE
                   END-IF
               END-PERFORM
               IF SOURCE-RELEASED(WS-Distinct-Cur-Sub)
                   ADD 1 TO WS-Released-Count
               ELSE
                   ADD 1 TO WS-Held-Count
               END-IF
           END-IF.

       READ-ALL-FEEDS.

       RELEASE-ONE-FEED.
           ADD 1 TO WS-Feeds-Seen
           MOVE WS-FT-Source(WS-Feed-Sub) TO WS-Distinct-Key
           PERFORM FIND-DISTINCT-SOURCE
           IF SOURCE-HELD(WS-Distinct-Cur-Sub)
               DISPLAY "FEEDCONS: SOURCE " WS-FT-Source(WS-Feed-Sub)
                   " HELD, " WS-FT-Name(WS-Feed-Sub)
                   " NOT CONSOLIDATED"
           ELSE
               PERFORM CONSOLIDATE-ONE-FEED
           END-IF.

       CONSOLIDATE-ONE-FEED.
           MOVE WS-FT-Name(WS-Feed-Sub) TO WS-Feed-File-Name
           OPEN INPUT Feed-File
           IF WS-Feed-Status NOT = "00"
                   TO FT-Source-Code
               MOVE WS-Distinct-Fwd(WS-Distinct-Sub)
                   TO FT-Record-Count
               MOVE WS-Distinct-Read(WS-Distinct-Sub)
                   TO FT-Delivered-Count
               MOVE WS-Distinct-Hold(WS-Distinct-Sub)
                   TO FT-Hold-Status
               WRITE Feed-Totals-Record FROM WS-Feed-Totals-Line
           END-PERFORM.

       WRITE-EXCEPTIONS.
      *    THE PAGE LISTS EVERY SOURCE THAT FAILED ITS VOLUME CHECK,
      *    HELD OR RELEASED, AND EVERY RELEASE CARD THAT RELEASED
      *    NOTHING, SO A MISTYPED CARD IS NOT MISTAKEN FOR A RELEASE.
           OPEN OUTPUT Exception-Print-File
           IF WS-Exception-Print-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN FEEDEXC.PRT, STATUS="
                   WS-Exception-Print-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Run-Date TO EH1-Run-Date
           MOVE Cycle-Date TO EH1-Cycle-Date
           WRITE Exception-Print-Line FROM Exception-Header-1
           WRITE Exception-Print-Line FROM Exception-Header-2
           PERFORM VARYING WS-Distinct-Sub FROM 1 BY 1
                   UNTIL WS-Distinct-Sub > WS-Distinct-Count
               IF NOT SOURCE-CLEAR(WS-Distinct-Sub)
                   PERFORM WRITE-ONE-EXCEPTION
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Release-Sub FROM 1 BY 1
                   UNTIL WS-Release-Sub > WS-Release-Count
               IF WS-RT-Used(WS-Release-Sub) = 'N'
                   PERFORM WRITE-UNUSED-RELEASE
               END-IF
           END-PERFORM
           MOVE WS-Held-Count TO ET-Held
           MOVE WS-Released-Count TO ET-Released
           WRITE Exception-Print-Line FROM Exception-Trailer-Line
           CLOSE Exception-Print-File.

       WRITE-ONE-EXCEPTION.
           MOVE WS-Distinct-Code(WS-Distinct-Sub) TO EX-Source
           MOVE WS-Distinct-Read(WS-Distinct-Sub) TO EX-Delivered
           MOVE WS-Distinct-Avg(WS-Distinct-Sub) TO EX-Hist-Avg
           MOVE WS-Distinct-Hist-N(WS-Distinct-Sub) TO EX-Hist-N
           MOVE WS-Distinct-Allowed(WS-Distinct-Sub) TO EX-Allowed
           MOVE WS-Distinct-Reason(WS-Distinct-Sub) TO EX-Reason
           IF SOURCE-RELEASED(WS-Distinct-Sub)
               MOVE "RELEASED BY CARD, CONSOLIDATED"
                   TO EX-Action
           ELSE
               MOVE "HELD, NOT IN BIRTHFEED.DAT" TO EX-Action
           END-IF
           WRITE Exception-Print-Line FROM Exception-Detail-Line.

       WRITE-UNUSED-RELEASE.
           MOVE WS-RT-Source(WS-Release-Sub) TO EC-Source
           MOVE WS-RT-Date(WS-Release-Sub) TO EC-Cycle-Date
           MOVE WS-RT-Source(WS-Release-Sub) TO WS-Distinct-Key
           PERFORM FIND-DISTINCT-SOURCE
           EVALUATE TRUE
               WHEN WS-RT-Date(WS-Release-Sub) NOT = Cycle-Date
                   MOVE "NOT FOR THIS CYCLE, IGNORED" TO EC-Note
               WHEN WS-Distinct-Cur-Sub = 0
                   MOVE "SOURCE NOT IN FEEDCTL.DAT, IGNORED"
                       TO EC-Note
               WHEN OTHER
                   MOVE "SOURCE NOT HELD, NOTHING TO RELEASE"
                       TO EC-Note
           END-EVALUATE
           WRITE Exception-Print-Line FROM Exception-Card-Line.

       WRITE-CONFLICT-HEADERS.
           MOVE WS-Run-Date TO CH1-Run-Date
           WRITE Conflict-Print-Line FROM Conflict-Header-1

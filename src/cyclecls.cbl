               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycle-Ctl-Status.

           SELECT Run-History-File ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-History-Status.

           SELECT Calendar-File ASSIGN TO "PROCCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Calendar-Status.

           SELECT Run-Totals-File ASSIGN TO "RUNTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Totals-Status.

           SELECT Feed-Totals-File ASSIGN TO "FEEDTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Feed-Totals-Status.

           SELECT Kept-Totals-File ASSIGN TO DYNAMIC WS-Kept-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Kept-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Close-Parm-File.
           02  CP-Action               PIC X(4).

       FD  Cycle-Control-File.
       01  Cycle-Control-Record        PIC X(21).

       FD  Run-History-File.
       01  Run-History-Record          PIC X(84).

      *    ONE LINE PER CALENDAR DATE, IN DATE ORDER: CCYYMMDD, THE
      *    DAY TYPE (B BUSINESS DAY, H HOLIDAY, W WEEKEND) AND THE
      *    PERIOD END (M MONTH-END, Y YEAR-END, SPACE NEITHER). ONLY
      *    A B DATE IS A PROCESSING DATE; A DATE NOT ON THE FILE IS
      *    NOT PROCESSED EITHER.
       FD  Calendar-File.
       01  Calendar-Record.
           02  CL-Date                 PIC X(8).
           02  FILLER                  PIC X.
           02  CL-Day-Type             PIC X.
               88  CL-PROCESSING-DAY               VALUE 'B'.
           02  FILLER                  PIC X.
           02  CL-Period-End           PIC X.
               88  CL-MONTH-OR-YEAR-END            VALUE 'M' 'Y'.

       FD  Run-Totals-File.
       01  Run-Totals-Record           PIC X(29).

       FD  Feed-Totals-File.
       01  Feed-Totals-Record          PIC X(30).

       FD  Kept-Totals-File.
       01  Kept-Totals-Record          PIC X(30).

       WORKING-STORAGE SECTION.
           COPY CYCLEREC.
           COPY RUNHIST.

       01  WS-Parm-Status              PIC XX.
       01  WS-Cycle-Ctl-Status         PIC XX.
       01  WS-Run-History-Status       PIC XX.
       01  WS-Calendar-Status          PIC XX.
       01  WS-Run-Totals-Status        PIC XX.
       01  WS-Feed-Totals-Status       PIC XX.
       01  WS-Kept-Status              PIC XX.

       01  WS-Init-Flag                PIC X       VALUE 'N'.
           88  INIT-REQUESTED                      VALUE 'Y'.

       01  WS-Run-Date                 PIC 9(8).
       01  WS-Run-Date-X REDEFINES WS-Run-Date
                                       PIC X(8).
       01  WS-Run-Time                 PIC 9(8).
       01  WS-Day-Before-Run           PIC 9(8).

       01  WS-Calendar-EOF-Flag        PIC X       VALUE 'N'.
           88  CALENDAR-EOF                        VALUE 'Y'.
       01  WS-Next-Found-Flag          PIC X       VALUE 'N'.
           88  NEXT-DATE-FOUND                     VALUE 'Y'.
       01  WS-Roll-After               PIC X(8).
       01  WS-Prior-Cal-Date           PIC X(8).

       01  WS-Next-Cycle-Date          PIC X(8).
       01  WS-Next-Period-End          PIC X.
       01  WS-Next-Catch-Up            PIC X.
       01  WS-Next-Dates-Behind        PIC 9(3).

       01  WS-Kept-File-Name           PIC X(17).
       01  WS-Copy-EOF-Flag            PIC X       VALUE 'N'.
           88  COPY-EOF                            VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time FROM TIME
           PERFORM READ-CLOSE-PARM
           IF INIT-REQUESTED
               COMPUTE WS-Day-Before-Run = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-Run-Date) - 1)
               MOVE WS-Day-Before-Run TO WS-Roll-After
               PERFORM FIND-NEXT-CYCLE-DATE
               PERFORM WRITE-FRESH-CONTROL
               DISPLAY "CYCLECLS: RUN CONTROL INITIALIZED FOR CYCLE "
                   Cycle-Date
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Cycle-Date TO WS-Roll-After
           PERFORM FIND-NEXT-CYCLE-DATE
      *    A CYCLE RUN LATE, OR OVERTAKEN BY THE NEXT PROCESSING DATE
      *    BEFORE IT CLOSED, KEEPS ITS OWN COPY OF THE TOTALS; THE
      *    NEXT CYCLE'S RUN WOULD OTHERWISE WRITE OVER THEM BEFORE
      *    ANYONE HAD LOOKED AT THEM.
           IF CATCH-UP-CYCLE OR WS-Next-Catch-Up = 'Y'
               PERFORM KEEP-CYCLE-TOTALS
           END-IF
           PERFORM WRITE-RUN-HISTORY
           DISPLAY "CYCLECLS: CYCLE " Cycle-Date " CLOSED"
           PERFORM WRITE-FRESH-CONTROL
           DISPLAY "CYCLECLS: NEW CYCLE " Cycle-Date " OPENED"
           PERFORM DISPLAY-NEW-CYCLE-NOTES
           STOP RUN.

       READ-CLOSE-PARM.
               CLOSE Close-Parm-File
           END-IF.

       WRITE-RUN-HISTORY.
      *    ONE LINE PER COMPLETED RUN FEEDS THE TREND REPORT. THE
      *    END TIME IS TAKEN HERE, ONCE THE STEP'S WORK IS DONE.
           MOVE Cycle-Date TO HST-Cycle-Date
           MOVE "CYCLECLS" TO HST-Step
           MOVE WS-Run-Date TO HST-Start-Date
           MOVE WS-Run-Time TO HST-Start-Time
           ACCEPT HST-End-Date FROM DATE YYYYMMDD
           ACCEPT HST-End-Time FROM TIME
           MOVE RETURN-CODE TO HST-Return-Code
           MOVE 'N' TO HST-Restart
           MOVE ZERO TO HST-Read
           MOVE ZERO TO HST-Accepted
           MOVE ZERO TO HST-Rejected
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

       READ-RUN-CONTROL.
           OPEN INPUT Cycle-Control-File
           IF WS-Cycle-Ctl-Status NOT = "00"
           END-READ
           CLOSE Cycle-Control-File.

       FIND-NEXT-CYCLE-DATE.
      *    THE NEW CYCLE IS THE FIRST PROCESSING DATE AFTER THE ONE
      *    CLOSING, SO WEEKENDS AND HOLIDAYS ARE STEPPED OVER. WITH
      *    NO CALENDAR ON FILE THE NEW CYCLE IS SIMPLY TODAY, AS IT
      *    ALWAYS WAS. A NEW CYCLE DATED BEFORE TODAY WAS MISSED AND
      *    IS RUN AS A CATCH-UP CYCLE; EVERY LATER PROCESSING DATE
      *    ALSO BEFORE TODAY IS COUNTED AS STILL BEHIND IT.
           MOVE 'N' TO WS-Next-Found-Flag
           MOVE 'N' TO WS-Calendar-EOF-Flag
           MOVE SPACE TO WS-Next-Period-End
           MOVE 'N' TO WS-Next-Catch-Up
           MOVE ZERO TO WS-Next-Dates-Behind
           OPEN INPUT Calendar-File
           IF WS-Calendar-Status NOT = "00"
               MOVE WS-Run-Date-X TO WS-Next-Cycle-Date
           ELSE
               MOVE LOW-VALUES TO WS-Prior-Cal-Date
               PERFORM UNTIL CALENDAR-EOF
                   READ Calendar-File
                       AT END
                           SET CALENDAR-EOF TO TRUE
                       NOT AT END
                           IF Calendar-Record NOT = SPACES
                               PERFORM CHECK-ONE-CALENDAR-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Calendar-File
               IF NOT NEXT-DATE-FOUND
                   DISPLAY "ERROR: PROCCAL.DAT HAS NO PROCESSING "
                       "DATE AFTER " WS-Roll-After
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-Next-Cycle-Date < WS-Run-Date-X
                   MOVE 'Y' TO WS-Next-Catch-Up
               END-IF
           END-IF.

       CHECK-ONE-CALENDAR-DATE.
      *    THE WHOLE CALENDAR IS READ AND MUST BE IN DATE ORDER; A
      *    LINE OUT OF ORDER WOULD MAKE THE ROLL SKIP A DATE UNSEEN.
           IF CL-Date NOT NUMERIC OR CL-Date NOT > WS-Prior-Cal-Date
               DISPLAY "ERROR: PROCCAL.DAT OUT OF DATE ORDER AT "
                   CL-Date
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CL-Date TO WS-Prior-Cal-Date
           IF CL-PROCESSING-DAY AND CL-Date > WS-Roll-After
               IF NOT NEXT-DATE-FOUND
                   SET NEXT-DATE-FOUND TO TRUE
                   MOVE CL-Date TO WS-Next-Cycle-Date
                   IF CL-MONTH-OR-YEAR-END
                       MOVE CL-Period-End TO WS-Next-Period-End
                   END-IF
               ELSE
                   IF CL-Date < WS-Run-Date-X
                       ADD 1 TO WS-Next-Dates-Behind
                   END-IF
               END-IF
           END-IF.

       KEEP-CYCLE-TOTALS.
           MOVE SPACES TO WS-Kept-File-Name
           STRING "RUNTOT.D" Cycle-Date DELIMITED BY SIZE
               INTO WS-Kept-File-Name
           OPEN INPUT Run-Totals-File
           IF WS-Run-Totals-Status NOT = "00"
               DISPLAY "CYCLECLS: NO RUNTOT.DAT TO KEEP, STATUS="
                   WS-Run-Totals-Status
           ELSE
               PERFORM OPEN-KEPT-TOTALS
               MOVE 'N' TO WS-Copy-EOF-Flag
               PERFORM UNTIL COPY-EOF
                   READ Run-Totals-File
                       AT END
                           SET COPY-EOF TO TRUE
                       NOT AT END
                           WRITE Kept-Totals-Record
                               FROM Run-Totals-Record
                   END-READ
               END-PERFORM
               CLOSE Run-Totals-File
               CLOSE Kept-Totals-File
               DISPLAY "CYCLECLS: RUN TOTALS KEPT AS "
                   WS-Kept-File-Name
           END-IF
           IF FEED-CYCLE
               MOVE SPACES TO WS-Kept-File-Name
               STRING "FEEDTOT.D" Cycle-Date DELIMITED BY SIZE
                   INTO WS-Kept-File-Name
               OPEN INPUT Feed-Totals-File
               IF WS-Feed-Totals-Status NOT = "00"
                   DISPLAY "CYCLECLS: NO FEEDTOT.DAT TO KEEP, STATUS="
                       WS-Feed-Totals-Status
               ELSE
                   PERFORM OPEN-KEPT-TOTALS
                   MOVE 'N' TO WS-Copy-EOF-Flag
                   PERFORM UNTIL COPY-EOF
                       READ Feed-Totals-File
                           AT END
                               SET COPY-EOF TO TRUE
                           NOT AT END
                               WRITE Kept-Totals-Record
                                   FROM Feed-Totals-Record
                       END-READ
                   END-PERFORM
                   CLOSE Feed-Totals-File
                   CLOSE Kept-Totals-File
                   DISPLAY "CYCLECLS: FEED TOTALS KEPT AS "
                       WS-Kept-File-Name
               END-IF
           END-IF.

       OPEN-KEPT-TOTALS.
           OPEN OUTPUT Kept-Totals-File
           IF WS-Kept-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN " WS-Kept-File-Name
                   ", STATUS=" WS-Kept-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       DISPLAY-NEW-CYCLE-NOTES.
           IF YEAR-END-CYCLE
               DISPLAY "CYCLECLS: CYCLE " Cycle-Date " IS YEAR-END"
           ELSE
               IF MONTH-END-CYCLE
                   DISPLAY "CYCLECLS: CYCLE " Cycle-Date
                       " IS MONTH-END"
               END-IF
           END-IF
           IF CATCH-UP-CYCLE
               DISPLAY "CYCLECLS: CATCH-UP CYCLE, "
                   Cycle-Dates-Behind
                   " MORE PROCESSING DATES BEHIND IT"
           END-IF.

       WRITE-FRESH-CONTROL.
           MOVE WS-Next-Cycle-Date TO Cycle-Date
           MOVE 'N' TO Cycle-Feedcons-Done
           MOVE 'N' TO Cycle-Puzzle-Done
           MOVE 'N' TO Cycle-Recycle-Done
           MOVE 'N' TO Cycle-Reconcil-Done
           MOVE 'N' TO Cycle-Audarch-Done
           MOVE SPACE TO Cycle-Input-Mode
           MOVE WS-Next-Period-End TO Cycle-Period-End
           MOVE WS-Next-Catch-Up TO Cycle-Catch-Up
           MOVE WS-Next-Dates-Behind TO Cycle-Dates-Behind
           OPEN OUTPUT Cycle-Control-File
           IF WS-Cycle-Ctl-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN CYCLECTL.DAT, STATUS="

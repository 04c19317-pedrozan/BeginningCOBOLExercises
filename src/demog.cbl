               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

           SELECT Schedule-Parm-File ASSIGN TO "DEMOG.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Schedule-Parm-Status.

           SELECT Cycle-Control-File ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycle-Ctl-Status.

           SELECT Sort-File ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FD  Print-File.
       01  Print-Line                  PIC X(132).

       FD  Schedule-Parm-File.
       01  Schedule-Parm-Record.
           02  SC-Run-On               PIC X.

       FD  Cycle-Control-File.
       01  Cycle-Control-Record        PIC X(21).

       SD  Sort-File.
       01  Sort-Record.
           02  SR-BirthDate            PIC X(8).
       WORKING-STORAGE SECTION.
           COPY BIRTHREC.
           COPY PERSONREC.
           COPY CYCLEREC.

       01  WS-BirthDate-Status         PIC XX.
       01  WS-Print-Status             PIC XX.
       01  WS-Schedule-Parm-Status     PIC XX.
       01  WS-Cycle-Ctl-Status         PIC XX.

       01  WS-Run-On-Flag              PIC X       VALUE SPACE.
           88  RUN-EVERY-TIME                      VALUE SPACE.
           88  RUN-ON-MONTH-END                    VALUE 'M'.
           88  RUN-ON-YEAR-END                     VALUE 'Y'.
       01  WS-End-Of-File-Flag         PIC X       VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       01  WS-Sort-EOF-Flag            PIC X       VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           PERFORM CHECK-REPORT-SCHEDULE
           OPEN OUTPUT Print-File
           IF WS-Print-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN DEMOG.PRT, STATUS="
           CLOSE Print-File
           STOP RUN.

       CHECK-REPORT-SCHEDULE.
      *    A MISSING OR BLANK CARD RUNS THE REPORT EVERY TIME. M OR Y
      *    LIMITS IT TO MONTH-END OR YEAR-END CYCLES: ON ANY OTHER
      *    CYCLE IT ENDS WITHOUT PRINTING, AND ON ITS OWN CYCLE IT IS
      *    AS OF THE CYCLE DATE, SO A MONTH-END RUN MADE LATE OR IN
      *    CATCH-UP STILL SHOWS THE POSITION AT THE MONTH END.
           OPEN INPUT Schedule-Parm-File
           IF WS-Schedule-Parm-Status = "00"
               READ Schedule-Parm-File
                   NOT AT END
                       IF SC-Run-On = 'M' OR SC-Run-On = 'Y'
                           MOVE SC-Run-On TO WS-Run-On-Flag
                       END-IF
               END-READ
               CLOSE Schedule-Parm-File
           END-IF
           IF NOT RUN-EVERY-TIME
               PERFORM READ-RUN-CONTROL
               IF (RUN-ON-MONTH-END AND NOT MONTH-END-CYCLE)
                       OR (RUN-ON-YEAR-END AND NOT YEAR-END-CYCLE)
                   DISPLAY "DEMOG: CYCLE " Cycle-Date
                       " IS NOT A SCHEDULED CYCLE, REPORT NOT RUN"
                   STOP RUN
               END-IF
               MOVE Cycle-Date TO WS-Run-Date
           END-IF.

       READ-RUN-CONTROL.
           OPEN INPUT Cycle-Control-File
           IF WS-Cycle-Ctl-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN CYCLECTL.DAT, STATUS="
                   WS-Cycle-Ctl-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ Cycle-Control-File INTO Cycle-Control-Line
               AT END
                   DISPLAY "ERROR: CYCLECTL.DAT IS EMPTY"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE Cycle-Control-File.

       TALLY-MASTER.
           OPEN INPUT BirthDate-File
           IF WS-BirthDate-Status NOT = "00"

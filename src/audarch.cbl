               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycle-Ctl-Status.

           SELECT Run-History-File ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-History-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Audit-Log-File.
       01  Audit-Record                PIC X(82).

       FD  Gen-Control-File.
       01  Gen-Control-Record.
           02  GC-Retain               PIC 99.

       FD  Generation-File.
       01  Generation-Record           PIC X(82).

       FD  Run-Parm-File.
       01  Run-Parm-Record             PIC X(80).

       FD  Cycle-Control-File.
       01  Cycle-Control-Record        PIC X(21).

       FD  Run-History-File.
       01  Run-History-Record          PIC X(84).

       WORKING-STORAGE SECTION.
           COPY CYCLEREC.
           COPY RUNHIST.

       01  WS-Audit-Status             PIC XX.
       01  WS-Control-Status           PIC XX.
       01  WS-Generation-Status        PIC XX.
       01  WS-Run-Parm-Status          PIC XX.
       01  WS-Cycle-Ctl-Status         PIC XX.
       01  WS-Run-History-Status       PIC XX.

       01  WS-Parm-EOF-Flag            PIC X       VALUE 'N'.
           88  PARM-EOF                            VALUE 'Y'.
       01  WS-Restart-Flag             PIC X       VALUE 'N'.
           88  RESTART-REQUESTED                   VALUE 'Y'.

       01  WS-Run-Date                 PIC 9(8).
       01  WS-Run-Time                 PIC 9(8).

       01  WS-End-Of-File-Flag         PIC X       VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.


       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time FROM TIME
           PERFORM READ-RESTART-PARM
           PERFORM CHECK-RUN-CONTROL
           PERFORM READ-GEN-CONTROL
           IF WS-Audit-Status NOT = "00"
               DISPLAY "AUDARCH: NO AUDITLOG.DAT TO ARCHIVE, STATUS="
                   WS-Audit-Status
               PERFORM WRITE-RUN-HISTORY
               PERFORM MARK-STEP-COMPLETE
               STOP RUN
           END-IF
           PERFORM TRUNCATE-AUDIT-LOG
           PERFORM PURGE-EXPIRED-GENERATION
           PERFORM WRITE-GEN-CONTROL
           PERFORM WRITE-RUN-HISTORY
           PERFORM MARK-STEP-COMPLETE
           DISPLAY "AUDARCH: ARCHIVED " WS-Archived-Count
               " LINES TO " WS-Gen-File-Name " FOR CYCLE " Cycle-Date
           STOP RUN.

       READ-RESTART-PARM.
           WRITE Cycle-Control-Record FROM Cycle-Control-Line
           CLOSE Cycle-Control-File.

       WRITE-RUN-HISTORY.
      *    ONE LINE PER COMPLETED RUN FEEDS THE TREND REPORT. THE
      *    END TIME IS TAKEN HERE, ONCE THE STEP'S WORK IS DONE.
           MOVE Cycle-Date TO HST-Cycle-Date
           MOVE "AUDARCH" TO HST-Step
           MOVE WS-Run-Date TO HST-Start-Date
           MOVE WS-Run-Time TO HST-Start-Time
           ACCEPT HST-End-Date FROM DATE YYYYMMDD
           ACCEPT HST-End-Time FROM TIME
           MOVE RETURN-CODE TO HST-Return-Code
           MOVE WS-Restart-Flag TO HST-Restart
           MOVE WS-Archived-Count TO HST-Read
           MOVE WS-Archived-Count TO HST-Accepted
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

       READ-GEN-CONTROL.
           OPEN INPUT Gen-Control-File
           IF WS-Control-Status = "00"

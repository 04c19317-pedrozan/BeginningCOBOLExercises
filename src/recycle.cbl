               RECORD KEY IS CX-Emp-ID
               FILE STATUS IS WS-Corr-Index-Status.

           SELECT HR-Rejects-File ASSIGN TO "HRREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-Rejects-Status.

           SELECT New-Rejects-File ASSIGN TO "BIRTHREJ.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-New-Rejects-Status.

           SELECT New-HR-Rejects-File ASSIGN TO "HRREJ.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-New-HR-Rejects-Status.

           SELECT Escalation-File ASSIGN TO "BIRTHESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Escalation-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycle-Ctl-Status.

           SELECT Run-History-File ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-History-Status.

           SELECT Run-Totals-File ASSIGN TO "RUNTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Totals-Status.
           02  CX-New-Day              PIC 99.
           02  CX-Used                 PIC X.

       FD  HR-Rejects-File.
       01  HR-Reject-Record            PIC X(82).

       FD  New-Rejects-File.
       01  New-Reject-Record           PIC X(82).

       FD  New-HR-Rejects-File.
       01  New-HR-Reject-Record        PIC X(82).

       FD  Escalation-File.
       01  Escalation-Record           PIC X(91).

       01  Extract-Record              PIC X(43).

       FD  Audit-Log-File.
       01  Audit-Record                PIC X(82).

       FD  Run-Parm-File.
       01  Run-Parm-Record             PIC X(80).

       FD  Cycle-Control-File.
       01  Cycle-Control-Record        PIC X(21).

       FD  Run-History-File.
       01  Run-History-Record          PIC X(84).

       FD  Run-Totals-File.
       01  Run-Totals-Record           PIC X(29).
           COPY ESCREC.
           COPY AUDITREC.
           COPY CYCLEREC.
           COPY RUNHIST.
           COPY CTLTOTRC.

       01  WS-Reject-Status            PIC XX.
       01  WS-Corrections-Status       PIC XX.
       01  WS-HR-Rejects-Status        PIC XX.
       01  WS-New-Rejects-Status       PIC XX.
       01  WS-New-HR-Rejects-Status    PIC XX.
       01  WS-Escalation-Status        PIC XX.
       01  WS-Print-Status             PIC XX.
       01  WS-Extract-Status           PIC XX.
       01  WS-Audit-Status             PIC XX.
       01  WS-Run-Parm-Status          PIC XX.
       01  WS-Cycle-Ctl-Status         PIC XX.
       01  WS-Run-History-Status       PIC XX.
       01  WS-Run-Totals-Status        PIC XX.

       01  WS-Parm-EOF-Flag            PIC X       VALUE 'N'.
       01  WS-Disposition              PIC X(20).

       01  WS-Rejects-Read             PIC 9(7)    VALUE ZERO.
       01  WS-HR-Rejects-Read          PIC 9(7)    VALUE ZERO.
       01  WS-BirthDate-Status         PIC XX.
       01  WS-Extract-Lines-Written    PIC 9(7)    VALUE ZERO.
       01  WS-Master-Term-Flag         PIC X       VALUE 'N'.
       01  WS-Recycled-Retried         PIC 9(7)    VALUE ZERO.
       01  WS-Recycled-Passed          PIC 9(7)    VALUE ZERO.
       01  WS-Recycled-Escalated       PIC 9(7)    VALUE ZERO.
       01  WS-Recycled-HR-Held         PIC 9(7)    VALUE ZERO.
       01  WS-Audit-Seq                PIC 9(7)    VALUE ZERO.

       01  WS-Line-Count               PIC 99      VALUE 99.
           02  FILLER                  PIC X(11)   VALUE "UNMATCHED:".
           02  CT2-Unmatched           PIC ZZZ,ZZ9.

       01  HR-Trailer-Line.
           02  FILLER                  PIC X(17)   VALUE
               "HR REJECTS READ:".
           02  HT-HR-Read              PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(6)    VALUE SPACES.
           02  FILLER                  PIC X(20)   VALUE
               "HELD ON HRREJ.DAT:".
           02  HT-HR-Held              PIC ZZZ,ZZ9.

       01  Corr-Issue-Line.
           02  CI-Caption              PIC X(23).
           02  CI-Emp-ID               PIC X(6).
                   WS-New-Rejects-Status
               STOP RUN
           END-IF
           OPEN OUTPUT New-HR-Rejects-File
           IF WS-New-HR-Rejects-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN HRREJ.NEW, STATUS="
                   WS-New-HR-Rejects-Status
               STOP RUN
           END-IF
           PERFORM OPEN-ESCALATION-FOR-APPEND
           OPEN OUTPUT Print-File
           IF WS-Print-Status NOT = "00"
                       PERFORM PROCESS-REJECT
               END-READ
           END-PERFORM
           PERFORM TAKE-IN-HR-REJECTS
           PERFORM REPORT-UNMATCHED-CORRECTIONS
           PERFORM WRITE-TRAILER
           CLOSE Birth-Rejects-File
           CLOSE New-Rejects-File
           CLOSE New-HR-Rejects-File
           CLOSE Escalation-File
           CLOSE Corrections-Index-File
           CLOSE BirthDate-File
           CLOSE Extract-Out-File
           CLOSE Audit-Log-File
           PERFORM CUTOVER-NEW-REJECTS
           PERFORM CUTOVER-HR-REJECTS
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-RUN-HISTORY
           PERFORM MARK-STEP-COMPLETE
           STOP RUN.

           MOVE "ESCALATE" TO CT-Caption
           MOVE WS-Recycled-Escalated TO CT-Count
           WRITE Run-Totals-Record FROM Control-Totals-Line
           MOVE "HRHELD" TO CT-Caption
           MOVE WS-Recycled-HR-Held TO CT-Count
           WRITE Run-Totals-Record FROM Control-Totals-Line
           MOVE "EXTRACT" TO CT-Caption
           MOVE WS-Extract-Lines-Written TO CT-Count
           WRITE Run-Totals-Record FROM Control-Totals-Line
           WRITE Cycle-Control-Record FROM Cycle-Control-Line
           CLOSE Cycle-Control-File.

       WRITE-RUN-HISTORY.
      *    ONE LINE PER COMPLETED RUN FEEDS THE TREND REPORT. THE
      *    END TIME IS TAKEN HERE, ONCE THE STEP'S WORK IS DONE.
           MOVE Cycle-Date TO HST-Cycle-Date
           MOVE "RECYCLE" TO HST-Step
           MOVE WS-Run-Date TO HST-Start-Date
           MOVE WS-Run-Time TO HST-Start-Time
           ACCEPT HST-End-Date FROM DATE YYYYMMDD
           ACCEPT HST-End-Time FROM TIME
           MOVE RETURN-CODE TO HST-Return-Code
           MOVE WS-Restart-Flag TO HST-Restart
           MOVE WS-Rejects-Read TO HST-Read
           MOVE WS-Recycled-Accepted TO HST-Accepted
           COMPUTE HST-Rejected = WS-Recycled-Retried
               + WS-Recycled-Passed + WS-Recycled-Escalated
               + WS-Recycled-HR-Held
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

       LOAD-CORRECTIONS.
      *    THE CORRECTIONS LOAD INTO A KEYED WORK FILE INSTEAD OF A
      *    FIXED TABLE, SO A CORRECTIONS FILE OF ANY SIZE LOADS IN
      *    PASSED THROUGH WITH ITS REASON INTACT AND NO EXTRACT LINE:
      *    THE CONFLICT STAYS IN THE REJECT STREAM UNTIL SOMEONE
      *    RESOLVES IT, OR IT ESCALATES BY THE SAME BOUNCE RULE.
      *    AN HR REJECT GOES BACK TO THE HR STAGING FILE INSTEAD:
      *    NOTHING REBUILDS IT WHEN THE BATCH RUN STARTS BIRTHREJ.DAT
      *    AFRESH, SO IT WOULD BE LOST BEFORE IT COULD ESCALATE.
           MOVE WS-BirthDate-Work TO BirthDate
           ADD 1 TO Reject-Recycle-Count
           EVALUATE TRUE
               WHEN Reject-Recycle-Count >= WS-Recycle-Limit
                   ADD 1 TO WS-Recycled-Escalated
                   MOVE "RECYCLE-ESCALATED" TO WS-Disposition
                   PERFORM WRITE-ESCALATION
               WHEN Reject-Reason-Code = "HR"
                   ADD 1 TO WS-Recycled-HR-Held
                   MOVE "RECYCLE-HR-HELD" TO WS-Disposition
                   WRITE New-HR-Reject-Record FROM Reject-Line
               WHEN OTHER
                   ADD 1 TO WS-Recycled-Passed
                   MOVE "RECYCLE-PASSED" TO WS-Disposition
                   WRITE New-Reject-Record FROM Reject-Line
           END-EVALUATE
           PERFORM WRITE-DETAIL-LINE.

       FIND-CORRECTION.
           MOVE WS-Recycled-Passed TO TL-Passed
           MOVE WS-Recycled-Escalated TO TL-Escalated
           WRITE Print-Line FROM Trailer-Line
           MOVE WS-HR-Rejects-Read TO HT-HR-Read
           MOVE WS-Recycled-HR-Held TO HT-HR-Held
           WRITE Print-Line FROM HR-Trailer-Line
           MOVE WS-Corrections-Count TO CT2-Loaded
           MOVE WS-Corr-Duplicates TO CT2-Duplicates
           MOVE WS-Corr-Unmatched TO CT2-Unmatched
               END-IF
           END-IF.

       TAKE-IN-HR-REJECTS.
      *    ROWS THE HR SYSTEM REJECTED ARE STAGED BY THE ACKNOWLEDGMENT
      *    RUN AND JOIN THE REJECT STREAM HERE, COUNTED AS REJECTS READ
      *    LIKE ANY OTHER. NO STAGING FILE MEANS NONE ARE WAITING.
      *    THOSE NOT YET AT THE BOUNCE LIMIT ARE WRITTEN BACK TO IT.
           OPEN INPUT HR-Rejects-File
           IF WS-HR-Rejects-Status = "00"
               MOVE 'N' TO WS-End-Of-File-Flag
               PERFORM UNTIL END-OF-FILE
                   READ HR-Rejects-File INTO Reject-Line
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Rejects-Read
                           ADD 1 TO WS-HR-Rejects-Read
                           PERFORM PROCESS-REJECT
                   END-READ
               END-PERFORM
               CLOSE HR-Rejects-File
           END-IF.

       CUTOVER-HR-REJECTS.
      *    THE STAGING FILE IS REPLACED BY THE HR REJECTS STILL OPEN,
      *    EACH CARRYING THIS RUN'S BOUNCE COUNT; ONE WITH NOTHING
      *    LEFT OPEN IS EMPTIED, SO NOTHING IS FED IN TWICE.
           IF WS-HR-Rejects-Read > 0 OR WS-Recycled-HR-Held > 0
               MOVE 'N' TO WS-End-Of-File-Flag
               OPEN INPUT New-HR-Rejects-File
               OPEN OUTPUT HR-Rejects-File
               PERFORM UNTIL END-OF-FILE
                   READ New-HR-Rejects-File
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           WRITE HR-Reject-Record
                               FROM New-HR-Reject-Record
                   END-READ
               END-PERFORM
               CLOSE New-HR-Rejects-File
               CLOSE HR-Rejects-File
           END-IF.

       CUTOVER-NEW-REJECTS.
           MOVE 'N' TO WS-End-Of-File-Flag
           OPEN INPUT New-Rejects-File

       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintapr.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Maint-Trans-File ASSIGN TO "MAINTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Maint-Trans-Status.

           SELECT Maint-Pending-File ASSIGN TO "MAINTPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pending-Status.

           SELECT New-Pending-File ASSIGN TO "MAINTPND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-New-Pending-Status.

           SELECT Approval-File ASSIGN TO "MAINTAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Approval-Status.

           SELECT Approval-Index-File ASSIGN TO "MAINTAPR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-Seq
               FILE STATUS IS WS-Approval-Index-Status.

           SELECT Sequence-Control-File ASSIGN TO "MAINTSEQ.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Seq-Ctl-Status.

           SELECT Print-File ASSIGN TO "MAINTAPR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

       DATA DIVISION.
       FILE SECTION.
      *    THE MAKER KEYS THE TRANSACTION EXACTLY AS THE MAINTENANCE
      *    RUN ALWAYS TOOK IT, FOLLOWED BY THE MAKER'S OWN USER ID.
       FD  Maint-Trans-File.
       01  Maint-Trans-Record.
           02  TR-Trans                PIC X(58).
           02  TR-User-ID              PIC X(8).

       FD  Maint-Pending-File.
       01  Pending-Record              PIC X(103).

       FD  New-Pending-File.
       01  New-Pending-Record          PIC X(103).

       FD  Approval-File.
       01  Approval-Record.
           02  AC-Seq                  PIC X(6).
           02  AC-Decision             PIC X.
           02  AC-Approver             PIC X(8).

       FD  Approval-Index-File.
       01  Approval-Index-Record.
           02  AX-Seq                  PIC X(6).
           02  AX-Decision             PIC X.
           02  AX-Approver             PIC X(8).
           02  AX-Used                 PIC X.

      *    THE LAST QUEUE SEQUENCE NUMBER EVER ISSUED. IT OUTLIVES
      *    THE QUEUE ITSELF, WHICH THE MAINTENANCE RUN DRAINS.
       FD  Sequence-Control-File.
       01  Sequence-Control-Record.
           02  SC-Last-Seq             PIC 9(6).

       FD  Print-File.
       01  Print-Line                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY MNTPEND.

       01  WS-Maint-Trans-Status       PIC XX.
       01  WS-Pending-Status           PIC XX.
       01  WS-New-Pending-Status       PIC XX.
       01  WS-Approval-Status          PIC XX.
       01  WS-Approval-Index-Status    PIC XX.
       01  WS-Seq-Ctl-Status           PIC XX.
       01  WS-Print-Status             PIC XX.

       01  WS-Run-Date.
           02  WS-Run-Century          PIC 99.
           02  WS-Run-Year             PIC 99.
           02  WS-Run-Month            PIC 99.
           02  WS-Run-Day              PIC 99.

       01  WS-End-Of-File-Flag         PIC X       VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       01  WS-Approval-EOF-Flag        PIC X       VALUE 'N'.
           88  APPROVALS-EOF                       VALUE 'Y'.
       01  WS-Trans-Open-Flag          PIC X       VALUE 'N'.
           88  TRANS-FILE-OPEN                     VALUE 'Y'.
       01  WS-Approval-Found-Flag      PIC X       VALUE 'N'.
           88  APPROVAL-FOUND                      VALUE 'Y'.

       01  WS-Max-Seq                  PIC 9(6)    VALUE ZERO.
       01  WS-Note                     PIC X(30).

       01  WS-Approvals-Loaded         PIC 9(7)    VALUE ZERO.
       01  WS-Approval-Duplicates      PIC 9(7)    VALUE ZERO.
       01  WS-Queue-Read               PIC 9(7)    VALUE ZERO.
       01  WS-Approved-Count           PIC 9(7)    VALUE ZERO.
       01  WS-Declined-Count           PIC 9(7)    VALUE ZERO.
       01  WS-Self-Refused-Count       PIC 9(7)    VALUE ZERO.
       01  WS-Card-Error-Count         PIC 9(7)    VALUE ZERO.
       01  WS-Queued-Count             PIC 9(7)    VALUE ZERO.
       01  WS-No-User-Count            PIC 9(7)    VALUE ZERO.
       01  WS-Still-Pending-Count      PIC 9(7)    VALUE ZERO.
       01  WS-Awaiting-Apply-Count     PIC 9(7)    VALUE ZERO.
       01  WS-Unmatched-Count          PIC 9(7)    VALUE ZERO.

       01  WS-Line-Count               PIC 99      VALUE 99.
       01  WS-Page-Number              PIC 9(4)    VALUE ZERO.
       01  WS-Lines-Per-Page           PIC 99      VALUE 50.

       01  Report-Header-1.
           02  FILLER                  PIC X(10)   VALUE "MAINTAPR".
           02  FILLER                  PIC X(30)   VALUE
               "MAINTENANCE APPROVAL REPORT".
           02  FILLER                  PIC X(10)   VALUE "PAGE".
           02  RH1-Page-Number         PIC ZZZ9.

       01  Report-Header-2.
           02  FILLER                  PIC X(10)   VALUE "RUN DATE:".
           02  RH2-Run-Date            PIC X(10).

       01  Report-Header-3.
           02  FILLER                  PIC X(8)    VALUE "SEQ".
           02  FILLER                  PIC X(5)    VALUE "TRN".
           02  FILLER                  PIC X(10)   VALUE "EMP ID".
           02  FILLER                  PIC X(12)   VALUE "ENTERED BY".
           02  FILLER                  PIC X(12)   VALUE "ENTERED".
           02  FILLER                  PIC X(12)   VALUE "DECIDED BY".
           02  FILLER                  PIC X(30)   VALUE "NOTE".

       01  Detail-Line.
           02  DL-Seq                  PIC X(6).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Trans-Code           PIC X.
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-Emp-ID               PIC X(6).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-Entered-By           PIC X(8).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-Entered-Date         PIC X(10).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Approver             PIC X(8).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-Note                 PIC X(30).

       01  Section-Line                PIC X(132).

       01  Unmatched-Line.
           02  FILLER                  PIC X(21)   VALUE
               "UNMATCHED APPROVAL:".
           02  UM-Seq                  PIC X(6).
           02  FILLER                  PIC X(12)   VALUE
               "  DECISION:".
           02  UM-Decision             PIC X.
           02  FILLER                  PIC X(12)   VALUE
               "  APPROVER:".
           02  UM-Approver             PIC X(8).

       01  Duplicate-Line.
           02  FILLER                  PIC X(21)   VALUE
               "DUPLICATE APPROVAL:".
           02  DU-Seq                  PIC X(6).

       01  Trailer-Line-1.
           02  FILLER                  PIC X(13)   VALUE
               "QUEUE READ:".
           02  TL-Queue-Read           PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(11)   VALUE "  APPROVED:".
           02  TL-Approved             PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(11)   VALUE "  DECLINED:".
           02  TL-Declined             PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(16)   VALUE
               "  SELF-REFUSED:".
           02  TL-Self-Refused         PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(14)   VALUE
               "  CARD ERRORS:".
           02  TL-Card-Errors          PIC ZZZ,ZZ9.

       01  Trailer-Line-2.
           02  FILLER                  PIC X(13)   VALUE
               "NEW QUEUED:".
           02  TL-Queued               PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(13)   VALUE
               "  NO USER ID:".
           02  TL-No-User              PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(17)   VALUE
               "  STILL PENDING:".
           02  TL-Still-Pending        PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(18)   VALUE
               "  AWAITING APPLY:".
           02  TL-Awaiting-Apply       PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(13)   VALUE
               "  UNMATCHED:".
           02  TL-Unmatched            PIC ZZZ,ZZ9.

       01  Blank-Line                  PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           OPEN OUTPUT Print-File
           IF WS-Print-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MAINTAPR.PRT, STATUS="
                   WS-Print-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SEQUENCE-CONTROL
           PERFORM LOAD-APPROVALS
           PERFORM DECIDE-PENDING-QUEUE
           PERFORM QUEUE-NEW-TRANSACTIONS
           CLOSE New-Pending-File
           PERFORM CUTOVER-NEW-PENDING
           PERFORM WRITE-SEQUENCE-CONTROL
           PERFORM REPORT-EXCEPTIONS
           PERFORM WRITE-TRAILER
           CLOSE Approval-Index-File
           CLOSE Print-File
           PERFORM EMPTY-INPUT-FILES
           STOP RUN.

       READ-SEQUENCE-CONTROL.
      *    NEW SEQUENCE NUMBERS CARRY ON FROM THE LAST ONE ISSUED, NOT
      *    FROM WHAT IS LEFT ON THE QUEUE, SO A NUMBER IS NEVER REUSED
      *    AND A STALE CARD CANNOT DECIDE SOMEBODY ELSE'S TRANSACTION.
      *    A MISSING CONTROL FILE STARTS FROM ZERO; THE QUEUE IS STILL
      *    READ AS A FLOOR, SO THE FIRST RUN WITHOUT ONE, OR A RUN
      *    AFTER ONE THAT STOPPED BEFORE REWRITING IT, CANNOT ISSUE A
      *    NUMBER ALREADY ON THE QUEUE.
           OPEN INPUT Sequence-Control-File
           IF WS-Seq-Ctl-Status = "00"
               READ Sequence-Control-File
                   NOT AT END
                       IF SC-Last-Seq NUMERIC
                           MOVE SC-Last-Seq TO WS-Max-Seq
                       END-IF
               END-READ
               CLOSE Sequence-Control-File
           END-IF.

       WRITE-SEQUENCE-CONTROL.
           MOVE WS-Max-Seq TO SC-Last-Seq
           OPEN OUTPUT Sequence-Control-File
           IF WS-Seq-Ctl-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MAINTSEQ.CTL, STATUS="
                   WS-Seq-Ctl-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE Sequence-Control-Record
           CLOSE Sequence-Control-File.

       LOAD-APPROVALS.
      *    A MISSING CARD FILE JUST MEANS NOBODY DECIDED ANYTHING
      *    TODAY; NEW TRANSACTIONS ARE STILL QUEUED. THE CARDS LOAD
      *    INTO A KEYED WORK FILE BY QUEUE SEQUENCE. A SECOND CARD
      *    FOR THE SAME SEQUENCE IS REPORTED AND IGNORED; THE FIRST
      *    CARD WINS.
           OPEN INPUT Approval-File
           IF WS-Approval-Status NOT = "00"
               SET APPROVALS-EOF TO TRUE
           END-IF
           OPEN OUTPUT Approval-Index-File
           IF WS-Approval-Index-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MAINTAPR.IDX, STATUS="
                   WS-Approval-Index-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL APPROVALS-EOF
               READ Approval-File
                   AT END
                       SET APPROVALS-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-APPROVAL
               END-READ
           END-PERFORM
           IF WS-Approval-Status = "00"
               CLOSE Approval-File
           END-IF
           CLOSE Approval-Index-File
           OPEN I-O Approval-Index-File
           IF WS-Approval-Index-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REOPEN MAINTAPR.IDX, STATUS="
                   WS-Approval-Index-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-APPROVAL.
           MOVE AC-Seq TO AX-Seq
           MOVE AC-Decision TO AX-Decision
           MOVE AC-Approver TO AX-Approver
           MOVE 'N' TO AX-Used
           WRITE Approval-Index-Record
               INVALID KEY
                   ADD 1 TO WS-Approval-Duplicates
                   MOVE AC-Seq TO DU-Seq
                   PERFORM PAGE-BREAK-IF-DUE
                   WRITE Print-Line FROM Duplicate-Line
                   ADD 1 TO WS-Line-Count
               NOT INVALID KEY
                   ADD 1 TO WS-Approvals-Loaded
           END-WRITE.

       DECIDE-PENDING-QUEUE.
      *    THE FIRST RUN FINDS NO QUEUE AT ALL; THAT IS AN EMPTY
      *    QUEUE, NOT AN ERROR.
           MOVE "DECISIONS THIS RUN" TO Section-Line
           PERFORM WRITE-SECTION-HEADING
           OPEN OUTPUT New-Pending-File
           IF WS-New-Pending-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MAINTPND.NEW, STATUS="
                   WS-New-Pending-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-End-Of-File-Flag
           OPEN INPUT Maint-Pending-File
           IF WS-Pending-Status = "35"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-Pending-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN MAINTPND.DAT, STATUS="
                       WS-Pending-Status
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ Maint-Pending-File INTO Maint-Pending-Line
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Queue-Read
                       PERFORM DECIDE-ONE-PENDING
               END-READ
           END-PERFORM
           IF WS-Pending-Status NOT = "35"
               CLOSE Maint-Pending-File
           END-IF.

       DECIDE-ONE-PENDING.
      *    A CARD DECIDES A LINE ONLY WHILE IT IS STILL WAITING (P,
      *    OR R AFTER AN EARLIER SELF-APPROVAL). THE CHECKER MUST BE
      *    SOMEONE OTHER THAN THE MAKER EITHER WAY, SO A MAKER CAN
      *    NEITHER PASS NOR KILL THEIR OWN TRANSACTION.
           IF MP-Seq NUMERIC AND MP-Seq > WS-Max-Seq
               MOVE MP-Seq TO WS-Max-Seq
           END-IF
           MOVE 'N' TO WS-Approval-Found-Flag
           MOVE MP-Seq TO AX-Seq
           READ Approval-Index-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET APPROVAL-FOUND TO TRUE
                   MOVE 'Y' TO AX-Used
                   REWRITE Approval-Index-Record
           END-READ
           IF APPROVAL-FOUND
               EVALUATE TRUE
                   WHEN MP-APPROVED OR MP-DECLINED
                       ADD 1 TO WS-Card-Error-Count
                       MOVE "ALREADY DECIDED, CARD IGNORED" TO WS-Note
                   WHEN AX-Approver = SPACES
                       ADD 1 TO WS-Card-Error-Count
                       MOVE "NO APPROVER ID ON CARD" TO WS-Note
                   WHEN AX-Decision NOT = 'A' AND AX-Decision NOT = 'D'
                       ADD 1 TO WS-Card-Error-Count
                       MOVE "BAD DECISION CODE ON CARD" TO WS-Note
                   WHEN AX-Approver = MP-Entered-By
                       ADD 1 TO WS-Self-Refused-Count
                       SET MP-SELF-REFUSED TO TRUE
                       MOVE SPACES TO MP-Approver
                       MOVE SPACES TO MP-Decided-Date
                       MOVE "SELF-APPROVAL REFUSED" TO WS-Note
                   WHEN AX-Decision = 'A'
                       ADD 1 TO WS-Approved-Count
                       SET MP-APPROVED TO TRUE
                       MOVE AX-Approver TO MP-Approver
                       MOVE WS-Run-Date TO MP-Decided-Date
                       MOVE "APPROVED" TO WS-Note
                   WHEN OTHER
                       ADD 1 TO WS-Declined-Count
                       SET MP-DECLINED TO TRUE
                       MOVE AX-Approver TO MP-Approver
                       MOVE WS-Run-Date TO MP-Decided-Date
                       MOVE "DECLINED" TO WS-Note
               END-EVALUATE
               MOVE AX-Approver TO DL-Approver
               PERFORM WRITE-DETAIL-LINE
           END-IF
           WRITE New-Pending-Record FROM Maint-Pending-Line.

       QUEUE-NEW-TRANSACTIONS.
      *    EVERY NEW TRANSACTION JOINS THE QUEUE AS PENDING UNDER THE
      *    NEXT SEQUENCE NUMBER AFTER THE LAST ONE EVER ISSUED. ONE
      *    WITH NO USER ID CANNOT BE HELD TO A MAKER, SO IT IS
      *    REFUSED HERE AND NEVER QUEUED.
           MOVE "QUEUED THIS RUN" TO Section-Line
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO WS-End-Of-File-Flag
           OPEN INPUT Maint-Trans-File
           IF WS-Maint-Trans-Status = "00"
               SET TRANS-FILE-OPEN TO TRUE
           ELSE
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ Maint-Trans-File
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM QUEUE-ONE-TRANSACTION
               END-READ
           END-PERFORM
           IF TRANS-FILE-OPEN
               CLOSE Maint-Trans-File
           END-IF.

       QUEUE-ONE-TRANSACTION.
           MOVE ZERO TO MP-Seq
           MOVE SPACES TO MP-Status
           MOVE SPACES TO MP-Entered-Date
           MOVE SPACES TO MP-Approver
           MOVE SPACES TO MP-Decided-Date
           MOVE TR-Trans TO MP-Trans
           MOVE TR-User-ID TO MP-Entered-By
           IF TR-User-ID = SPACES
               ADD 1 TO WS-No-User-Count
               MOVE "NO USER ID, NOT QUEUED" TO WS-Note
               MOVE SPACES TO DL-Approver
               PERFORM WRITE-DETAIL-LINE
           ELSE
               ADD 1 TO WS-Queued-Count
               ADD 1 TO WS-Max-Seq
               MOVE WS-Max-Seq TO MP-Seq
               SET MP-PENDING TO TRUE
               MOVE WS-Run-Date TO MP-Entered-Date
               WRITE New-Pending-Record FROM Maint-Pending-Line
               MOVE "QUEUED FOR APPROVAL" TO WS-Note
               MOVE SPACES TO DL-Approver
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       CUTOVER-NEW-PENDING.
           MOVE 'N' TO WS-End-Of-File-Flag
           OPEN INPUT New-Pending-File
           OPEN OUTPUT Maint-Pending-File
           PERFORM UNTIL END-OF-FILE
               READ New-Pending-File
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       WRITE Pending-Record FROM New-Pending-Record
               END-READ
           END-PERFORM
           CLOSE New-Pending-File
           CLOSE Maint-Pending-File.

       REPORT-EXCEPTIONS.
      *    THE EXCEPTIONS PAGE IS THE QUEUE AS IT NOW STANDS, LESS
      *    THE LINES READY TO APPLY: STILL PENDING, SELF-APPROVAL
      *    REFUSED, AND DECLINED (DROPPED BY THE NEXT MAINTENANCE
      *    RUN), FOLLOWED BY CARDS THAT MATCHED NOTHING ON THE QUEUE.
           MOVE "EXCEPTIONS" TO Section-Line
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO WS-End-Of-File-Flag
           OPEN INPUT Maint-Pending-File
           IF WS-Pending-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REOPEN MAINTPND.DAT, STATUS="
                   WS-Pending-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ Maint-Pending-File INTO Maint-Pending-Line
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-EXCEPTION
               END-READ
           END-PERFORM
           CLOSE Maint-Pending-File
           PERFORM REPORT-UNMATCHED-APPROVALS.

       REPORT-ONE-EXCEPTION.
           MOVE MP-Approver TO DL-Approver
           EVALUATE TRUE
               WHEN MP-APPROVED
                   ADD 1 TO WS-Awaiting-Apply-Count
               WHEN MP-PENDING
                   ADD 1 TO WS-Still-Pending-Count
                   MOVE "PENDING APPROVAL" TO WS-Note
                   PERFORM WRITE-DETAIL-LINE
               WHEN MP-SELF-REFUSED
                   ADD 1 TO WS-Still-Pending-Count
                   MOVE "SELF-APPROVAL REFUSED, PENDING" TO WS-Note
                   PERFORM WRITE-DETAIL-LINE
               WHEN MP-DECLINED
                   MOVE "DECLINED" TO WS-Note
                   PERFORM WRITE-DETAIL-LINE
               WHEN OTHER
                   MOVE "UNKNOWN STATUS ON QUEUE" TO WS-Note
                   PERFORM WRITE-DETAIL-LINE
           END-EVALUATE.

       REPORT-UNMATCHED-APPROVALS.
      *    A CARD FOR A SEQUENCE NOT ON THE QUEUE IS A KEYING ERROR
      *    OR A STALE CARD; IT IS REPORTED RATHER THAN DROPPED.
           MOVE 'N' TO WS-Approval-EOF-Flag
           MOVE LOW-VALUES TO AX-Seq
           START Approval-Index-File KEY IS NOT < AX-Seq
               INVALID KEY
                   SET APPROVALS-EOF TO TRUE
           END-START
           PERFORM UNTIL APPROVALS-EOF
               READ Approval-Index-File NEXT
                   AT END
                       SET APPROVALS-EOF TO TRUE
                   NOT AT END
                       IF AX-Used = 'N'
                           ADD 1 TO WS-Unmatched-Count
                           MOVE AX-Seq TO UM-Seq
                           MOVE AX-Decision TO UM-Decision
                           MOVE AX-Approver TO UM-Approver
                           PERFORM PAGE-BREAK-IF-DUE
                           WRITE Print-Line FROM Unmatched-Line
                           ADD 1 TO WS-Line-Count
                       END-IF
               END-READ
           END-PERFORM.

       EMPTY-INPUT-FILES.
      *    THE TRANSACTIONS ARE NOW ON THE QUEUE AND THE CARDS HAVE
      *    BEEN APPLIED TO IT, SO BOTH ARE EMPTIED; A RERUN MUST NOT
      *    QUEUE THE SAME TRANSACTIONS A SECOND TIME.
           IF TRANS-FILE-OPEN
               OPEN OUTPUT Maint-Trans-File
               CLOSE Maint-Trans-File
           END-IF
           IF WS-Approval-Status = "00"
               OPEN OUTPUT Approval-File
               CLOSE Approval-File
           END-IF.

       WRITE-DETAIL-LINE.
           IF MP-Seq NUMERIC AND MP-Seq NOT = ZERO
               MOVE MP-Seq TO DL-Seq
           ELSE
               MOVE SPACES TO DL-Seq
           END-IF
           MOVE MT-Trans-Code TO DL-Trans-Code
           MOVE MT-Emp-ID TO DL-Emp-ID
           MOVE MP-Entered-By TO DL-Entered-By
           IF MP-Entered-Date = SPACES
               MOVE SPACES TO DL-Entered-Date
           ELSE
               MOVE MP-Entered-Date(1:4) TO DL-Entered-Date(1:4)
               MOVE "/" TO DL-Entered-Date(5:1)
               MOVE MP-Entered-Date(5:2) TO DL-Entered-Date(6:2)
               MOVE "/" TO DL-Entered-Date(8:1)
               MOVE MP-Entered-Date(7:2) TO DL-Entered-Date(9:2)
           END-IF
           MOVE WS-Note TO DL-Note
           PERFORM PAGE-BREAK-IF-DUE
           WRITE Print-Line FROM Detail-Line
           ADD 1 TO WS-Line-Count.

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
           WRITE Print-Line FROM Report-Header-2
           WRITE Print-Line FROM Report-Header-3
           MOVE 3 TO WS-Line-Count.

       WRITE-TRAILER.
           MOVE WS-Queue-Read TO TL-Queue-Read
           MOVE WS-Approved-Count TO TL-Approved
           MOVE WS-Declined-Count TO TL-Declined
           MOVE WS-Self-Refused-Count TO TL-Self-Refused
           MOVE WS-Card-Error-Count TO TL-Card-Errors
           MOVE WS-Queued-Count TO TL-Queued
           MOVE WS-No-User-Count TO TL-No-User
           MOVE WS-Still-Pending-Count TO TL-Still-Pending
           MOVE WS-Awaiting-Apply-Count TO TL-Awaiting-Apply
           MOVE WS-Unmatched-Count TO TL-Unmatched
           PERFORM PAGE-BREAK-IF-DUE
           WRITE Print-Line FROM Blank-Line
           WRITE Print-Line FROM Trailer-Line-1
           WRITE Print-Line FROM Trailer-Line-2
           ADD 3 TO WS-Line-Count.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. hrack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ack-File ASSIGN TO "HRACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ack-Status.

           SELECT Ack-Index-File ASSIGN TO "HRACK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-Key
               FILE STATUS IS WS-Ack-Index-Status.

           SELECT Extract-Out-File ASSIGN TO "EXTRACTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-Status.

           SELECT HR-Rejects-File ASSIGN TO "HRREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Reject-Status.

           SELECT Cycle-Control-File ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycle-Ctl-Status.

           SELECT Print-File ASSIGN TO "HRACK.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

       DATA DIVISION.
       FILE SECTION.
      *    HR RETURNS ONE LINE PER ROW IT RECEIVED: THE EMPLOYEE ID
      *    AND BIRTH DATE EXACTLY AS THE EXTRACT SENT THEM, A FOR
      *    LOADED OR R FOR REJECTED, AND HR'S OWN REASON ON A REJECT.
       FD  Ack-File.
       01  Ack-Record.
           02  HA-Emp-ID               PIC X(6).
           02  FILLER                  PIC X.
           02  HA-BirthDate            PIC X(10).
           02  FILLER                  PIC X.
           02  HA-Status               PIC X.
           02  FILLER                  PIC X.
           02  HA-Reason               PIC X(30).

       FD  Ack-Index-File.
       01  Ack-Index-Record.
           02  AK-Key.
               03  AK-Emp-ID           PIC X(6).
               03  AK-BirthDate        PIC X(8).
           02  AK-Status               PIC X.
           02  AK-Reason               PIC X(30).
           02  AK-Used                 PIC X.

       FD  Extract-Out-File.
       01  Extract-Record              PIC X(43).

      *    HR REJECTS LIVE HERE, IN THE REJECT LAYOUT, UNTIL THEY
      *    ESCALATE; EACH RECYCLE RUN WRITES BACK THE ONES UNDER THE
      *    BOUNCE LIMIT. THE BATCH STEP REBUILDS BIRTHREJ.DAT FRESH
      *    EACH CYCLE, SO THEY CANNOT GO ONTO IT.
       FD  HR-Rejects-File.
       01  Reject-Record               PIC X(82).

       FD  Cycle-Control-File.
       01  Cycle-Control-Record        PIC X(21).

       FD  Print-File.
       01  Print-Line                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY REJREC.
           COPY CYCLEREC.

       01  WS-Ack-Status               PIC XX.
       01  WS-Ack-Index-Status         PIC XX.
       01  WS-Extract-Status           PIC XX.
       01  WS-Reject-Status            PIC XX.
       01  WS-Cycle-Ctl-Status         PIC XX.
       01  WS-Print-Status             PIC XX.

       01  WS-Run-Date.
           02  WS-Run-Century          PIC 99.
           02  WS-Run-Year             PIC 99.
           02  WS-Run-Month            PIC 99.
           02  WS-Run-Day              PIC 99.

       01  WS-End-Of-File-Flag         PIC X       VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       01  WS-Ack-EOF-Flag             PIC X       VALUE 'N'.
           88  ACKS-EOF                            VALUE 'Y'.
       01  WS-Ack-Found-Flag           PIC X       VALUE 'N'.
           88  ACK-FOUND                           VALUE 'Y'.

       01  WS-Extract-Header           PIC X(26)   VALUE
           "EMP_ID,EMP_NAME,BIRTH_DATE".
       01  WS-Sent-Emp-ID              PIC X(6).
       01  WS-Sent-Emp-Name            PIC X(25).
       01  WS-Sent-BirthDate           PIC X(8).

       01  WS-Extract-Rows             PIC 9(7)    VALUE ZERO.
       01  WS-Acks-Loaded              PIC 9(7)    VALUE ZERO.
       01  WS-Ack-Duplicates           PIC 9(7)    VALUE ZERO.
       01  WS-Accepted-Count           PIC 9(7)    VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(7)    VALUE ZERO.
       01  WS-Unacked-Count            PIC 9(7)    VALUE ZERO.
       01  WS-Never-Sent-Count         PIC 9(7)    VALUE ZERO.
       01  WS-Bad-Status-Count         PIC 9(7)    VALUE ZERO.

       01  WS-Line-Count               PIC 99      VALUE 99.
       01  WS-Page-Number              PIC 9(4)    VALUE ZERO.
       01  WS-Lines-Per-Page           PIC 99      VALUE 50.

       01  Report-Header-1.
           02  FILLER                  PIC X(10)   VALUE "HRACK".
           02  FILLER                  PIC X(30)   VALUE
               "HR ACKNOWLEDGMENT RECONCILE".
           02  FILLER                  PIC X(10)   VALUE "PAGE".
           02  RH1-Page-Number         PIC ZZZ9.

       01  Report-Header-2.
           02  FILLER                  PIC X(10)   VALUE "RUN DATE:".
           02  RH2-Run-Date            PIC X(10).
           02  FILLER                  PIC X(10)   VALUE SPACES.
           02  FILLER                  PIC X(7)    VALUE "CYCLE:".
           02  RH2-Cycle-Date          PIC X(8).

       01  Report-Header-3.
           02  FILLER                  PIC X(10)   VALUE "EMP ID".
           02  FILLER                  PIC X(27)   VALUE
               "EMPLOYEE NAME".
           02  FILLER                  PIC X(14)   VALUE "BIRTH DATE".
           02  FILLER                  PIC X(8)    VALUE "STATUS".
           02  FILLER                  PIC X(30)   VALUE "NOTE".

       01  Detail-Line.
           02  DL-Emp-ID               PIC X(6).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-Emp-Name             PIC X(25).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-BirthDate            PIC X(10).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  DL-Status               PIC X.
           02  FILLER                  PIC X(7)    VALUE SPACES.
           02  DL-Note                 PIC X(30).

       01  Duplicate-Line.
           02  FILLER                  PIC X(25)   VALUE
               "DUPLICATE ACKNOWLEDGMENT:".
           02  DU-Emp-ID               PIC X(6).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DU-BirthDate            PIC X(10).

       01  Section-Line                PIC X(132).
       01  Blank-Line                  PIC X(132)  VALUE SPACES.

       01  Trailer-Line-1.
           02  FILLER                  PIC X(14)   VALUE
               "EXTRACT ROWS:".
           02  TL-Extract-Rows         PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(13)   VALUE
               "  ACKS READ:".
           02  TL-Acks-Loaded          PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(12)   VALUE
               "  ACCEPTED:".
           02  TL-Accepted             PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(12)   VALUE
               "  REJECTED:".
           02  TL-Rejected             PIC ZZZ,ZZ9.

       01  Trailer-Line-2.
           02  FILLER                  PIC X(14)   VALUE
               "NOT ACKED:".
           02  TL-Unacked              PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(14)   VALUE
               "  NEVER SENT:".
           02  TL-Never-Sent           PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(14)   VALUE
               "  BAD STATUS:".
           02  TL-Bad-Status           PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(13)   VALUE
               "  DUPLICATES:".
           02  TL-Duplicates           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           PERFORM CHECK-RUN-CONTROL
           OPEN OUTPUT Print-File
           IF WS-Print-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN HRACK.PRT, STATUS="
                   WS-Print-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ACKNOWLEDGMENTS
           PERFORM POST-HR-REJECTS
           PERFORM REPORT-UNACKNOWLEDGED
           PERFORM REPORT-NEVER-SENT
           PERFORM WRITE-TRAILER
           CLOSE Ack-Index-File
           CLOSE Print-File
           PERFORM EMPTY-ACK-FILE
           IF WS-Rejected-Count > 0 OR WS-Unacked-Count > 0
                   OR WS-Never-Sent-Count > 0
                   OR WS-Bad-Status-Count > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "HRACK: " WS-Accepted-Count " ACCEPTED, "
               WS-Rejected-Count " REJECTED, " WS-Unacked-Count
               " NOT ACKED, " WS-Never-Sent-Count " NEVER SENT"
           STOP RUN.

       CHECK-RUN-CONTROL.
      *    THE EXTRACT IS ONLY WHOLE ONCE THE CYCLE HAS BALANCED, OR
      *    AFTER THE CLOSE WHILE THE NEXT BATCH HAS NOT YET REPLACED
      *    IT. BETWEEN THE BATCH AND THE BALANCING RUN RECYCLE IS
      *    STILL ADDING TO IT, AND EVERY ROW IT HAS YET TO ADD WOULD
      *    BE REPORTED AS ACKNOWLEDGED BUT NEVER SENT.
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
           CLOSE Cycle-Control-File
           IF Cycle-Puzzle-Done = 'Y' AND Cycle-Reconcil-Done NOT = 'Y'
               DISPLAY "ERROR: CYCLE " Cycle-Date " NOT YET BALANCED,"
                   " RUN HRACK AFTER RECONCIL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ACKNOWLEDGMENTS.
      *    NO FILE MEANS HR HAS NOT ANSWERED YET; NOTHING IS MATCHED
      *    AND NOTHING IS REPORTED AS UNACKNOWLEDGED UNTIL IT DOES.
      *    THE LINES LOAD INTO A KEYED WORK FILE ON EMPLOYEE AND DATE;
      *    A SECOND LINE FOR THE SAME ROW IS REPORTED AND IGNORED.
           OPEN INPUT Ack-File
           IF WS-Ack-Status NOT = "00"
               DISPLAY "HRACK: NO HRACK.DAT, STATUS=" WS-Ack-Status
                   ", NOTHING TO RECONCILE"
               CLOSE Print-File
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT Ack-Index-File
           IF WS-Ack-Index-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN HRACK.IDX, STATUS="
                   WS-Ack-Index-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ACKS-EOF
               READ Ack-File
                   AT END
                       SET ACKS-EOF TO TRUE
                   NOT AT END
                       IF Ack-Record NOT = SPACES
                           PERFORM LOAD-ONE-ACKNOWLEDGMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ack-File
           CLOSE Ack-Index-File
           OPEN I-O Ack-Index-File
           IF WS-Ack-Index-Status NOT = "00"
               DISPLAY "ERROR: CANNOT REOPEN HRACK.IDX, STATUS="
                   WS-Ack-Index-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-ACKNOWLEDGMENT.
      *    HR ECHOES THE DATE AS THE EXTRACT CARRIED IT, CCYY-MM-DD;
      *    IT IS KEYED AS CCYYMMDD LIKE EVERY OTHER FILE HERE.
           MOVE HA-Emp-ID TO AK-Emp-ID
           IF HA-BirthDate(5:1) = "-"
               MOVE HA-BirthDate(1:4) TO AK-BirthDate(1:4)
               MOVE HA-BirthDate(6:2) TO AK-BirthDate(5:2)
               MOVE HA-BirthDate(9:2) TO AK-BirthDate(7:2)
           ELSE
               MOVE HA-BirthDate(1:8) TO AK-BirthDate
           END-IF
           MOVE HA-Status TO AK-Status
           MOVE HA-Reason TO AK-Reason
           MOVE 'N' TO AK-Used
           WRITE Ack-Index-Record
               INVALID KEY
                   ADD 1 TO WS-Ack-Duplicates
                   MOVE HA-Emp-ID TO DU-Emp-ID
                   MOVE HA-BirthDate TO DU-BirthDate
                   PERFORM PAGE-BREAK-IF-DUE
                   WRITE Print-Line FROM Duplicate-Line
                   ADD 1 TO WS-Line-Count
               NOT INVALID KEY
                   ADD 1 TO WS-Acks-Loaded
           END-WRITE.

       POST-HR-REJECTS.
      *    EVERY EXTRACT ROW HR ACKNOWLEDGED IS CLAIMED HERE. A ROW HR
      *    REJECTED IS STAGED IN THE REJECT LAYOUT UNDER ITS OWN
      *    REASON CODE AND SOURCE. EACH RECYCLE RUN BOUNCES IT BACK
      *    ONTO THE STAGING FILE UNTIL IT REACHES THE RECYCLE LIMIT
      *    AND ESCALATES, AS ANY OTHER REJECT THAT NEEDS A PERSON TO
      *    RESOLVE IT DOES.
      *    A LINE WITH A STATUS OTHER THAN A OR R IS LISTED HERE AND
      *    POSTS NOTHING.
           MOVE "REJECTED BY HR OR BAD STATUS" TO Section-Line
           PERFORM WRITE-SECTION-HEADING
           OPEN EXTEND HR-Rejects-File
           IF WS-Reject-Status NOT = "00"
               OPEN OUTPUT HR-Rejects-File
               IF WS-Reject-Status NOT = "00"
                   DISPLAY "ERROR: CANNOT OPEN HRREJ.DAT, STATUS="
                       WS-Reject-Status
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM OPEN-EXTRACT
           PERFORM UNTIL END-OF-FILE
               READ Extract-Out-File
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF Extract-Record(1:26) NOT = WS-Extract-Header
                           ADD 1 TO WS-Extract-Rows
                           PERFORM MATCH-ONE-EXTRACT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Extract-Out-File
           CLOSE HR-Rejects-File.

       MATCH-ONE-EXTRACT-ROW.
      *    THE SAME ROW SENT TWICE IN ONE CYCLE IS COVERED BY ONE
      *    ACKNOWLEDGMENT AND POSTS AT MOST ONE REJECT.
           PERFORM FIND-ACKNOWLEDGMENT
           IF ACK-FOUND AND AK-Used = 'N'
               MOVE 'Y' TO AK-Used
               REWRITE Ack-Index-Record
               EVALUATE AK-Status
                   WHEN 'A'
                       ADD 1 TO WS-Accepted-Count
                   WHEN 'R'
                       ADD 1 TO WS-Rejected-Count
                       PERFORM WRITE-HR-REJECT
                       MOVE AK-Reason TO DL-Note
                       PERFORM WRITE-DETAIL-LINE
                   WHEN OTHER
                       ADD 1 TO WS-Bad-Status-Count
                       MOVE "STATUS NOT A OR R, IGNORED" TO DL-Note
                       PERFORM WRITE-DETAIL-LINE
               END-EVALUATE
           END-IF.

       FIND-ACKNOWLEDGMENT.
           MOVE Extract-Record(1:6) TO WS-Sent-Emp-ID
           MOVE Extract-Record(8:25) TO WS-Sent-Emp-Name
           MOVE Extract-Record(34:4) TO WS-Sent-BirthDate(1:4)
           MOVE Extract-Record(39:2) TO WS-Sent-BirthDate(5:2)
           MOVE Extract-Record(42:2) TO WS-Sent-BirthDate(7:2)
           MOVE 'N' TO WS-Ack-Found-Flag
           MOVE WS-Sent-Emp-ID TO AK-Emp-ID
           MOVE WS-Sent-BirthDate TO AK-BirthDate
           READ Ack-Index-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACK-FOUND TO TRUE
           END-READ.

       WRITE-HR-REJECT.
           MOVE WS-Sent-Emp-ID TO Reject-Emp-ID
           MOVE WS-Sent-Emp-Name TO Reject-Emp-Name
           MOVE WS-Sent-BirthDate TO Reject-BirthDate
           MOVE "HR" TO Reject-Reason-Code
           IF AK-Reason = SPACES
               MOVE "HR REJECTED, NO REASON GIVEN" TO Reject-Reason-Text
           ELSE
               MOVE AK-Reason TO Reject-Reason-Text
           END-IF
           MOVE ZERO TO Reject-Recycle-Count
           MOVE "HRA" TO Reject-Source
           WRITE Reject-Record FROM Reject-Line.

       REPORT-UNACKNOWLEDGED.
      *    A SECOND PASS OF THE EXTRACT LISTS EVERY ROW NO LINE ON THE
      *    ACKNOWLEDGMENT FILE ANSWERED: HR DROPPED IT WITHOUT A WORD.
           MOVE "SENT, NOT ACKNOWLEDGED" TO Section-Line
           PERFORM WRITE-SECTION-HEADING
           PERFORM OPEN-EXTRACT
           PERFORM UNTIL END-OF-FILE
               READ Extract-Out-File
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF Extract-Record(1:26) NOT = WS-Extract-Header
                           PERFORM FIND-ACKNOWLEDGMENT
                           IF NOT ACK-FOUND
                               ADD 1 TO WS-Unacked-Count
                               MOVE SPACES TO AK-Status
                               MOVE "NO ACKNOWLEDGMENT FROM HR"
                                   TO DL-Note
                               PERFORM WRITE-DETAIL-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Extract-Out-File.

       REPORT-NEVER-SENT.
      *    AN ACKNOWLEDGMENT NO EXTRACT ROW CLAIMED IS FOR A ROW WE
      *    NEVER SENT, OR SENT WITH A DIFFERENT DATE THAN HR HOLDS.
           MOVE "ACKNOWLEDGED, NEVER SENT" TO Section-Line
           PERFORM WRITE-SECTION-HEADING
           MOVE 'N' TO WS-Ack-EOF-Flag
           MOVE LOW-VALUES TO AK-Key
           START Ack-Index-File KEY IS NOT < AK-Key
               INVALID KEY
                   SET ACKS-EOF TO TRUE
           END-START
           PERFORM UNTIL ACKS-EOF
               READ Ack-Index-File NEXT
                   AT END
                       SET ACKS-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-UNCLAIMED-ACK
               END-READ
           END-PERFORM.

       REPORT-ONE-UNCLAIMED-ACK.
           IF AK-Used = 'N'
               ADD 1 TO WS-Never-Sent-Count
               MOVE AK-Emp-ID TO WS-Sent-Emp-ID
               MOVE SPACES TO WS-Sent-Emp-Name
               MOVE AK-BirthDate TO WS-Sent-BirthDate
               MOVE "NOT IN THIS CYCLE'S EXTRACT" TO DL-Note
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       OPEN-EXTRACT.
           MOVE 'N' TO WS-End-Of-File-Flag
           OPEN INPUT Extract-Out-File
           IF WS-Extract-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN EXTRACTOUT.DAT, STATUS="
                   WS-Extract-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       EMPTY-ACK-FILE.
      *    THE REJECTS ARE POSTED, SO THE FILE IS EMPTIED; A RERUN
      *    MUST NOT POST THE SAME HR REJECTS A SECOND TIME.
           OPEN OUTPUT Ack-File
           CLOSE Ack-File.

       WRITE-DETAIL-LINE.
           MOVE WS-Sent-Emp-ID TO DL-Emp-ID
           MOVE WS-Sent-Emp-Name TO DL-Emp-Name
           MOVE WS-Sent-BirthDate(1:4) TO DL-BirthDate(1:4)
           MOVE "/" TO DL-BirthDate(5:1)
           MOVE WS-Sent-BirthDate(5:2) TO DL-BirthDate(6:2)
           MOVE "/" TO DL-BirthDate(8:1)
           MOVE WS-Sent-BirthDate(7:2) TO DL-BirthDate(9:2)
           MOVE AK-Status TO DL-Status
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
           MOVE Cycle-Date TO RH2-Cycle-Date
           WRITE Print-Line FROM Report-Header-2
           WRITE Print-Line FROM Report-Header-3
           MOVE 3 TO WS-Line-Count.

       WRITE-TRAILER.
           MOVE WS-Extract-Rows TO TL-Extract-Rows
           MOVE WS-Acks-Loaded TO TL-Acks-Loaded
           MOVE WS-Accepted-Count TO TL-Accepted
           MOVE WS-Rejected-Count TO TL-Rejected
           MOVE WS-Unacked-Count TO TL-Unacked
           MOVE WS-Never-Sent-Count TO TL-Never-Sent
           MOVE WS-Bad-Status-Count TO TL-Bad-Status
           MOVE WS-Ack-Duplicates TO TL-Duplicates
           PERFORM PAGE-BREAK-IF-DUE
           WRITE Print-Line FROM Blank-Line
           WRITE Print-Line FROM Trailer-Line-1
           WRITE Print-Line FROM Trailer-Line-2
           ADD 3 TO WS-Line-Count.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT Maint-Trans-File ASSIGN TO "MAINTPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Maint-Trans-Status.

           SELECT New-Pending-File ASSIGN TO "MAINTPND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-New-Pending-Status.

           SELECT Master-Gen-Control-File ASSIGN TO "BIRTHGEN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Gen-Ctl-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cycle-Ctl-Status.

           SELECT Run-History-File ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-History-Status.

           SELECT Run-Totals-File ASSIGN TO "RUNTOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-Totals-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Trial-Print-Status.

           SELECT Merge-Item-File ASSIGN TO DYNAMIC WS-Merge-File-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Merge-Item-Status.

           SELECT Feed-Sort-File ASSIGN TO "SORTWORK".

           SELECT Sorted-Feed-File ASSIGN TO "BIRTHFEED.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sorted-Feed-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BirthDate-File.
       01  Print-Line                  PIC X(132).

       FD  Checkpoint-File.
       01  Checkpoint-Record           PIC X(85).

       FD  Run-Parm-File.
       01  Run-Parm-Record             PIC X(80).
       01  Extract-Record              PIC X(43).

       FD  Audit-Log-File.
       01  Audit-Record                PIC X(82).

       FD  Maint-Trans-File.
       01  Maint-Trans-Record          PIC X(103).

       FD  New-Pending-File.
       01  New-Pending-Record          PIC X(103).

       FD  Master-Gen-Control-File.
       01  Master-Gen-Control-Record.
       01  Staging-Record              PIC X(132).

       FD  Cycle-Control-File.
       01  Cycle-Control-Record        PIC X(21).

       FD  Run-History-File.
       01  Run-History-Record          PIC X(84).

       FD  Run-Totals-File.
       01  Run-Totals-Record           PIC X(29).
       FD  Trial-Print-File.
       01  Trial-Print-Line            PIC X(132).

       FD  Merge-Item-File.
       01  Merge-Item-Record           PIC X(132).

      *    THE FEED IN EMPLOYEE ORDER FOR THE MATCH-MERGE APPLY. THE
      *    ORIGINAL INPUT SEQUENCE IS CARRIED AS A MINOR KEY SO TWO
      *    FEED RECORDS FOR ONE EMPLOYEE APPLY IN THE ORDER RECEIVED.
       SD  Feed-Sort-File.
       01  Feed-Sort-Record.
           02  FS-Emp-ID               PIC X(6).
           02  FS-Seq                  PIC 9(7).
           02  FS-Source               PIC X(3).
           02  FS-Emp-Name             PIC X(25).
           02  FS-BirthDate            PIC X(8).

       FD  Sorted-Feed-File.
       01  Sorted-Feed-Record.
           02  SF-Emp-ID               PIC X(6).
           02  SF-Seq                  PIC 9(7).
           02  SF-Source               PIC X(3).
           02  SF-Emp-Name             PIC X(25).
           02  SF-BirthDate            PIC X(8).

       WORKING-STORAGE SECTION.
           COPY BIRTHREC.
           COPY PERSONREC.
           COPY REJREC.
           COPY AUDITREC.
           COPY CYCLEREC.
           COPY RUNHIST.
           COPY CTLTOTRC.
           COPY MNTPEND.

       01  WS-BirthDate-Status         PIC XX.
       01  WS-BirthDate-YYMMDD-Status  PIC XX.
       01  WS-Audit-Status             PIC XX.
       01  WS-Run-Time                 PIC 9(8).
       01  WS-Maint-Trans-Status       PIC XX.
       01  WS-New-Pending-Status       PIC XX.
       01  WS-Master-Gen-Ctl-Status    PIC XX.
       01  WS-Master-Gen-Status        PIC XX.
       01  WS-Staging-Status           PIC XX.
       01  WS-Cycle-Ctl-Status         PIC XX.
       01  WS-Run-History-Status       PIC XX.
       01  WS-Run-Totals-Status        PIC XX.
       01  WS-Sorted-Feed-Status       PIC XX.
       01  WS-Input-Read-Total         PIC 9(7)    VALUE ZERO.

       01  WS-Run-Mode-Flag            PIC X       VALUE 'B'.
       01  WS-Trial-Before             PIC X(48).
       01  WS-Trial-After              PIC X(48).
       01  WS-Trial-Rejected           PIC 9(5)    VALUE ZERO.
       01  WS-Trial-Standing-Flag      PIC X       VALUE SPACE.
           88  TRIAL-APPLICABLE                    VALUE 'Y'.
           88  TRIAL-AWAITING                      VALUE 'P'.
           88  TRIAL-SELF-APPROVED                 VALUE 'S'.

       01  WS-Maint-Adds               PIC 9(5)    VALUE ZERO.
       01  WS-Maint-Changes            PIC 9(5)    VALUE ZERO.
       01  WS-Maint-Duplicates         PIC 9(5)    VALUE ZERO.
       01  WS-Maint-Terminated         PIC 9(5)    VALUE ZERO.
       01  WS-Maint-Reactivated        PIC 9(5)    VALUE ZERO.
       01  WS-Maint-Merged             PIC 9(5)    VALUE ZERO.
       01  WS-Maint-Self-Refused       PIC 9(5)    VALUE ZERO.
       01  WS-Maint-Declined           PIC 9(5)    VALUE ZERO.
       01  WS-Maint-Held               PIC 9(5)    VALUE ZERO.
       01  WS-Maint-Audit-Entered-By   PIC X(8)    VALUE SPACES.
       01  WS-Maint-Audit-Approver     PIC X(8)    VALUE SPACES.

      *    LOSER-TO-SURVIVOR PAIRS FROM THIS RUN'S MERGE TRANSACTIONS,
      *    IN THE ORDER APPLIED, SO A LOSER MERGED INTO AN ID THAT IS
      *    ITSELF MERGED LATER IN THE BATCH ENDS UP ON THE LAST ONE.
       01  WS-Merge-Item-Status        PIC XX.
       01  WS-Merge-File-Name          PIC X(12).
       01  WS-Merge-File-Tag           PIC X(5).
       01  WS-Merge-Date-Offset        PIC 99.
       01  WS-Merge-Key                PIC X(6).
       01  WS-Merge-Old-Key            PIC X(6).
       01  WS-Merge-File-Moved         PIC 9(7)    VALUE ZERO.
       01  WS-Merge-Max                PIC 999     VALUE 100.
       01  WS-Merge-Count              PIC 999     VALUE ZERO.
       01  WS-Merge-Sub                PIC 999.
       01  WS-Merge-Table.
           02  WS-Merge-Entry OCCURS 100 TIMES.
               03  WS-Merge-Loser      PIC X(6).
               03  WS-Merge-Survivor   PIC X(6).
               03  WS-Merge-Entered-By PIC X(8).
               03  WS-Merge-Approver   PIC X(8).

       01  WS-End-Of-File-Flag         PIC X       VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       01  WS-Feed-Apply-Flag          PIC X       VALUE 'N'.
           88  FEED-APPLY-MODE                     VALUE 'Y'.

      *    A FEED-APPLY RUN EITHER READS THE MASTER BY KEY FOR EACH
      *    FEED RECORD OR SORTS THE FEED AND REBUILDS THE MASTER IN
      *    ONE MATCH-MERGE PASS AGAINST THE GENERATION JUST CUT. AUTO
      *    PICKS THE MERGE ONCE THE FEED IS OVER THE THRESHOLD.
       01  WS-Apply-Method-Flag        PIC X       VALUE 'A'.
           88  APPLY-METHOD-RANDOM                 VALUE 'R'.
           88  APPLY-METHOD-MERGE                  VALUE 'M'.
           88  APPLY-METHOD-AUTO                   VALUE 'A'.
       01  WS-Match-Merge-Flag         PIC X       VALUE 'N'.
           88  MATCH-MERGE-APPLY                   VALUE 'Y'.
       01  WS-Merge-Threshold          PIC 9(7)    VALUE 50000.
       01  WS-Feed-Volume              PIC 9(7)    VALUE ZERO.
       01  WS-Feed-Seq                 PIC 9(7)    VALUE ZERO.
       01  WS-Match-Position           PIC 9(7)    VALUE ZERO.
       01  WS-Match-Replay-Count       PIC 9(7)    VALUE ZERO.
       01  WS-Match-Seq-Base           PIC 9(7)    VALUE ZERO.
       01  WS-Match-Audit-Seq          PIC 9(7)    VALUE ZERO.
       01  WS-Match-Gen-Number         PIC 9(4)    VALUE ZERO.
       01  WS-Feed-Pass-EOF-Flag       PIC X       VALUE 'N'.
           88  FEED-PASS-EOF                       VALUE 'Y'.
       01  WS-Old-Master-EOF-Flag      PIC X       VALUE 'N'.
           88  OLD-MASTER-EOF                      VALUE 'Y'.
       01  WS-Held-Master-Flag         PIC X       VALUE 'N'.
           88  MASTER-HELD                         VALUE 'Y'.
       01  WS-Match-Found-Flag         PIC X       VALUE 'N'.
           88  MATCH-FOUND                         VALUE 'Y'.
       01  WS-Match-Replay-Flag        PIC X       VALUE 'N'.
           88  MATCH-REPLAY                        VALUE 'Y'.

      *    THE NEXT RECORD OFF THE OLD-MASTER GENERATION, AND THE
      *    MASTER RECORD FOR THE EMPLOYEE BEING APPLIED, HELD UNTIL
      *    THE FEED MOVES PAST THAT EMPLOYEE.
       01  WS-Old-Master.
           02  OM-Emp-ID               PIC X(6).
           02  OM-Emp-Name             PIC X(25).
           02  OM-BirthDate            PIC X(8).
           02  OM-Emp-Status           PIC X.
           02  OM-Term-Date            PIC X(8).
       01  WS-Held-Master.
           02  HM-Emp-ID               PIC X(6).
           02  HM-Emp-Name             PIC X(25).
           02  HM-BirthDate            PIC X(8).
           02  HM-Emp-Status           PIC X.
           02  HM-Term-Date            PIC X(8).

       01  WS-Current-Source           PIC X(3)    VALUE "MST".
       01  WS-Source-Max               PIC 99      VALUE 10.
       01  WS-Source-Count             PIC 99      VALUE ZERO.
       01  WS-Parm-Digit-9 REDEFINES WS-Parm-Digit-X
                                       PIC 9.
       01  WS-Parm-Number-Display      PIC ZZZZ9.
       01  WS-Parm-Count-Display       PIC Z(6)9.

       01  WS-Parm-Sources.
           02  WS-Src-Run-Mode         PIC X       VALUE 'D'.
           02  WS-Src-Ckpt-Interval    PIC X       VALUE 'D'.
           02  WS-Src-Century-Pivot    PIC X       VALUE 'D'.
           02  WS-Src-Lines-Per-Page   PIC X       VALUE 'D'.
           02  WS-Src-Apply-Method     PIC X       VALUE 'D'.
           02  WS-Src-Merge-Threshold  PIC X       VALUE 'D'.

       01  WS-Century-Pivot            PIC 99      VALUE 30.
       01  WS-Pivot-Year               PIC 999.
           02  CKPT-Audit-Lines        PIC 9(7).
           02  FILLER                  PIC X       VALUE ','.
           02  CKPT-Reject-Lines       PIC 9(7).
           02  FILLER                  PIC X       VALUE ','.
           02  CKPT-Apply-Method       PIC X.
           02  FILLER                  PIC X       VALUE ','.
           02  CKPT-Match-Position     PIC 9(7).
           02  FILLER                  PIC X       VALUE ','.
           02  CKPT-Master-Gen         PIC 9(4).
           02  FILLER                  PIC X       VALUE ','.
           02  CKPT-Cycle-Date         PIC X(8).

       01  WS-Run-Date.
           02  WS-Run-Century          PIC 99.
               "  UNCHANGED:".
           02  ASL-Unchanged           PIC ZZZ,ZZ9.

       01  Apply-Method-Line.
           02  FILLER                  PIC X(20)   VALUE
               "FEED APPLY METHOD:".
           02  AML-Method              PIC X(11).

       01  Trial-Header-1.
           02  FILLER                  PIC X(10)   VALUE "PUZZLE".
           02  FILLER                  PIC X(36)   VALUE

       01  Trial-Header-2.
           02  FILLER                  PIC X(8)    VALUE "EMP ID".
           02  FILLER                  PIC X(2)    VALUE "S".
           02  FILLER                  PIC X(3)    VALUE "TC".
           02  FILLER                  PIC X(22)   VALUE
               "PROPOSED DISPOSITION".
           02  FILLER                  PIC X(49)   VALUE "BEFORE".
           02  FILLER                  PIC X(48)   VALUE "AFTER".

       01  Trial-Detail-Line.
           02  TD-Emp-ID               PIC X(6).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  TD-Status               PIC X.
           02  FILLER                  PIC X       VALUE SPACE.
           02  TD-Trans-Code           PIC X.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  TD-Disposition          PIC X(20).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  TD-Before               PIC X(48).
           02  FILLER                  PIC X       VALUE SPACE.
           02  TD-After                PIC X(48).

       01  Trial-Summary-Line.
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  TS-Caption              PIC X(33).
           02  TS-Count                PIC ZZZZ9.

       01  Blank-Line                  PIC X(132)  VALUE SPACES.
               STOP RUN
           END-IF
           PERFORM CHECK-RUN-CONTROL
           IF INPUT-FORMAT-FEED AND FEED-APPLY-MODE
               PERFORM CHOOSE-APPLY-METHOD
           END-IF
           IF RESTART-REQUESTED
               PERFORM READ-CHECKPOINT
               PERFORM TRUNCATE-REJECT-FILE
               PERFORM WRITE-PARM-PAGE
           END-IF
           IF INPUT-FORMAT-FEED AND FEED-APPLY-MODE
               IF MATCH-MERGE-APPLY
                   PERFORM OPEN-MASTER-FOR-FEED-MERGE
               ELSE
                   PERFORM OPEN-MASTER-FOR-FEED-APPLY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN MATCH-MERGE-APPLY
                   PERFORM MAIN-LOOP-FEED-MERGE
               WHEN INPUT-FORMAT-FEED
                   PERFORM MAIN-LOOP-FEED
               WHEN INPUT-FORMAT-YYMMDD
           CLOSE Extract-Out-File
           CLOSE Audit-Log-File
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-RUN-HISTORY
           PERFORM MARK-STEP-COMPLETE
           STOP RUN.

           WRITE Cycle-Control-Record FROM Cycle-Control-Line
           CLOSE Cycle-Control-File.

       WRITE-RUN-HISTORY.
      *    ONE LINE PER COMPLETED RUN FEEDS THE TREND REPORT. THE
      *    END TIME IS TAKEN HERE, ONCE THE STEP'S WORK IS DONE.
           MOVE Cycle-Date TO HST-Cycle-Date
           MOVE "PUZZLE" TO HST-Step
           MOVE WS-Run-Date TO HST-Start-Date
           MOVE WS-Run-Time TO HST-Start-Time
           ACCEPT HST-End-Date FROM DATE YYYYMMDD
           ACCEPT HST-End-Time FROM TIME
           MOVE RETURN-CODE TO HST-Return-Code
           MOVE WS-Restart-Flag TO HST-Restart
           MOVE WS-Input-Read-Total TO HST-Read
           MOVE WS-Records-Processed TO HST-Accepted
           MOVE WS-Reject-Lines-Written TO HST-Rejected
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

       MAIN-LOOP-CCYYMMDD.
      *    THE RESTART TRUNCATE PASSES LEAVE THE SHARED END-OF-FILE
      *    SWITCH SET, SO IT IS RESET BEFORE THE INPUT SCAN.
           WRITE BirthDate-Record
           ADD 1 TO WS-Src-Applied-New(WS-Source-Cur-Sub).

       CHOOSE-APPLY-METHOD.
      *    A RESTART CARRIES ON WITH THE METHOD THE INTERRUPTED RUN
      *    CHECKPOINTED FOR THIS CYCLE. A MATCH-MERGE CHECKPOINT IS
      *    ONLY WRITTEN ONCE THE GENERATION BACKUP IS CUT, SO WITHOUT
      *    ONE THE MASTER WAS NEVER EMPTIED AND THE RUN IS RERUN FROM
      *    THE TOP; WITH ONE, ONLY A RESTART MAY FINISH THE REBUILD.
           PERFORM READ-CHECKPOINT-METHOD
           IF CKPT-Apply-Method = 'M' AND CKPT-Cycle-Date = Cycle-Date
                   AND NOT RESTART-REQUESTED
               DISPLAY "ERROR: MATCH-MERGE FOR CYCLE " Cycle-Date
                   " WAS INTERRUPTED, RESTART=Y TO FINISH IT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RESTART-REQUESTED AND CKPT-Cycle-Date = Cycle-Date
                   AND (CKPT-Apply-Method = 'M'
                       OR CKPT-Apply-Method = 'R')
               IF CKPT-Apply-Method = 'M'
                   SET MATCH-MERGE-APPLY TO TRUE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN APPLY-METHOD-MERGE
                       SET MATCH-MERGE-APPLY TO TRUE
                   WHEN APPLY-METHOD-AUTO
                       PERFORM COUNT-FEED-VOLUME
                       IF WS-Feed-Volume > WS-Merge-Threshold
                           SET MATCH-MERGE-APPLY TO TRUE
                       END-IF
               END-EVALUATE
               IF MATCH-MERGE-APPLY AND RESTART-REQUESTED
                   DISPLAY "ERROR: NO MATCH-MERGE CHECKPOINT FOR CYCLE "
                       Cycle-Date
                   DISPLAY "       MASTER NOT YET REBUILT, RERUN WITH "
                       "RESTART=N"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-CHECKPOINT-METHOD.
           MOVE SPACE TO CKPT-Apply-Method
           MOVE SPACES TO CKPT-Cycle-Date
           OPEN INPUT Checkpoint-File
           IF WS-Checkpoint-Status = "00"
               READ Checkpoint-File INTO WS-Checkpoint-Line
                   AT END
                       CONTINUE
               END-READ
               CLOSE Checkpoint-File
           END-IF.

       COUNT-FEED-VOLUME.
           MOVE ZERO TO WS-Feed-Volume
           MOVE 'N' TO WS-Feed-Pass-EOF-Flag
           OPEN INPUT Birth-Feed-File
           IF WS-Birth-Feed-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BIRTHFEED.DAT, STATUS="
                   WS-Birth-Feed-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FEED-PASS-EOF
               READ Birth-Feed-File
                   AT END
                       SET FEED-PASS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Feed-Volume
               END-READ
           END-PERFORM
           CLOSE Birth-Feed-File.

       OPEN-MASTER-FOR-FEED-MERGE.
      *    A FRESH RUN CUTS THE SAME GENERATION BACKUP AS THE KEYED
      *    APPLY, CHECKPOINTS THE MERGE START SO A RESTART KNOWS WHICH
      *    GENERATION HOLDS THE OLD MASTER, AND ONLY THEN EMPTIES THE
      *    MASTER FOR REBUILDING. A RESTART REOPENS THE PART-BUILT
      *    MASTER AND MERGES AGAIN FROM THE CHECKPOINTED GENERATION.
           IF RESTART-REQUESTED
               PERFORM SORT-FEED-BY-EMP-ID
               MOVE CKPT-Master-Gen TO WS-Match-Gen-Number
               MOVE CKPT-Match-Position TO WS-Match-Replay-Count
               COMPUTE WS-Match-Seq-Base =
                   WS-Checkpoint-Count - CKPT-Match-Position
               OPEN I-O BirthDate-File
           ELSE
               PERFORM OPEN-MASTER-FOR-FEED-APPLY
               CLOSE BirthDate-File
               MOVE WS-Master-Gen-Number TO WS-Match-Gen-Number
               MOVE WS-Records-Read TO WS-Match-Seq-Base
               PERFORM SORT-FEED-BY-EMP-ID
      *        NO FEED RECORD HAS BEEN READ YET, SO THE START
      *        CHECKPOINT CARRIES A BLANK KEY.
               MOVE SPACES TO Person-Record
               PERFORM WRITE-CHECKPOINT
               OPEN OUTPUT BirthDate-File
           END-IF
           IF WS-BirthDate-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BIRTHDATE.DAT, STATUS="
                   WS-BirthDate-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Match-Gen-Number TO WS-Master-Gen-Number
           PERFORM BUILD-MASTER-GEN-NAME
           MOVE 'N' TO WS-Old-Master-EOF-Flag
           OPEN INPUT Master-Gen-File
           IF WS-Master-Gen-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN " WS-Master-Gen-Name
                   ", STATUS=" WS-Master-Gen-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       SORT-FEED-BY-EMP-ID.
           MOVE ZERO TO WS-Feed-Seq
           SORT Feed-Sort-File
               ON ASCENDING KEY FS-Emp-ID FS-Seq
               INPUT PROCEDURE IS RELEASE-FEED-RECORDS
               GIVING Sorted-Feed-File.

       RELEASE-FEED-RECORDS.
      *    SOURCES ARE ENTERED IN THE TOTALS TABLE IN THE ORDER THE
      *    FEED PRESENTS THEM, SO THE TRAILER AND THE RUN TOTALS LIST
      *    THEM EXACTLY AS THE KEYED APPLY DOES.
           MOVE 'N' TO WS-Feed-Pass-EOF-Flag
           OPEN INPUT Birth-Feed-File
           IF WS-Birth-Feed-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BIRTHFEED.DAT, STATUS="
                   WS-Birth-Feed-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FEED-PASS-EOF
               READ Birth-Feed-File
                   AT END
                       SET FEED-PASS-EOF TO TRUE
                   NOT AT END
                       PERFORM RELEASE-ONE-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE Birth-Feed-File.

       RELEASE-ONE-FEED-RECORD.
           ADD 1 TO WS-Feed-Seq
           MOVE BF-Emp-ID TO FS-Emp-ID
           MOVE WS-Feed-Seq TO FS-Seq
           MOVE BF-Source TO FS-Source
           MOVE BF-Emp-Name TO FS-Emp-Name
           MOVE BF-BirthDate TO FS-BirthDate
           MOVE BF-Source TO WS-Current-Source
           PERFORM FIND-SOURCE-ENTRY
           RELEASE Feed-Sort-Record.

       MAIN-LOOP-FEED-MERGE.
      *    ON A RESTART THE SORTED RECORDS BEFORE THE CHECKPOINT ARE
      *    REPLAYED WITH ALL OUTPUT HELD BACK. THAT RE-DERIVES THE
      *    PER-SOURCE AND APPLY TOTALS AND BRINGS THE OLD-MASTER READ
      *    BACK TO WHERE IT WAS; ANYTHING THE INTERRUPTED RUN WROTE
      *    TO THE NEW MASTER PAST THE CHECKPOINT IS REWRITTEN.
           MOVE 'N' TO WS-End-Of-File-Flag
           OPEN INPUT Sorted-Feed-File
           IF WS-Sorted-Feed-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BIRTHFEED.SRT, STATUS="
                   WS-Sorted-Feed-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-OLD-MASTER
           IF RESTART-REQUESTED
               MOVE WS-Checkpoint-Count TO WS-Records-Read
               SET MATCH-REPLAY TO TRUE
               PERFORM WS-Match-Replay-Count TIMES
                   READ Sorted-Feed-File
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM MERGE-ONE-FEED-RECORD
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-Match-Replay-Flag
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ Sorted-Feed-File
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Records-Read
                       PERFORM MERGE-ONE-FEED-RECORD
                       PERFORM CHECKPOINT-IF-DUE
               END-READ
           END-PERFORM
           PERFORM FINISH-MASTER-MERGE
           CLOSE Sorted-Feed-File
           CLOSE Master-Gen-File.

       MERGE-ONE-FEED-RECORD.
           ADD 1 TO WS-Match-Position
           COMPUTE WS-Match-Audit-Seq = WS-Match-Seq-Base + SF-Seq
           MOVE SF-Source TO WS-Current-Source
           MOVE SF-Emp-ID TO Emp-ID
           MOVE SF-Emp-Name TO Emp-Name
           MOVE SF-BirthDate TO Emp-BirthDate
           MOVE 'A' TO Emp-Status
           MOVE SPACES TO Emp-Term-Date
           MOVE SF-BirthDate TO WS-BirthDate-Work
           PERFORM TALLY-SOURCE-READ
           IF MATCH-REPLAY
               MOVE WS-BirthDate-Work TO BirthDate
               PERFORM TALLY-SKIPPED-DISPOSITION
               IF VALID-DATE
                   PERFORM APPLY-FEED-MERGE
               END-IF
           ELSE
               PERFORM PROCESS-RECORD
           END-IF.

       APPLY-FEED-MERGE.
      *    THE FEED IS IN EMPLOYEE ORDER, SO EVERY OLD-MASTER RECORD
      *    BELOW THIS KEY IS CARRIED FORWARD UNCHANGED FIRST. A SECOND
      *    FEED RECORD FOR THE SAME EMPLOYEE FINDS THE HELD RECORD AS
      *    THE FIRST LEFT IT, JUST AS THE KEYED APPLY READS BACK WHAT
      *    IT HAD REWRITTEN.
           MOVE 'N' TO WS-Match-Found-Flag
           IF MASTER-HELD
               IF HM-Emp-ID = Emp-ID
                   SET MATCH-FOUND TO TRUE
               ELSE
                   PERFORM RELEASE-HELD-MASTER
               END-IF
           END-IF
           IF NOT MATCH-FOUND
               PERFORM FIND-OLD-MASTER
           END-IF
           IF MATCH-FOUND
               PERFORM APPLY-TO-HELD-MASTER
           ELSE
               MOVE Person-Record TO WS-Held-Master
               SET MASTER-HELD TO TRUE
               ADD 1 TO WS-Src-Applied-New(WS-Source-Cur-Sub)
           END-IF.

       FIND-OLD-MASTER.
           PERFORM PASS-OLD-MASTER
               UNTIL OLD-MASTER-EOF OR OM-Emp-ID NOT < Emp-ID
           IF NOT OLD-MASTER-EOF
               IF OM-Emp-ID = Emp-ID
                   MOVE WS-Old-Master TO WS-Held-Master
                   SET MASTER-HELD TO TRUE
                   SET MATCH-FOUND TO TRUE
                   PERFORM READ-OLD-MASTER
               END-IF
           END-IF.

       APPLY-TO-HELD-MASTER.
      *    AS IN THE KEYED APPLY, THE MASTER'S LIFECYCLE STATUS IS
      *    CARRIED BACK FOR THE EXTRACT FILTER.
           MOVE HM-Emp-Status TO Emp-Status
           MOVE HM-Term-Date TO Emp-Term-Date
           IF HM-Emp-Name = Emp-Name AND HM-BirthDate = Emp-BirthDate
               ADD 1 TO WS-Src-Applied-Same(WS-Source-Cur-Sub)
           ELSE
               MOVE Emp-Name TO HM-Emp-Name
               MOVE Emp-BirthDate TO HM-BirthDate
               ADD 1 TO WS-Src-Applied-Chg(WS-Source-Cur-Sub)
           END-IF.

       PASS-OLD-MASTER.
           MOVE WS-Old-Master TO BirthDate-Record
           PERFORM WRITE-NEW-MASTER
           PERFORM READ-OLD-MASTER.

       RELEASE-HELD-MASTER.
           MOVE WS-Held-Master TO BirthDate-Record
           PERFORM WRITE-NEW-MASTER
           MOVE 'N' TO WS-Held-Master-Flag.

       READ-OLD-MASTER.
           READ Master-Gen-File INTO WS-Old-Master
               AT END
                   SET OLD-MASTER-EOF TO TRUE
           END-READ.

       WRITE-NEW-MASTER.
      *    NOTHING IS WRITTEN DURING A RESTART REPLAY. PAST THE
      *    CHECKPOINT THE INTERRUPTED RUN MAY ALREADY HAVE WRITTEN
      *    THE RECORD, SO A DUPLICATE KEY IS TAKEN AS A REWRITE.
           IF NOT MATCH-REPLAY
               WRITE BirthDate-Record
                   INVALID KEY
                       REWRITE BirthDate-Record
                           INVALID KEY
                               DISPLAY "ERROR: CANNOT WRITE MASTER "
                                   "RECORD " BD-Emp-ID ", STATUS="
                                   WS-BirthDate-Status
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                       END-REWRITE
               END-WRITE
           END-IF.

       FINISH-MASTER-MERGE.
           IF MASTER-HELD
               PERFORM RELEASE-HELD-MASTER
           END-IF
           PERFORM PASS-OLD-MASTER UNTIL OLD-MASTER-EOF.

       MAIN-LOOP-YYMMDD.
           MOVE 'N' TO WS-End-Of-File-Flag
           OPEN INPUT BirthDate-YYMMDD-File
                   ELSE
                       PERFORM REJECT-PARM-VALUE
                   END-IF
               WHEN "APPLY-METHOD"
                   IF WS-Parm-Value = "R" OR WS-Parm-Value = "M"
                           OR WS-Parm-Value = "A"
                       MOVE WS-Parm-Value(1:1) TO WS-Apply-Method-Flag
                       MOVE 'C' TO WS-Src-Apply-Method
                   ELSE
                       PERFORM REJECT-PARM-VALUE
                   END-IF
               WHEN "MERGE-THRESHOLD"
                   PERFORM PARSE-PARM-NUMBER
                   IF PARM-VALUE-NUMERIC AND WS-Parm-Number >= 1
                       MOVE WS-Parm-Number TO WS-Merge-Threshold
                       MOVE 'C' TO WS-Src-Merge-Threshold
                   ELSE
                       PERFORM REJECT-PARM-VALUE
                   END-IF
               WHEN "CHECKPOINT-INTERVAL"
                   PERFORM PARSE-PARM-NUMBER
                   IF PARM-VALUE-NUMERIC AND WS-Parm-Number >= 1
           MOVE WS-Parm-Number-Display TO PE-Value
           MOVE WS-Src-Lines-Per-Page TO PE-Source
           PERFORM WRITE-PARM-ECHO-LINE
           MOVE "APPLY-METHOD" TO PE-Keyword
           MOVE WS-Apply-Method-Flag TO PE-Value
           MOVE WS-Src-Apply-Method TO PE-Source
           PERFORM WRITE-PARM-ECHO-LINE
           MOVE "MERGE-THRESHOLD" TO PE-Keyword
           MOVE WS-Merge-Threshold TO WS-Parm-Count-Display
           MOVE WS-Parm-Count-Display TO PE-Value
           MOVE WS-Src-Merge-Threshold TO PE-Source
           PERFORM WRITE-PARM-ECHO-LINE
           WRITE Print-Line FROM Blank-Line
           ADD 14 TO WS-Print-Lines-Written
           MOVE 99 TO WS-Line-Count.

       WRITE-PARM-ECHO-LINE.
           MOVE WS-Extract-Lines-Written TO CKPT-Extract-Lines
           MOVE WS-Audit-Lines-Written TO CKPT-Audit-Lines
           MOVE WS-Reject-Lines-Written TO CKPT-Reject-Lines
           EVALUATE TRUE
               WHEN MATCH-MERGE-APPLY
                   MOVE 'M' TO CKPT-Apply-Method
               WHEN INPUT-FORMAT-FEED AND FEED-APPLY-MODE
                   MOVE 'R' TO CKPT-Apply-Method
               WHEN OTHER
                   MOVE SPACE TO CKPT-Apply-Method
           END-EVALUATE
           MOVE WS-Match-Position TO CKPT-Match-Position
           MOVE WS-Match-Gen-Number TO CKPT-Master-Gen
           MOVE Cycle-Date TO CKPT-Cycle-Date
           OPEN OUTPUT Checkpoint-File
           IF WS-Checkpoint-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BIRTHCKPT.DAT, STATUS="
      *        LIFECYCLE STATUS IS KNOWN: A FEED RECORD FOR AN
      *        EMPLOYEE TERMINATED ON THE MASTER MUST NOT BE RE-SENT
      *        TO HR.
               EVALUATE TRUE
                   WHEN MATCH-MERGE-APPLY
                       PERFORM APPLY-FEED-MERGE
                   WHEN INPUT-FORMAT-FEED AND FEED-APPLY-MODE
                       PERFORM APPLY-FEED-RECORD
               END-EVALUATE
               PERFORM WRITE-EXTRACT-LINE
               ADD 1 TO WS-Records-Processed
               ADD 1 TO WS-Src-Accepted(WS-Source-Cur-Sub)
           PERFORM WRITE-AUDIT-RECORD.

       TALLY-SOURCE-READ.
           PERFORM FIND-SOURCE-ENTRY
           ADD 1 TO WS-Src-Read(WS-Source-Cur-Sub).

       FIND-SOURCE-ENTRY.
           MOVE ZERO TO WS-Source-Cur-Sub
           PERFORM VARYING WS-Source-Sub FROM 1 BY 1
                   UNTIL WS-Source-Cur-Sub > 0
               MOVE ZERO TO WS-Src-Applied-New(WS-Source-Cur-Sub)
               MOVE ZERO TO WS-Src-Applied-Chg(WS-Source-Cur-Sub)
               MOVE ZERO TO WS-Src-Applied-Same(WS-Source-Cur-Sub)
           END-IF.

       WRITE-AUDIT-RECORD.
      *    THE MATCH-MERGE WORKS THROUGH THE FEED IN EMPLOYEE ORDER,
      *    SO ITS AUDIT LINES CARRY THE RECORD'S PLACE IN THE FEED AS
      *    RECEIVED, THE SAME NUMBER THE KEYED APPLY WOULD GIVE IT.
           IF MATCH-MERGE-APPLY
               MOVE WS-Match-Audit-Seq TO Audit-Seq
           ELSE
               MOVE WS-Records-Read TO Audit-Seq
           END-IF
           MOVE Emp-ID TO Audit-Emp-ID
           MOVE WS-BirthDate-Work TO Audit-BirthDate
           MOVE WS-Run-Date TO Audit-Run-Date
               WRITE Print-Line FROM Source-Trailer-Line
           END-PERFORM
           IF INPUT-FORMAT-FEED AND FEED-APPLY-MODE
               IF MATCH-MERGE-APPLY
                   MOVE "MATCH-MERGE" TO AML-Method
               ELSE
                   MOVE "KEYED" TO AML-Method
               END-IF
               WRITE Print-Line FROM Apply-Method-Line
               PERFORM VARYING WS-Source-Sub FROM 1 BY 1
                       UNTIL WS-Source-Sub > WS-Source-Count
                   MOVE WS-Src-Code(WS-Source-Sub) TO ASL-Source
           END-IF
           OPEN INPUT Maint-Trans-File
           IF WS-Maint-Trans-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MAINTPND.DAT, STATUS="
                   WS-Maint-Trans-Status
               STOP RUN
           END-IF
           OPEN OUTPUT New-Pending-File
           IF WS-New-Pending-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MAINTPND.NEW, STATUS="
                   WS-New-Pending-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-AUDIT-LOG-FOR-APPEND
           PERFORM OPEN-REJECTS-FOR-APPEND
           PERFORM BACKUP-MASTER-GENERATION
           PERFORM READ-MAINT-TRANS
      *    ONLY AN APPROVED LINE IS APPLIED, AND ONLY WHEN SOMEONE
      *    OTHER THAN ITS MAKER APPROVED IT. A DECLINED LINE IS
      *    AUDITED AND DROPPED FROM THE QUEUE; EVERYTHING ELSE STAYS
      *    QUEUED FOR THE APPROVAL RUN.
           PERFORM UNTIL TRANS-EOF
               MOVE MP-Entered-By TO WS-Maint-Audit-Entered-By
               MOVE MP-Approver TO WS-Maint-Audit-Approver
               EVALUATE TRUE
                   WHEN MP-APPROVED
                       IF MP-Approver = SPACES
                               OR MP-Approver = MP-Entered-By
                           PERFORM REFUSE-SELF-APPROVAL
                       ELSE
                           PERFORM APPLY-APPROVED-TRANS
                       END-IF
                   WHEN MP-DECLINED
                       ADD 1 TO WS-Maint-Declined
                       MOVE "MAINT-DECLINED" TO WS-Disposition
                       MOVE MT-Emp-ID TO WS-Maint-Audit-Emp-ID
                       MOVE MT-BirthDate TO WS-Maint-Audit-BirthDate
                       PERFORM WRITE-MAINT-AUDIT
                   WHEN OTHER
                       ADD 1 TO WS-Maint-Held
                       WRITE New-Pending-Record FROM Maint-Pending-Line
               END-EVALUATE
               PERFORM READ-MAINT-TRANS
           END-PERFORM
           CLOSE Birth-Rejects-File
           IF WS-Merge-Count > 0
               PERFORM MOVE-MERGED-OPEN-ITEMS
           END-IF
           PERFORM WRITE-MAINT-SUMMARY
           CLOSE BirthDate-File
           CLOSE Maint-Trans-File
           CLOSE New-Pending-File
           CLOSE Audit-Log-File
           PERFORM CUTOVER-NEW-PENDING.

       APPLY-APPROVED-TRANS.
           EVALUATE MT-Trans-Code
               WHEN 'A'
                   PERFORM APPLY-MAINT-ADD
               WHEN 'C'
                   PERFORM APPLY-MAINT-CHANGE
               WHEN 'D'
                   PERFORM APPLY-MAINT-DELETE
               WHEN 'T'
                   PERFORM APPLY-MAINT-TERMINATE
               WHEN 'R'
                   PERFORM APPLY-MAINT-REACTIVATE
               WHEN 'M'
                   PERFORM APPLY-MAINT-MERGE
               WHEN OTHER
                   MOVE MT-Emp-ID TO WS-Maint-Audit-Emp-ID
                   MOVE MT-BirthDate TO WS-Maint-Audit-BirthDate
                   MOVE "MAINT-UNKNOWN-CODE" TO WS-Disposition
           END-EVALUATE
           PERFORM WRITE-MAINT-AUDIT.

       REFUSE-SELF-APPROVAL.
      *    THE LINE GOES BACK ON THE QUEUE MARKED REFUSED, WITH THE
      *    APPROVAL STRIPPED, SO IT NEEDS A GENUINE SECOND APPROVER.
           ADD 1 TO WS-Maint-Self-Refused
           MOVE "MAINT-SELF-APPROVED" TO WS-Disposition
           MOVE MT-Emp-ID TO WS-Maint-Audit-Emp-ID
           MOVE MT-BirthDate TO WS-Maint-Audit-BirthDate
           PERFORM WRITE-MAINT-AUDIT
           MOVE 'R' TO MP-Status
           MOVE SPACES TO MP-Approver
           MOVE SPACES TO MP-Decided-Date
           WRITE New-Pending-Record FROM Maint-Pending-Line.

       CUTOVER-NEW-PENDING.
           MOVE 'N' TO WS-End-Of-File-Flag
           OPEN INPUT New-Pending-File
           OPEN OUTPUT Maint-Trans-File
           PERFORM UNTIL END-OF-FILE
               READ New-Pending-File
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       WRITE Maint-Trans-Record FROM New-Pending-Record
               END-READ
           END-PERFORM
           CLOSE New-Pending-File
           CLOSE Maint-Trans-File.

       MAINTENANCE-TRIAL.
      *    THE WHOLE BATCH GOES THROUGH THE SAME EDITS AS A REAL
      *    OR AUDIT LINE IS WRITTEN. THE REPORT SHOWS WHAT THE REAL
      *    RUN WOULD DO, RECORD BY RECORD. A MISSING MASTER IS AN
      *    ERROR HERE, NOT A REASON TO CREATE ONE: A TRIAL MUST
      *    LEAVE NO FILE BEHIND. IT WORKS FROM THE APPROVAL QUEUE, SO
      *    THE CHECKER SEES EVERY LINE STILL AWAITING A DECISION AS
      *    WELL AS THE APPROVED ONES; DECLINED LINES ARE LEFT OUT.
      *    ONLY A LINE THE REAL RUN WOULD APPLY - APPROVED, BY SOMEONE
      *    OTHER THAN ITS MAKER - COUNTS TOWARD THE EXPECTED TOTALS.
      *    THE REST ARE STILL EDITED SO THE APPROVER CAN SEE WHAT
      *    APPROVING THEM WOULD DO, BUT ARE MARKED AND COUNTED APART.
           OPEN INPUT BirthDate-File
           IF WS-BirthDate-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BIRTHDATE.DAT, STATUS="
           END-IF
           OPEN INPUT Maint-Trans-File
           IF WS-Maint-Trans-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN MAINTPND.DAT, STATUS="
                   WS-Maint-Trans-Status
               STOP RUN
           END-IF
           PERFORM WRITE-TRIAL-HEADERS
           PERFORM READ-MAINT-TRANS
           PERFORM UNTIL TRANS-EOF
               IF NOT MP-DECLINED
                   PERFORM SET-TRIAL-STANDING
                   PERFORM TRIAL-ONE-TRANS
               END-IF
               PERFORM READ-MAINT-TRANS
           END-PERFORM
           PERFORM WRITE-TRIAL-SUMMARY
           CLOSE Maint-Trans-File
           CLOSE Trial-Print-File.

       SET-TRIAL-STANDING.
      *    THE SAME TEST MAINTENANCE-UPDATE MAKES BEFORE IT APPLIES A
      *    LINE. A LINE THAT IS NEITHER APPROVED NOR DECLINED, OR ONE
      *    REFUSED EARLIER FOR SELF-APPROVAL, STAYS QUEUED.
           EVALUATE TRUE
               WHEN MP-APPROVED
                   IF MP-Approver = SPACES
                           OR MP-Approver = MP-Entered-By
                       SET TRIAL-SELF-APPROVED TO TRUE
                       ADD 1 TO WS-Maint-Self-Refused
                   ELSE
                       SET TRIAL-APPLICABLE TO TRUE
                   END-IF
               WHEN OTHER
                   SET TRIAL-AWAITING TO TRUE
                   ADD 1 TO WS-Maint-Held
           END-EVALUATE.

       TRIAL-ONE-TRANS.
           MOVE SPACES TO WS-Trial-Before
           MOVE SPACES TO WS-Trial-After
           EVALUATE MT-Trans-Code
               WHEN 'A'
                   PERFORM TRIAL-ADD
               WHEN 'C'
                   PERFORM TRIAL-CHANGE
               WHEN 'D'
                   PERFORM TRIAL-DELETE
               WHEN 'T'
                   PERFORM TRIAL-TERMINATE
               WHEN 'R'
                   PERFORM TRIAL-REACTIVATE
               WHEN 'M'
                   PERFORM TRIAL-MERGE
               WHEN OTHER
                   MOVE "MAINT-UNKNOWN-CODE" TO WS-Disposition
           END-EVALUATE
           IF TRIAL-APPLICABLE
               PERFORM TALLY-TRIAL-DISPOSITION
           END-IF
           PERFORM WRITE-TRIAL-LINE.

       TALLY-TRIAL-DISPOSITION.
      *    AN UNKNOWN CODE IS NOT AN EDIT FAILURE; THE REAL RUN
      *    AUDITS IT WITHOUT COUNTING IT, AND SO DOES THE TRIAL.
           EVALUATE WS-Disposition
               WHEN "MAINT-ADDED"
                   ADD 1 TO WS-Maint-Adds
               WHEN "MAINT-DUPLICATE"
                   ADD 1 TO WS-Maint-Duplicates
               WHEN "MAINT-CHANGED"
                   ADD 1 TO WS-Maint-Changes
               WHEN "MAINT-DELETED"
                   ADD 1 TO WS-Maint-Deletes
               WHEN "MAINT-NOTFOUND"
                   ADD 1 TO WS-Maint-Not-Found
               WHEN "MAINT-TERMINATED"
                   ADD 1 TO WS-Maint-Terminated
               WHEN "MAINT-REACTIVATED"
                   ADD 1 TO WS-Maint-Reactivated
               WHEN "MAINT-MERGED"
                   ADD 1 TO WS-Maint-Merged
               WHEN "MAINT-UNKNOWN-CODE"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-Trial-Rejected
           END-EVALUATE.

       TRIAL-ADD.
           MOVE MT-Emp-ID TO Emp-ID
           MOVE MT-Emp-Name TO Emp-Name
               MOVE MT-Emp-ID TO BD-Emp-ID
               READ BirthDate-File
                   INVALID KEY
                       MOVE "MAINT-ADDED" TO WS-Disposition
                       MOVE Person-Record TO WS-Trial-After
                   NOT INVALID KEY
                       MOVE "MAINT-DUPLICATE" TO WS-Disposition
                       MOVE BirthDate-Record TO WS-Trial-Before
                       MOVE BirthDate-Record TO WS-Trial-After
               END-READ
           END-IF.

       TRIAL-CHANGE.
           MOVE MT-Emp-ID TO BD-Emp-ID
           READ BirthDate-File
               INVALID KEY
                   MOVE "MAINT-NOTFOUND" TO WS-Disposition
               NOT INVALID KEY
                   MOVE BirthDate-Record TO WS-Trial-Before
                   IF VALID-DATE
                       MOVE BirthDate TO Emp-BirthDate
                       MOVE Person-Record TO WS-Trial-After
                       MOVE "MAINT-CHANGED" TO WS-Disposition
                   ELSE
                       MOVE WS-Trial-Before TO WS-Trial-After
                   END-IF
           END-READ.

           MOVE MT-Emp-ID TO BD-Emp-ID
           READ BirthDate-File
               INVALID KEY
                   MOVE "MAINT-NOTFOUND" TO WS-Disposition
               NOT INVALID KEY
                   MOVE "MAINT-DELETED" TO WS-Disposition
                   MOVE BirthDate-Record TO WS-Trial-Before
           END-READ.
           MOVE MT-Emp-ID TO BD-Emp-ID
           READ BirthDate-File
               INVALID KEY
                   MOVE "MAINT-NOTFOUND" TO WS-Disposition
               NOT INVALID KEY
                   MOVE BirthDate-Record TO WS-Trial-Before
                       MOVE 'T' TO BD-Emp-Status
                       MOVE WS-Term-Eff-Date TO BD-Term-Date
                       MOVE BirthDate-Record TO WS-Trial-After
                       MOVE "MAINT-TERMINATED" TO WS-Disposition
                   ELSE
                       MOVE "MAINT-BAD-EFFDATE" TO WS-Disposition
                   END-IF
           END-READ.
           MOVE MT-Emp-ID TO BD-Emp-ID
           READ BirthDate-File
               INVALID KEY
                   MOVE "MAINT-NOTFOUND" TO WS-Disposition
               NOT INVALID KEY
                   MOVE BirthDate-Record TO WS-Trial-Before
                   MOVE 'A' TO BD-Emp-Status
                   MOVE SPACES TO BD-Term-Date
                   MOVE BirthDate-Record TO WS-Trial-After
                   MOVE "MAINT-REACTIVATED" TO WS-Disposition
           END-READ.

       TRIAL-MERGE.
      *    BEFORE SHOWS THE LOSING RECORD THAT WOULD COME OFF THE
      *    MASTER, AFTER THE SURVIVOR ITS OPEN ITEMS WOULD MOVE TO.
           IF MT-Merge-ID = SPACES OR MT-Merge-ID = MT-Emp-ID
               MOVE "MAINT-BAD-MERGE" TO WS-Disposition
           ELSE
               MOVE MT-Merge-ID TO BD-Emp-ID
               READ BirthDate-File
                   INVALID KEY
                       MOVE "MAINT-NOTFOUND" TO WS-Disposition
                   NOT INVALID KEY
                       MOVE BirthDate-Record TO WS-Trial-Before
                       MOVE MT-Emp-ID TO BD-Emp-ID
                       READ BirthDate-File
                           INVALID KEY
                               MOVE "MAINT-NOTFOUND" TO WS-Disposition
                           NOT INVALID KEY
                               MOVE BirthDate-Record TO WS-Trial-After
                               MOVE "MAINT-MERGED" TO WS-Disposition
                       END-READ
               END-READ
           END-IF.

       WRITE-TRIAL-HEADERS.
           MOVE WS-Run-Century TO TH1-Run-Date(1:2)
           MOVE WS-Run-Year TO TH1-Run-Date(3:2)
       WRITE-TRIAL-LINE.
           MOVE SPACES TO Trial-Detail-Line
           MOVE MT-Emp-ID TO TD-Emp-ID
           MOVE MP-Status TO TD-Status
           MOVE MT-Trans-Code TO TD-Trans-Code
           MOVE WS-Disposition TO TD-Disposition
           MOVE WS-Trial-Before TO TD-Before
      *    A LINE THE REAL RUN WILL NOT APPLY LEAVES THE MASTER AS IT
      *    IS, SO THE AFTER COLUMN CARRIES THE REASON INSTEAD.
           EVALUATE TRUE
               WHEN TRIAL-AWAITING
                   MOVE "PENDING - NOT APPLIED UNTIL APPROVED"
                       TO TD-After
               WHEN TRIAL-SELF-APPROVED
                   MOVE "SELF-APPROVED - WILL BE REFUSED" TO TD-After
               WHEN OTHER
                   MOVE WS-Trial-After TO TD-After
           END-EVALUATE
           WRITE Trial-Print-Line FROM Trial-Detail-Line.

       WRITE-TRIAL-SUMMARY.
           MOVE "EXPECTED REACTIVATE:" TO TS-Caption
           MOVE WS-Maint-Reactivated TO TS-Count
           WRITE Trial-Print-Line FROM Trial-Summary-Line
           MOVE "EXPECTED MERGED:" TO TS-Caption
           MOVE WS-Maint-Merged TO TS-Count
           WRITE Trial-Print-Line FROM Trial-Summary-Line
           MOVE "EXPECTED REJECTED:" TO TS-Caption
           MOVE WS-Trial-Rejected TO TS-Count
           WRITE Trial-Print-Line FROM Trial-Summary-Line
           MOVE "AWAITING APPROVAL:" TO TS-Caption
           MOVE WS-Maint-Held TO TS-Count
           WRITE Trial-Print-Line FROM Trial-Summary-Line
           MOVE "SELF-APPROVED (WILL BE REFUSED):" TO TS-Caption
           MOVE WS-Maint-Self-Refused TO TS-Count
           WRITE Trial-Print-Line FROM Trial-Summary-Line.

       OPEN-AUDIT-LOG-FOR-APPEND.
           ADD 1 TO WS-Audit-Lines-Written.

       READ-MAINT-TRANS.
           READ Maint-Trans-File INTO Maint-Pending-Line
               AT END
                   SET TRANS-EOF TO TRUE
           END-READ.
                   MOVE BD-BirthDate TO WS-Maint-Audit-BirthDate
           END-READ.

       APPLY-MAINT-MERGE.
      *    THE TRANSACTION KEY IS THE SURVIVING ID AND MT-MERGE-ID THE
      *    LOSING ONE. THE SURVIVOR'S RECORD IS LEFT AS IT STANDS AND
      *    THE LOSER COMES OFF THE MASTER; ITS OPEN REJECTS,
      *    ESCALATIONS AND PENDING CORRECTION AND RESOLUTION CARDS ARE
      *    RE-KEYED TO THE SURVIVOR ONCE THE WHOLE BATCH IS APPLIED.
      *    BOTH IDS GET A MERGE LINE ON THE AUDIT LOG.
           MOVE MT-Emp-ID TO WS-Maint-Audit-Emp-ID
           MOVE MT-BirthDate TO WS-Maint-Audit-BirthDate
           EVALUATE TRUE
               WHEN MT-Merge-ID = SPACES OR MT-Merge-ID = MT-Emp-ID
                   MOVE "MAINT-BAD-MERGE" TO WS-Disposition
               WHEN WS-Merge-Count >= WS-Merge-Max
                   MOVE "MAINT-MERGE-LIMIT" TO WS-Disposition
               WHEN OTHER
                   MOVE MT-Emp-ID TO BD-Emp-ID
                   READ BirthDate-File
                       INVALID KEY
                           ADD 1 TO WS-Maint-Not-Found
                           MOVE "MAINT-NOTFOUND" TO WS-Disposition
                       NOT INVALID KEY
                           MOVE BD-BirthDate TO WS-Maint-Audit-BirthDate
                           PERFORM MERGE-LOSING-RECORD
                   END-READ
           END-EVALUATE.

       MERGE-LOSING-RECORD.
           MOVE MT-Merge-ID TO BD-Emp-ID
           READ BirthDate-File
               INVALID KEY
                   ADD 1 TO WS-Maint-Not-Found
                   MOVE "MAINT-NOTFOUND" TO WS-Disposition
                   MOVE MT-Merge-ID TO WS-Maint-Audit-Emp-ID
               NOT INVALID KEY
                   MOVE SPACES TO WS-Disposition
                   STRING "MERGED FROM " MT-Merge-ID
                       DELIMITED BY SIZE INTO WS-Disposition
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE BD-Emp-ID TO WS-Maint-Audit-Emp-ID
                   MOVE BD-BirthDate TO WS-Maint-Audit-BirthDate
                   DELETE BirthDate-File RECORD
                   ADD 1 TO WS-Merge-Count
                   MOVE MT-Merge-ID TO WS-Merge-Loser(WS-Merge-Count)
                   MOVE MT-Emp-ID TO WS-Merge-Survivor(WS-Merge-Count)
                   MOVE MP-Entered-By
                       TO WS-Merge-Entered-By(WS-Merge-Count)
                   MOVE MP-Approver TO WS-Merge-Approver(WS-Merge-Count)
                   ADD 1 TO WS-Maint-Merged
                   MOVE SPACES TO WS-Disposition
                   STRING "MERGED INTO " MT-Emp-ID
                       DELIMITED BY SIZE INTO WS-Disposition
           END-READ.

       MOVE-MERGED-OPEN-ITEMS.
      *    EVERY ONE OF THESE FILES CARRIES THE EMPLOYEE ID IN ITS
      *    FIRST SIX BYTES, SO ONE PASS SERVES ALL FIVE. THE REJECT
      *    AND ESCALATION LINES ALSO CARRY THE BIRTH DATE AT BYTE 34
      *    FOR THE AUDIT LINE; THE CARD FILES DO NOT. HR REJECTS
      *    STAGED BY HRACK BUT NOT YET TAKEN IN BY RECYCLE ARE OPEN
      *    ITEMS TOO.
           MOVE "BIRTHREJ.DAT" TO WS-Merge-File-Name
           MOVE "REJ" TO WS-Merge-File-Tag
           MOVE 34 TO WS-Merge-Date-Offset
           PERFORM MOVE-ONE-MERGE-FILE
           MOVE "BIRTHESC.DAT" TO WS-Merge-File-Name
           MOVE "ESC" TO WS-Merge-File-Tag
           MOVE 34 TO WS-Merge-Date-Offset
           PERFORM MOVE-ONE-MERGE-FILE
           MOVE "REJCORR.DAT" TO WS-Merge-File-Name
           MOVE "CORR" TO WS-Merge-File-Tag
           MOVE ZERO TO WS-Merge-Date-Offset
           PERFORM MOVE-ONE-MERGE-FILE
           MOVE "ESCRESOL.DAT" TO WS-Merge-File-Name
           MOVE "RSL" TO WS-Merge-File-Tag
           MOVE ZERO TO WS-Merge-Date-Offset
           PERFORM MOVE-ONE-MERGE-FILE
           MOVE "HRREJ.DAT" TO WS-Merge-File-Name
           MOVE "HRA" TO WS-Merge-File-Tag
           MOVE 34 TO WS-Merge-Date-Offset
           PERFORM MOVE-ONE-MERGE-FILE.

       MOVE-ONE-MERGE-FILE.
      *    A FILE THAT IS NOT THERE HAS NOTHING OPEN ON IT. THE FILE
      *    IS COPIED TO THE STAGING FILE WITH THE KEYS SWAPPED AND
      *    ONLY COPIED BACK WHEN SOMETHING ACTUALLY MOVED.
           MOVE ZERO TO WS-Merge-File-Moved
           OPEN INPUT Merge-Item-File
           IF WS-Merge-Item-Status = "00"
               OPEN OUTPUT Checkpoint-Staging-File
               MOVE 'N' TO WS-End-Of-File-Flag
               PERFORM UNTIL END-OF-FILE
                   READ Merge-Item-File
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM MOVE-ONE-MERGE-ITEM
                           WRITE Staging-Record FROM Merge-Item-Record
                   END-READ
               END-PERFORM
               CLOSE Merge-Item-File
               CLOSE Checkpoint-Staging-File
               IF WS-Merge-File-Moved > 0
                   MOVE 'N' TO WS-End-Of-File-Flag
                   OPEN INPUT Checkpoint-Staging-File
                   OPEN OUTPUT Merge-Item-File
                   IF WS-Merge-Item-Status NOT = "00"
                       DISPLAY "ERROR: CANNOT OPEN " WS-Merge-File-Name
                           ", STATUS=" WS-Merge-Item-Status
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM UNTIL END-OF-FILE
                       READ Checkpoint-Staging-File
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE Merge-Item-Record
                                   FROM Staging-Record
                       END-READ
                   END-PERFORM
                   CLOSE Checkpoint-Staging-File
                   CLOSE Merge-Item-File
               END-IF
           END-IF.

       MOVE-ONE-MERGE-ITEM.
           MOVE Merge-Item-Record(1:6) TO WS-Merge-Old-Key
           MOVE WS-Merge-Old-Key TO WS-Merge-Key
           PERFORM VARYING WS-Merge-Sub FROM 1 BY 1
                   UNTIL WS-Merge-Sub > WS-Merge-Count
               IF WS-Merge-Key = WS-Merge-Loser(WS-Merge-Sub)
                   MOVE WS-Merge-Survivor(WS-Merge-Sub) TO WS-Merge-Key
                   MOVE WS-Merge-Entered-By(WS-Merge-Sub)
                       TO WS-Maint-Audit-Entered-By
                   MOVE WS-Merge-Approver(WS-Merge-Sub)
                       TO WS-Maint-Audit-Approver
               END-IF
           END-PERFORM
           IF WS-Merge-Key NOT = WS-Merge-Old-Key
               MOVE WS-Merge-Key TO Merge-Item-Record(1:6)
               ADD 1 TO WS-Merge-File-Moved
               MOVE WS-Merge-Old-Key TO WS-Maint-Audit-Emp-ID
               IF WS-Merge-Date-Offset > 0
                   MOVE Merge-Item-Record(WS-Merge-Date-Offset:8)
                       TO WS-Maint-Audit-BirthDate
               ELSE
                   MOVE SPACES TO WS-Maint-Audit-BirthDate
               END-IF
               MOVE SPACES TO WS-Disposition
               STRING "MERGE " DELIMITED BY SIZE
                   WS-Merge-File-Tag DELIMITED BY SPACE
                   " TO " WS-Merge-Key DELIMITED BY SIZE
                   INTO WS-Disposition
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

       WRITE-MAINT-AUDIT.
           ADD 1 TO WS-Records-Read
           MOVE WS-Records-Read TO Audit-Seq
           MOVE WS-Run-Time TO Audit-Run-Time
           MOVE WS-Disposition TO Audit-Disposition
           MOVE WS-Current-Source TO Audit-Source
           MOVE WS-Maint-Audit-Entered-By TO Audit-Entered-By
           MOVE WS-Maint-Audit-Approver TO Audit-Approved-By
           WRITE Audit-Record FROM Audit-Line.

       WRITE-MAINT-SUMMARY.
           MOVE WS-Run-Date TO Audit-Run-Date
           MOVE WS-Run-Time TO Audit-Run-Time
           MOVE WS-Current-Source TO Audit-Source
           MOVE SPACES TO Audit-Entered-By
           MOVE SPACES TO Audit-Approved-By
           MOVE SPACES TO Audit-Emp-ID
           MOVE SPACES TO Audit-BirthDate
           MOVE "TOTALS" TO Audit-BirthDate
           MOVE SPACES TO Audit-Disposition
           STRING "REACTIVATED=" WS-Maint-Reactivated
               DELIMITED BY SIZE INTO Audit-Disposition
           WRITE Audit-Record FROM Audit-Line

           ADD 1 TO WS-Records-Read
           MOVE WS-Records-Read TO Audit-Seq
           MOVE SPACES TO Audit-Disposition
           STRING "MERGED=" WS-Maint-Merged
               DELIMITED BY SIZE INTO Audit-Disposition
           WRITE Audit-Record FROM Audit-Line

           ADD 1 TO WS-Records-Read
           MOVE WS-Records-Read TO Audit-Seq
           MOVE SPACES TO Audit-Disposition
           STRING "SELFAPPROVED=" WS-Maint-Self-Refused
               DELIMITED BY SIZE INTO Audit-Disposition
           WRITE Audit-Record FROM Audit-Line

           ADD 1 TO WS-Records-Read
           MOVE WS-Records-Read TO Audit-Seq
           MOVE SPACES TO Audit-Disposition
           STRING "DECLINED=" WS-Maint-Declined
               DELIMITED BY SIZE INTO Audit-Disposition
           WRITE Audit-Record FROM Audit-Line

           ADD 1 TO WS-Records-Read
           MOVE WS-Records-Read TO Audit-Seq
           MOVE SPACES TO Audit-Disposition
           STRING "STILL-QUEUED=" WS-Maint-Held
               DELIMITED BY SIZE INTO Audit-Disposition
           WRITE Audit-Record FROM Audit-Line.

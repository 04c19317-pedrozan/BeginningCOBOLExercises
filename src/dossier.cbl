       IDENTIFICATION DIVISION.
       PROGRAM-ID. dossier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Inquiry-Parm-File ASSIGN TO "DOSSIER.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Status.

           SELECT BirthDate-File ASSIGN TO "BIRTHDATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-Emp-ID
               ALTERNATE RECORD KEY IS BD-Emp-Name
                   WITH DUPLICATES
               FILE STATUS IS WS-BirthDate-Status.

           SELECT Master-Gen-Control-File ASSIGN TO "BIRTHGEN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Control-Status.

           SELECT Master-Gen-File ASSIGN TO DYNAMIC WS-Master-Gen-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Gen-Status.

           SELECT Audit-Gen-Control-File ASSIGN TO "AUDITGEN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Control-Status.

           SELECT Audit-Gen-File ASSIGN TO DYNAMIC WS-Audit-Gen-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Gen-Status.

           SELECT Audit-Log-File ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.

           SELECT Birth-Rejects-File ASSIGN TO "BIRTHREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rejects-Status.

           SELECT HR-Rejects-File ASSIGN TO "HRREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-Rejects-Status.

           SELECT Escalation-File ASSIGN TO "BIRTHESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Escalation-Status.

           SELECT Resolution-File ASSIGN TO "ESCRESOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Resolution-Status.

           SELECT Term-Archive-File ASSIGN TO "TERMARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Status.

           SELECT Sort-File ASSIGN TO "SORTWORK".

           SELECT Print-File ASSIGN TO "DOSSIER.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Print-Status.

       DATA DIVISION.
       FILE SECTION.
      *    THE CARD NAMES THE EMPLOYEE EITHER BY ID OR, WITH THE ID
      *    LEFT BLANK, BY NAME (A LEADING PREFIX, AS NAMEINQ TAKES IT).
       FD  Inquiry-Parm-File.
       01  Inquiry-Parm-Record.
           02  IP-Emp-ID               PIC X(6).
           02  FILLER                  PIC X.
           02  IP-Emp-Name             PIC X(25).

       FD  BirthDate-File.
       01  BirthDate-Record.
           02  BD-Emp-ID               PIC X(6).
           02  BD-Emp-Name             PIC X(25).
           02  BD-BirthDate            PIC X(8).
           02  BD-Emp-Status           PIC X.
           02  BD-Term-Date            PIC X(8).

       FD  Master-Gen-Control-File.
       01  Master-Gen-Control-Record.
           02  MG-Next-Gen             PIC 9(4).
           02  FILLER                  PIC X.
           02  MG-Retain               PIC 99.

       FD  Master-Gen-File.
       01  Master-Gen-Record           PIC X(48).

       FD  Audit-Gen-Control-File.
       01  Audit-Gen-Control-Record.
           02  GC-Next-Gen             PIC 9(4).
           02  FILLER                  PIC X.
           02  GC-Retain               PIC 99.

       FD  Audit-Gen-File.
       01  Audit-Gen-Record            PIC X(82).

       FD  Audit-Log-File.
       01  Audit-Record                PIC X(82).

       FD  Birth-Rejects-File.
       01  Reject-Record               PIC X(82).

       FD  HR-Rejects-File.
       01  HR-Reject-Record            PIC X(82).

       FD  Escalation-File.
       01  Escalation-Record           PIC X(91).

       FD  Resolution-File.
       01  Resolution-Record.
           02  ER-Emp-ID               PIC X(6).
           02  ER-Action               PIC X.
           02  ER-New-Date             PIC X(8).
           02  ER-Reason               PIC X(30).

       FD  Term-Archive-File.
       01  Term-Archive-Record         PIC X(48).

      *    ONE SORT RECORD PER EVENT. THE CLASS ORDERS EVENTS THAT
      *    SHARE A TIMESTAMP: A GENERATION IS THE MASTER AS IT STOOD
      *    BEFORE THE RUN THAT TOOK IT, SO IT SORTS AHEAD OF THAT
      *    RUN'S AUDIT LINES, AND THE CURRENT MASTER CLOSES THE LIST.
       SD  Sort-File.
       01  Sort-Record.
           02  SR-Date                 PIC X(8).
           02  SR-Time                 PIC X(6).
           02  SR-Class                PIC 9.
           02  SR-Order                PIC 9(7).
           02  SR-Source               PIC X(14).
           02  SR-Detail               PIC X(90).

       FD  Print-File.
       01  Print-Line                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY PERSONREC.
           COPY REJREC.
           COPY ESCREC.

       01  WS-Parm-Status              PIC XX.
       01  WS-BirthDate-Status         PIC XX.
       01  WS-Master-Control-Status    PIC XX.
       01  WS-Master-Gen-Status        PIC XX.
       01  WS-Audit-Control-Status     PIC XX.
       01  WS-Audit-Gen-Status         PIC XX.
       01  WS-Audit-Status             PIC XX.
       01  WS-Rejects-Status           PIC XX.
       01  WS-HR-Rejects-Status        PIC XX.
       01  WS-Escalation-Status        PIC XX.
       01  WS-Resolution-Status        PIC XX.
       01  WS-Archive-Status           PIC XX.
       01  WS-Print-Status             PIC XX.

       01  WS-Run-Time                 PIC 9(8).
       01  WS-Run-Date.
           02  WS-Run-Century          PIC 99.
           02  WS-Run-Year             PIC 99.
           02  WS-Run-Month            PIC 99.
           02  WS-Run-Day              PIC 99.

       01  WS-End-Of-File-Flag         PIC X       VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       01  WS-Sort-EOF-Flag            PIC X       VALUE 'N'.
           88  SORT-EOF                            VALUE 'Y'.
       01  WS-Gen-Found-Flag           PIC X       VALUE 'N'.
           88  GEN-RECORD-FOUND                    VALUE 'Y'.
       01  WS-Prior-Found-Flag         PIC X       VALUE 'N'.
           88  PRIOR-RECORD-FOUND                  VALUE 'Y'.

       01  WS-Target-ID                PIC X(6).
       01  WS-Reject-File-Source       PIC X(14).
       01  WS-Target-Name              PIC X(25)   VALUE SPACES.
       01  WS-Search-Name              PIC X(25).
       01  WS-Search-Length            PIC 99      VALUE ZERO.
       01  WS-Scan-Sub                 PIC 99.
       01  WS-Candidate-Count          PIC 9(5)    VALUE ZERO.

       01  WS-Master-Next-Gen          PIC 9(4)    VALUE 1.
       01  WS-Master-Retain            PIC 99      VALUE 5.
       01  WS-Master-Gen-Number        PIC 9(4).
       01  WS-Master-Gen-Name          PIC X(14).
       01  WS-Master-Gen-Count         PIC 9(7).
       01  WS-Audit-Next-Gen           PIC 9(4)    VALUE 1.
       01  WS-Audit-Retain             PIC 99      VALUE 5.
       01  WS-Audit-Gen-Number         PIC 9(4).
       01  WS-Audit-Gen-Name           PIC X(14).
       01  WS-First-Gen                PIC S9(5).
       01  WS-Gen-Sub                  PIC 9(4).

       01  WS-Prior-Image              PIC X(48).
       01  WS-Gen-Image                PIC X(48).

      *    THE DATE EACH MASTER GENERATION WAS TAKEN IS KNOWN ONLY
      *    FROM THE BACKUP LINE THE BATCH RUN AUDITS AS IT TAKES IT.
       01  WS-Backup-Max               PIC 9(4)    VALUE 200.
       01  WS-Backup-Count             PIC 9(4)    VALUE ZERO.
       01  WS-Backup-Table.
           02  WS-Backup-Entry OCCURS 200 TIMES.
               03  WS-Bk-Gen           PIC 9(4).
               03  WS-Bk-Date          PIC X(8).
               03  WS-Bk-Time          PIC X(6).
       01  WS-Backup-Sub               PIC 9(4).

       01  WS-Event-Order              PIC 9(7)    VALUE ZERO.
       01  WS-Events-Listed            PIC 9(7)    VALUE ZERO.
       01  WS-Audit-Events             PIC 9(7)    VALUE ZERO.
       01  WS-Gen-Events               PIC 9(7)    VALUE ZERO.
       01  WS-Open-Events              PIC 9(7)    VALUE ZERO.
       01  WS-Archive-Events           PIC 9(7)    VALUE ZERO.

       01  WS-Line-Count               PIC 99      VALUE 99.
       01  WS-Page-Number              PIC 9(4)    VALUE ZERO.
       01  WS-Lines-Per-Page           PIC 99      VALUE 50.

       01  Audit-Detail.
           02  AD-Disposition          PIC X(20).
           02  FILLER                  PIC X(8)    VALUE " SOURCE ".
           02  AD-Source               PIC X(3).
           02  FILLER                  PIC X(7)    VALUE " BIRTH ".
           02  AD-BirthDate            PIC X(8).
           02  FILLER                  PIC X(9)    VALUE " ENTERED ".
           02  AD-Entered-By           PIC X(8).
           02  FILLER                  PIC X(10)   VALUE " APPROVED ".
           02  AD-Approved-By          PIC X(8).

       01  Master-Detail.
           02  MD-Emp-Name             PIC X(25).
           02  FILLER                  PIC X(7)    VALUE " BIRTH ".
           02  MD-BirthDate            PIC X(8).
           02  FILLER                  PIC X(8)    VALUE " STATUS ".
           02  MD-Status               PIC X(10).
           02  FILLER                  PIC X(6)    VALUE " TERM ".
           02  MD-Term-Date            PIC X(8).

       01  Item-Detail.
           02  FILLER                  PIC X(7)    VALUE "REASON ".
           02  ID-Reason-Code          PIC XX.
           02  FILLER                  PIC X       VALUE SPACE.
           02  ID-Reason-Text          PIC X(30).
           02  FILLER                  PIC X(7)    VALUE " BIRTH ".
           02  ID-BirthDate            PIC X(8).
           02  FILLER                  PIC X(10)   VALUE " RECYCLED ".
           02  ID-Recycle-Count        PIC Z9.
           02  FILLER                  PIC X(8)    VALUE " SOURCE ".
           02  ID-Source               PIC X(3).

       01  Resolution-Detail.
           02  FILLER                  PIC X(7)    VALUE "ACTION ".
           02  RD-Action               PIC X.
           02  FILLER                  PIC X(10)   VALUE " NEW DATE ".
           02  RD-New-Date             PIC X(8).
           02  FILLER                  PIC X       VALUE SPACE.
           02  RD-Reason               PIC X(30).

       01  Report-Header-1.
           02  FILLER                  PIC X(10)   VALUE "DOSSIER".
           02  FILLER                  PIC X(30)   VALUE
               "EMPLOYEE HISTORY DOSSIER".
           02  FILLER                  PIC X(10)   VALUE "PAGE".
           02  RH1-Page-Number         PIC ZZZ9.

       01  Report-Header-2.
           02  FILLER                  PIC X(10)   VALUE "RUN DATE:".
           02  RH2-Run-Date            PIC X(10).

       01  Report-Header-3.
           02  FILLER                  PIC X(10)   VALUE "EMPLOYEE:".
           02  RH3-Emp-ID              PIC X(6).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  RH3-Emp-Name            PIC X(25).

       01  Report-Header-4.
           02  FILLER                  PIC X(12)   VALUE "DATE".
           02  FILLER                  PIC X(8)    VALUE "TIME".
           02  FILLER                  PIC X(16)   VALUE "FROM".
           02  FILLER                  PIC X(30)   VALUE "DETAIL".

       01  Detail-Line.
           02  DL-Date                 PIC X(10).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Time                 PIC X(6).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Source               PIC X(14).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  DL-Detail               PIC X(90).

       01  Candidate-Line.
           02  FILLER                  PIC X(12)   VALUE
               "  CANDIDATE:".
           02  CL-Emp-ID               PIC X(6).
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  CL-Emp-Name             PIC X(25).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  CL-From                 PIC X(14).

       01  Candidates-Line             PIC X(60)   VALUE
           "  NAME IS NOT UNIQUE; RERUN WITH ONE OF THE EMP IDS ABOVE".

       01  No-Match-Line               PIC X(60)   VALUE
           "  NO RECORD OF THE EMPLOYEE IS HELD ON ANY FILE".

       01  Trailer-Line.
           02  FILLER                  PIC X(16)   VALUE
               "EVENTS LISTED:".
           02  TL-Listed               PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(10)   VALUE "  AUDIT:".
           02  TL-Audit                PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(16)   VALUE
               "  GENERATIONS:".
           02  TL-Gens                 PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(15)   VALUE
               "  OPEN ITEMS:".
           02  TL-Open                 PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(12)   VALUE
               "  ARCHIVE:".
           02  TL-Archive              PIC ZZZ,ZZ9.

       01  Blank-Line                  PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time FROM TIME
           PERFORM READ-INQUIRY-PARM
           OPEN INPUT BirthDate-File
           IF WS-BirthDate-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN BIRTHDATE.DAT, STATUS="
                   WS-BirthDate-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT Print-File
           IF WS-Print-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN DOSSIER.PRT, STATUS="
                   WS-Print-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Target-ID = SPACES
               PERFORM RESOLVE-NAME
           END-IF
           SORT Sort-File
               ON ASCENDING KEY SR-Date SR-Time SR-Class SR-Order
               INPUT PROCEDURE IS COLLECT-EVENTS
               OUTPUT PROCEDURE IS PRINT-DOSSIER
           PERFORM WRITE-TRAILER
           CLOSE BirthDate-File
           CLOSE Print-File
           STOP RUN.

       READ-INQUIRY-PARM.
           OPEN INPUT Inquiry-Parm-File
           IF WS-Parm-Status NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN DOSSIER.PRM, STATUS="
                   WS-Parm-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ Inquiry-Parm-File
               AT END
                   DISPLAY "ERROR: DOSSIER.PRM IS EMPTY"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE Inquiry-Parm-File
           MOVE IP-Emp-ID TO WS-Target-ID
           MOVE IP-Emp-Name TO WS-Search-Name
           IF WS-Target-ID = SPACES AND WS-Search-Name = SPACES
               DISPLAY "ERROR: NO EMP ID OR NAME IN DOSSIER.PRM"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-Scan-Sub FROM 1 BY 1
                   UNTIL WS-Scan-Sub > 25
               IF WS-Search-Name(WS-Scan-Sub:1) NOT = SPACE
                   MOVE WS-Scan-Sub TO WS-Search-Length
               END-IF
           END-PERFORM.

       RESOLVE-NAME.
      *    THE NAME GOES THROUGH THE ALTERNATE KEY THE SAME WAY
      *    NAMEINQ TAKES IT. SOMEONE ALREADY PURGED TO THE ARCHIVE IS
      *    NO LONGER ON THE MASTER, SO THE ARCHIVE IS TRIED WHEN THE
      *    MASTER HAS NO ONE BY THAT NAME. A NAME THAT FITS MORE THAN
      *    ONE EMPLOYEE LISTS THE CANDIDATES AND STOPS; THE DOSSIER
      *    IS ONLY EVER PRODUCED FOR ONE PERSON.
           MOVE WS-Search-Name TO RH3-Emp-Name
           MOVE 'N' TO WS-End-Of-File-Flag
           MOVE WS-Search-Name TO BD-Emp-Name
           START BirthDate-File KEY IS NOT < BD-Emp-Name
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ BirthDate-File NEXT
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF BD-Emp-Name(1:WS-Search-Length) =
                               WS-Search-Name(1:WS-Search-Length)
                           MOVE BirthDate-Record TO Person-Record
                           MOVE "MASTER" TO CL-From
                           PERFORM NOTE-NAME-CANDIDATE
                       ELSE
                           SET END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Candidate-Count = 0
               PERFORM RESOLVE-NAME-FROM-ARCHIVE
           END-IF
           IF WS-Candidate-Count = 0
               PERFORM PAGE-BREAK-IF-DUE
               WRITE Print-Line FROM No-Match-Line
               CLOSE BirthDate-File
               CLOSE Print-File
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Candidate-Count > 1
               PERFORM PAGE-BREAK-IF-DUE
               WRITE Print-Line FROM Candidates-Line
               CLOSE BirthDate-File
               CLOSE Print-File
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RH3-Emp-Name.

       RESOLVE-NAME-FROM-ARCHIVE.
           OPEN INPUT Term-Archive-File
           IF WS-Archive-Status = "00"
               MOVE 'N' TO WS-End-Of-File-Flag
               PERFORM UNTIL END-OF-FILE
                   READ Term-Archive-File INTO Person-Record
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF Emp-Name(1:WS-Search-Length) =
                                   WS-Search-Name(1:WS-Search-Length)
                                   AND Emp-ID NOT = WS-Target-ID
                               MOVE "TERMARCH" TO CL-From
                               PERFORM NOTE-NAME-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Term-Archive-File
           END-IF.

       NOTE-NAME-CANDIDATE.
           ADD 1 TO WS-Candidate-Count
           MOVE Emp-ID TO WS-Target-ID
           MOVE Emp-ID TO CL-Emp-ID
           MOVE Emp-Name TO CL-Emp-Name
           PERFORM PAGE-BREAK-IF-DUE
           WRITE Print-Line FROM Candidate-Line
           ADD 1 TO WS-Line-Count.

       COLLECT-EVENTS.
           PERFORM READ-AUDIT-GEN-CONTROL
           PERFORM SCAN-AUDIT-GENERATIONS
           PERFORM SCAN-LIVE-AUDIT-LOG
           PERFORM READ-MASTER-GEN-CONTROL
           PERFORM SCAN-MASTER-GENERATIONS
           PERFORM RELEASE-CURRENT-MASTER
           PERFORM SCAN-REJECTS
           PERFORM SCAN-HR-REJECTS
           PERFORM SCAN-ESCALATIONS
           PERFORM SCAN-RESOLUTIONS
           PERFORM SCAN-TERM-ARCHIVE.

       READ-AUDIT-GEN-CONTROL.
           OPEN INPUT Audit-Gen-Control-File
           IF WS-Audit-Control-Status = "00"
               READ Audit-Gen-Control-File
                   NOT AT END
                       MOVE GC-Next-Gen TO WS-Audit-Next-Gen
                       MOVE GC-Retain TO WS-Audit-Retain
               END-READ
               CLOSE Audit-Gen-Control-File
           END-IF.

       SCAN-AUDIT-GENERATIONS.
           COMPUTE WS-First-Gen = WS-Audit-Next-Gen - WS-Audit-Retain
           IF WS-First-Gen < 1
               MOVE 1 TO WS-First-Gen
           END-IF
           PERFORM VARYING WS-Gen-Sub FROM WS-First-Gen BY 1
                   UNTIL WS-Gen-Sub >= WS-Audit-Next-Gen
               MOVE WS-Gen-Sub TO WS-Audit-Gen-Number
               PERFORM SCAN-ONE-AUDIT-GENERATION
           END-PERFORM.

       SCAN-ONE-AUDIT-GENERATION.
           MOVE SPACES TO WS-Audit-Gen-Name
           STRING "AUDITGEN.G" WS-Audit-Gen-Number DELIMITED BY SIZE
               INTO WS-Audit-Gen-Name
           OPEN INPUT Audit-Gen-File
           IF WS-Audit-Gen-Status = "00"
               MOVE 'N' TO WS-End-Of-File-Flag
               PERFORM UNTIL END-OF-FILE
                   READ Audit-Gen-File INTO Audit-Line
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE "AUDIT G" TO SR-Source
                           MOVE WS-Audit-Gen-Number TO SR-Source(8:4)
                           PERFORM SELECT-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE Audit-Gen-File
           END-IF.

       SCAN-LIVE-AUDIT-LOG.
           OPEN INPUT Audit-Log-File
           IF WS-Audit-Status = "00"
               MOVE 'N' TO WS-End-Of-File-Flag
               PERFORM UNTIL END-OF-FILE
                   READ Audit-Log-File INTO Audit-Line
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE "AUDIT LOG" TO SR-Source
                           PERFORM SELECT-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE Audit-Log-File
           END-IF.

       SELECT-AUDIT-LINE.
      *    LINES WRITTEN BEFORE THE USER IDS WERE ADDED ARE SHORTER;
      *    READING THEM INTO THE FULL LAYOUT LEAVES THE IDS BLANK.
           IF Audit-Disposition(1:11) = "BACKUP GEN "
                   AND Audit-Disposition(12:4) NUMERIC
                   AND WS-Backup-Count < WS-Backup-Max
               ADD 1 TO WS-Backup-Count
               MOVE Audit-Disposition(12:4)
                   TO WS-Bk-Gen(WS-Backup-Count)
               MOVE Audit-Run-Date TO WS-Bk-Date(WS-Backup-Count)
               MOVE Audit-Run-Time TO WS-Bk-Time(WS-Backup-Count)
           END-IF
           IF Audit-Emp-ID = WS-Target-ID
               ADD 1 TO WS-Audit-Events
               MOVE Audit-Disposition TO AD-Disposition
               MOVE Audit-Source TO AD-Source
               MOVE Audit-BirthDate TO AD-BirthDate
               MOVE Audit-Entered-By TO AD-Entered-By
               MOVE Audit-Approved-By TO AD-Approved-By
               MOVE Audit-Detail TO SR-Detail
               IF Audit-Entered-By = SPACES
                       AND Audit-Approved-By = SPACES
                   MOVE SPACES TO SR-Detail(47:)
               END-IF
               MOVE Audit-Run-Date TO SR-Date
               MOVE Audit-Run-Time TO SR-Time
               MOVE 2 TO SR-Class
               PERFORM RELEASE-EVENT
           END-IF.

       READ-MASTER-GEN-CONTROL.
           OPEN INPUT Master-Gen-Control-File
           IF WS-Master-Control-Status = "00"
               READ Master-Gen-Control-File
                   NOT AT END
                       MOVE MG-Next-Gen TO WS-Master-Next-Gen
                       MOVE MG-Retain TO WS-Master-Retain
               END-READ
               CLOSE Master-Gen-Control-File
           END-IF.

       SCAN-MASTER-GENERATIONS.
      *    EACH KEPT GENERATION IS SEARCHED IN TURN, OLDEST FIRST,
      *    AND LISTED ONLY WHEN THE EMPLOYEE'S RECORD IN IT DIFFERS
      *    FROM THE ONE BEFORE (INCLUDING APPEARING OR DISAPPEARING).
      *    AN EXPIRED GENERATION IS AN EMPTY FILE AND IS PASSED OVER.
           MOVE 'N' TO WS-Prior-Found-Flag
           MOVE SPACES TO WS-Prior-Image
           COMPUTE WS-First-Gen =
               WS-Master-Next-Gen - WS-Master-Retain
           IF WS-First-Gen < 1
               MOVE 1 TO WS-First-Gen
           END-IF
           PERFORM VARYING WS-Gen-Sub FROM WS-First-Gen BY 1
                   UNTIL WS-Gen-Sub >= WS-Master-Next-Gen
               MOVE WS-Gen-Sub TO WS-Master-Gen-Number
               PERFORM SCAN-ONE-MASTER-GENERATION
           END-PERFORM.

       SCAN-ONE-MASTER-GENERATION.
           MOVE SPACES TO WS-Master-Gen-Name
           STRING "BIRTHGEN.G" WS-Master-Gen-Number DELIMITED BY SIZE
               INTO WS-Master-Gen-Name
           MOVE 'N' TO WS-Gen-Found-Flag
           MOVE ZERO TO WS-Master-Gen-Count
           OPEN INPUT Master-Gen-File
           IF WS-Master-Gen-Status = "00"
      *        A GENERATION IS WRITTEN IN KEY ORDER, SO THE SEARCH
      *        STOPS AT THE FIRST KEY PAST THE EMPLOYEE.
               MOVE 'N' TO WS-End-Of-File-Flag
               PERFORM UNTIL END-OF-FILE
                   READ Master-Gen-File INTO Person-Record
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Master-Gen-Count
                           IF Emp-ID = WS-Target-ID
                               SET GEN-RECORD-FOUND TO TRUE
                               MOVE Person-Record TO WS-Gen-Image
                               SET END-OF-FILE TO TRUE
                           ELSE
                               IF Emp-ID > WS-Target-ID
                                   SET END-OF-FILE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Master-Gen-File
               IF WS-Master-Gen-Count > 0
                   PERFORM COMPARE-GENERATION
               END-IF
           END-IF.

       COMPARE-GENERATION.
           IF GEN-RECORD-FOUND
               IF NOT PRIOR-RECORD-FOUND
                       OR WS-Gen-Image NOT = WS-Prior-Image
                   MOVE WS-Gen-Image TO Person-Record
                   PERFORM BUILD-MASTER-DETAIL
                   PERFORM RELEASE-GENERATION
               END-IF
               SET PRIOR-RECORD-FOUND TO TRUE
               MOVE WS-Gen-Image TO WS-Prior-Image
           ELSE
               IF PRIOR-RECORD-FOUND
                   MOVE "NOT ON MASTER" TO SR-Detail
                   PERFORM RELEASE-GENERATION
               END-IF
               MOVE 'N' TO WS-Prior-Found-Flag
               MOVE SPACES TO WS-Prior-Image
           END-IF.

       RELEASE-GENERATION.
           ADD 1 TO WS-Gen-Events
           MOVE "MASTER G" TO SR-Source
           MOVE WS-Master-Gen-Number TO SR-Source(9:4)
           MOVE SPACES TO SR-Date
           MOVE SPACES TO SR-Time
           PERFORM VARYING WS-Backup-Sub FROM 1 BY 1
                   UNTIL WS-Backup-Sub > WS-Backup-Count
               IF WS-Bk-Gen(WS-Backup-Sub) = WS-Master-Gen-Number
                   MOVE WS-Bk-Date(WS-Backup-Sub) TO SR-Date
                   MOVE WS-Bk-Time(WS-Backup-Sub) TO SR-Time
               END-IF
           END-PERFORM
           MOVE 1 TO SR-Class
           PERFORM RELEASE-EVENT.

       RELEASE-CURRENT-MASTER.
           MOVE WS-Target-ID TO BD-Emp-ID
           READ BirthDate-File KEY IS BD-Emp-ID
               INVALID KEY
                   MOVE "NOT ON CURRENT MASTER" TO SR-Detail
               NOT INVALID KEY
                   MOVE BirthDate-Record TO Person-Record
                   MOVE Emp-Name TO WS-Target-Name
                   PERFORM BUILD-MASTER-DETAIL
           END-READ
           MOVE "CURRENT MASTER" TO SR-Source
           MOVE WS-Run-Date TO SR-Date
           MOVE WS-Run-Time TO SR-Time
           MOVE 9 TO SR-Class
           PERFORM RELEASE-EVENT.

       BUILD-MASTER-DETAIL.
           MOVE Emp-Name TO MD-Emp-Name
           MOVE Emp-BirthDate TO MD-BirthDate
           IF EMP-TERMINATED
               MOVE "TERMINATED" TO MD-Status
           ELSE
               MOVE "ACTIVE" TO MD-Status
           END-IF
           MOVE Emp-Term-Date TO MD-Term-Date
           MOVE Master-Detail TO SR-Detail
           IF WS-Target-Name = SPACES
               MOVE Emp-Name TO WS-Target-Name
           END-IF.

       SCAN-REJECTS.
      *    OPEN REJECTS CARRY NO DATE OF THEIR OWN; THEY ARE LISTED
      *    AS STANDING ON FILE TODAY.
           MOVE "BIRTHREJ OPEN" TO WS-Reject-File-Source
           OPEN INPUT Birth-Rejects-File
           IF WS-Rejects-Status = "00"
               MOVE 'N' TO WS-End-Of-File-Flag
               PERFORM UNTIL END-OF-FILE
                   READ Birth-Rejects-File INTO Reject-Line
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF Reject-Emp-ID = WS-Target-ID
                               PERFORM RELEASE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Birth-Rejects-File
           END-IF.

       SCAN-HR-REJECTS.
      *    AN HR REJECT STAYS ON THE HR STAGING FILE UNTIL IT
      *    ESCALATES, SO IT IS OPEN THERE AND NOWHERE ELSE.
           MOVE "HRREJ OPEN" TO WS-Reject-File-Source
           OPEN INPUT HR-Rejects-File
           IF WS-HR-Rejects-Status = "00"
               MOVE 'N' TO WS-End-Of-File-Flag
               PERFORM UNTIL END-OF-FILE
                   READ HR-Rejects-File INTO Reject-Line
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF Reject-Emp-ID = WS-Target-ID
                               PERFORM RELEASE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HR-Rejects-File
           END-IF.

       RELEASE-REJECT.
           ADD 1 TO WS-Open-Events
           MOVE Reject-Reason-Code TO ID-Reason-Code
           MOVE Reject-Reason-Text TO ID-Reason-Text
           MOVE Reject-BirthDate TO ID-BirthDate
           MOVE Reject-Recycle-Count TO ID-Recycle-Count
           MOVE Reject-Source TO ID-Source
           MOVE Item-Detail TO SR-Detail
           MOVE WS-Reject-File-Source TO SR-Source
           MOVE WS-Run-Date TO SR-Date
           MOVE SPACES TO SR-Time
           MOVE 8 TO SR-Class
           PERFORM RELEASE-EVENT.

       SCAN-ESCALATIONS.
           OPEN INPUT Escalation-File
           IF WS-Escalation-Status = "00"
               MOVE 'N' TO WS-End-Of-File-Flag
               PERFORM UNTIL END-OF-FILE
                   READ Escalation-File INTO Escalation-Line
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF Esc-Emp-ID = WS-Target-ID
                               PERFORM RELEASE-ESCALATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Escalation-File
           END-IF.

       RELEASE-ESCALATION.
      *    AN ESCALATION IS DATED THE DAY IT LEFT THE RECYCLE STREAM;
      *    ONE WRITTEN BEFORE THE DATE STAMP EXISTED LISTS AS TODAY.
           ADD 1 TO WS-Open-Events
           MOVE Esc-Reason-Code TO ID-Reason-Code
           MOVE Esc-Reason-Text TO ID-Reason-Text
           MOVE Esc-BirthDate TO ID-BirthDate
           MOVE Esc-Recycle-Count TO ID-Recycle-Count
           MOVE Esc-Source TO ID-Source
           MOVE Item-Detail TO SR-Detail
           MOVE "BIRTHESC OPEN" TO SR-Source
           MOVE SPACES TO SR-Time
           IF Esc-Date NUMERIC
               MOVE Esc-Date TO SR-Date
               MOVE 3 TO SR-Class
           ELSE
               MOVE WS-Run-Date TO SR-Date
               MOVE 8 TO SR-Class
           END-IF
           PERFORM RELEASE-EVENT.

       SCAN-RESOLUTIONS.
           OPEN INPUT Resolution-File
           IF WS-Resolution-Status = "00"
               MOVE 'N' TO WS-End-Of-File-Flag
               PERFORM UNTIL END-OF-FILE
                   READ Resolution-File
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF ER-Emp-ID = WS-Target-ID
                               PERFORM RELEASE-RESOLUTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Resolution-File
           END-IF.

       RELEASE-RESOLUTION.
           ADD 1 TO WS-Open-Events
           MOVE ER-Action TO RD-Action
           MOVE ER-New-Date TO RD-New-Date
           MOVE ER-Reason TO RD-Reason
           MOVE Resolution-Detail TO SR-Detail
           MOVE "ESCRESOL CARD" TO SR-Source
           MOVE WS-Run-Date TO SR-Date
           MOVE SPACES TO SR-Time
           MOVE 8 TO SR-Class
           PERFORM RELEASE-EVENT.

       SCAN-TERM-ARCHIVE.
      *    AN ARCHIVED RECORD IS THE MASTER AS IT STOOD WHEN TERMPURG
      *    REMOVED IT, LISTED UNDER ITS TERMINATION DATE; THE PURGE
      *    ITSELF SHOWS SEPARATELY AMONG THE AUDIT LINES.
           OPEN INPUT Term-Archive-File
           IF WS-Archive-Status = "00"
               MOVE 'N' TO WS-End-Of-File-Flag
               PERFORM UNTIL END-OF-FILE
                   READ Term-Archive-File INTO Person-Record
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF Emp-ID = WS-Target-ID
                               PERFORM RELEASE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Term-Archive-File
           END-IF.

       RELEASE-ARCHIVE.
           ADD 1 TO WS-Archive-Events
           PERFORM BUILD-MASTER-DETAIL
           MOVE "TERMARCH" TO SR-Source
           MOVE SPACES TO SR-Time
           IF Emp-Term-Date NUMERIC
               MOVE Emp-Term-Date TO SR-Date
           ELSE
               MOVE WS-Run-Date TO SR-Date
           END-IF
           MOVE 3 TO SR-Class
           PERFORM RELEASE-EVENT.

       RELEASE-EVENT.
           ADD 1 TO WS-Event-Order
           MOVE WS-Event-Order TO SR-Order
           RELEASE Sort-Record
           MOVE SPACES TO SR-Detail.

       PRINT-DOSSIER.
           MOVE WS-Target-ID TO RH3-Emp-ID
           MOVE WS-Target-Name TO RH3-Emp-Name
           PERFORM UNTIL SORT-EOF
               RETURN Sort-File
                   AT END
                       SET SORT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Events-Listed
                       PERFORM WRITE-DETAIL-LINE
               END-RETURN
           END-PERFORM.

       WRITE-DETAIL-LINE.
           PERFORM PAGE-BREAK-IF-DUE
           MOVE SPACES TO Detail-Line
           IF SR-Date NUMERIC
               MOVE SR-Date(1:4) TO DL-Date(1:4)
               MOVE "/" TO DL-Date(5:1)
               MOVE SR-Date(5:2) TO DL-Date(6:2)
               MOVE "/" TO DL-Date(8:1)
               MOVE SR-Date(7:2) TO DL-Date(9:2)
           ELSE
               MOVE "UNKNOWN" TO DL-Date
           END-IF
           MOVE SR-Time TO DL-Time
           MOVE SR-Source TO DL-Source
           MOVE SR-Detail TO DL-Detail
           WRITE Print-Line FROM Detail-Line
           ADD 1 TO WS-Line-Count.

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
           WRITE Print-Line FROM Report-Header-4
           MOVE 4 TO WS-Line-Count.

       WRITE-TRAILER.
           MOVE WS-Events-Listed TO TL-Listed
           MOVE WS-Audit-Events TO TL-Audit
           MOVE WS-Gen-Events TO TL-Gens
           MOVE WS-Open-Events TO TL-Open
           MOVE WS-Archive-Events TO TL-Archive
           PERFORM PAGE-BREAK-IF-DUE
           WRITE Print-Line FROM Blank-Line
           WRITE Print-Line FROM Trailer-Line
           ADD 2 TO WS-Line-Count.

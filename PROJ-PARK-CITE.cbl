       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-PARK-CITE.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  PARKING CITATION IMPORT FROM CAMPUS
      *          SAFETY, SAME SHAPE AS PROJ-CHG-BATCH.  READS CAMPUS
      *          SAFETY'S CAMPUS-CITE.DAT (ONE CITATION NUMBER/PLATE/
      *          STUDENT/DATE/VIOLATION/FINE PER LINE).  THE STUDENT IS
      *          THE ONE ON THE ROW WHEN CAMPUS SAFETY KNEW IT,
      *          OTHERWISE THE HOLDER OF THE PLATE'S PERMIT (SEE
      *          PV-FILE-DESC) FOR THE TERM IN PROGRESS, OR FAILING
      *          THAT THE BILLING TERM.
      *          EACH CITATION IS WRITTEN TO PARK-CITE.DAT (SEE
      *          PC-FILE-DESC) AND ITS FINE APPENDED AS A 'PARKING'
      *          CHARGE NODE STAMPED 'CAMPSAFE', WHOSE SLOT THE ROW
      *          KEEPS FOR PROJ-PARK-HOLD'S PAID CHECK.  AN UNKNOWN
      *          PLATE OR STUDENT, A ZERO FINE, OR A CITATION ALREADY
      *          ON FILE GOES ON THE EXCEPTION REPORT AND THE RUN KEEPS
      *          GOING.
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 310-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-CAMPUS -- NO WINDOW TOOK
      *          THEM, SO THEY COUNT AS THE CENTRAL BUSINESS OFFICE.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITE-INPUT ASSIGN TO 'CAMPUS-CITE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CI-STATUS.
           SELECT PC-FILE-DESC ASSIGN TO 'PARK-CITE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-STATUS.
           SELECT PV-FILE-DESC ASSIGN TO 'PARK-PERMIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PV-KEY
               FILE STATUS IS WS-PV-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES
               LOCK MODE IS EXCLUSIVE.
           SELECT EXCEPT-REPORT ASSIGN TO 'PARK-CITE-EXCPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-REGISTER ASSIGN TO 'PARK-CITE-REG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CITE-INPUT.
       01  CITE-INPUT-REC.
           05  CI-CITE-NO          PIC X(10).
           05  CI-PLATE            PIC X(8).
           05  CI-STU-NUM          PIC 9(9).
           05  CI-CITE-DATE        PIC 9(8).
           05  CI-VIOLATION        PIC X(4).
           05  CI-AMOUNT           PIC 9(4)V99.
       FD  PC-FILE-DESC IS EXTERNAL RECORD CONTAINS 100 CHARACTERS.
           COPY PC-FILE-DESC.
       FD  PV-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY PV-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  EXCEPT-REPORT
           DATA RECORD IS EXCEPT-REC.
       01  EXCEPT-REC                PIC X(60).
       FD  POST-REGISTER
           DATA RECORD IS REGISTER-REC.
       01  REGISTER-REC              PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-CI-STATUS              PIC XX.
       01  WS-PC-STATUS              PIC XX.
       01  WS-PV-STATUS              PIC XX.
       01  WS-PV-ON-FILE             PIC X      VALUE 'N'.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-SNO                    PIC 9(9).
       01  WS-STU-FOUND              PIC X.
       01  WS-DUP-FOUND              PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  WS-POSTED-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-EXCEPT-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-POSTED-AMT             PIC 9(8)V99 VALUE ZERO.
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-RC-DATA-REC.
           05  WS-RC-RCT-TYPE  PIC X(10).
           05  WS-RC-STU-NUM   PIC 9(9).
           05  WS-RC-SEQ       PIC 9(5).
           05  WS-RC-AMT-OWED  PIC 9(4)V99.
           05  WS-RC-AMT-PAID  PIC 9(4)V99.
           05  WS-RC-VOID      PIC X.
           05  WS-RC-POST-DATE PIC 9(6).
           05  WS-RC-BALANCE   PIC S9(5)V99.
           05  WS-RC-REFUND-AMT PIC S9(4)V99.
           05  WS-RC-OPERATOR-ID PIC X(8).
           05  WS-RC-CHECK-RUN-DATE PIC 9(6).
           05  WS-RC-RCPT-NO PIC 9(6).
           05  WS-RC-TENDER PIC X(2).
           05  WS-RC-CHECK-NO PIC X(8).
           05  WS-RC-CAMPUS   PIC X(2).
           05  WS-RC-APPROVER-ID PIC X(8).
       01  EXCEPT-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 EX-REASON-OUT          PIC X(16).
           05 EX-CITE-OUT            PIC X(10).
           05                        PIC X(1)     VALUE SPACE.
           05 EX-PLATE-OUT           PIC X(8).
           05                        PIC X(1)     VALUE SPACE.
           05 EX-SNO-OUT             PIC 9(9).
           05                        PIC X(3)     VALUE ' $ '.
           05 EX-AMT-OUT             PIC Z,ZZ9.99.
       01  REGISTER-LINE.
           05                        PIC X(7)     VALUE 'POSTED '.
           05 RG-SNO-OUT             PIC 9(9).
           05                        PIC X(1)     VALUE SPACE.
           05 RG-CITE-OUT            PIC X(10).
           05                        PIC X(1)     VALUE SPACE.
           05 RG-PLATE-OUT           PIC X(8).
           05                        PIC X(1)     VALUE SPACE.
           05 RG-VIOL-OUT            PIC X(4).
           05                        PIC X(3)     VALUE ' $ '.
           05 RG-AMT-OUT             PIC Z,ZZ9.99.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT CITE-INPUT
           IF WS-CI-STATUS = '35'
               DISPLAY 'PROJ-PARK-CITE: NO CAMPUS-CITE.DAT ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN I-O PC-FILE-DESC
           IF WS-PC-STATUS = '35'
               OPEN OUTPUT PC-FILE-DESC
               CLOSE PC-FILE-DESC
               OPEN I-O PC-FILE-DESC
           END-IF
           OPEN INPUT PV-FILE-DESC
           IF WS-PV-STATUS = '35'
               MOVE 'N' TO WS-PV-ON-FILE
           ELSE
               MOVE 'Y' TO WS-PV-ON-FILE
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN OUTPUT EXCEPT-REPORT
                       POST-REGISTER
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           DISPLAY 'PROJ-PARK-CITE STARTING'
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ CITE-INPUT
                 AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                 NOT AT END PERFORM 200-POST-ONE-CITATION
               END-READ
           END-PERFORM
           DISPLAY 'PROJ-PARK-CITE FINISHED -- ' WS-POSTED-CNT
               ' POSTED, ' WS-EXCEPT-CNT ' EXCEPTION(S)'
           CLOSE CITE-INPUT
                 PC-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
                 EXCEPT-REPORT
                 POST-REGISTER
           IF WS-PV-ON-FILE = 'Y'
               CLOSE PV-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-POST-ONE-CITATION.
           PERFORM 210-FIND-THE-STUDENT
           MOVE 'N' TO WS-DUP-FOUND
           IF WS-STU-FOUND = 'Y'
               MOVE WS-SNO TO PC-STU-NUM
               MOVE CI-CITE-NO TO PC-CITE-NO
               READ PC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-DUP-FOUND
               END-READ
           END-IF
           IF WS-STU-FOUND = 'N'
               IF CI-STU-NUM = ZERO
                   MOVE 'NO PERMIT     - ' TO EX-REASON-OUT
               ELSE
                   MOVE 'NO STUDENT    - ' TO EX-REASON-OUT
               END-IF
               PERFORM 250-WRITE-EXCEPTION
           ELSE
               IF WS-DUP-FOUND = 'Y'
                   MOVE 'DUPLICATE     - ' TO EX-REASON-OUT
                   PERFORM 250-WRITE-EXCEPTION
               ELSE
                   IF CI-AMOUNT = ZERO
                       MOVE 'ZERO FINE     - ' TO EX-REASON-OUT
                       PERFORM 250-WRITE-EXCEPTION
                   ELSE
                       PERFORM 300-APPEND-CHARGE
                       PERFORM 350-WRITE-CITATION
                       ADD 1 TO WS-POSTED-CNT
                       ADD CI-AMOUNT TO WS-POSTED-AMT
                       MOVE WS-SNO TO RG-SNO-OUT
                       MOVE CI-CITE-NO TO RG-CITE-OUT
                       MOVE CI-PLATE TO RG-PLATE-OUT
                       MOVE CI-VIOLATION TO RG-VIOL-OUT
                       MOVE CI-AMOUNT TO RG-AMT-OUT
                       WRITE REGISTER-REC FROM REGISTER-LINE AFTER 1
                   END-IF
               END-IF
           END-IF.
       210-FIND-THE-STUDENT.
      *    A STUDENT NUMBER ON THE ROW WINS.  OTHERWISE THE PLATE'S
      *    PERMIT FOR THE TERM IN PROGRESS, THEN FOR THE BILLING TERM
      *    (A PERMIT BOUGHT AHEAD FOR NEXT TERM STILL NAMES THE CAR).
           MOVE 'N' TO WS-STU-FOUND
           MOVE ZEROS TO WS-SNO
           IF CI-STU-NUM > ZERO
               MOVE CI-STU-NUM TO WS-SNO
           ELSE
               IF WS-PV-ON-FILE = 'Y'
                   MOVE CI-PLATE TO PV-PLATE
                   MOVE CURRENT-TERM TO PV-TERM
                   READ PV-FILE-DESC
                       INVALID KEY
                           MOVE CT-BILL-TERM TO PV-TERM
                           READ PV-FILE-DESC
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE PV-STU-NUM TO WS-SNO
                           END-READ
                       NOT INVALID KEY
                           MOVE PV-STU-NUM TO WS-SNO
                   END-READ
               END-IF
           END-IF
           IF WS-SNO > ZERO
               MOVE WS-SNO TO SF-STU-NUM
               READ SF-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-STU-FOUND
               END-READ
           END-IF.
       250-WRITE-EXCEPTION.
           MOVE CI-CITE-NO TO EX-CITE-OUT
           MOVE CI-PLATE TO EX-PLATE-OUT
           MOVE WS-SNO TO EX-SNO-OUT
           MOVE CI-AMOUNT TO EX-AMT-OUT
           WRITE EXCEPT-REC FROM EXCEPT-LINE AFTER 1
           ADD 1 TO WS-EXCEPT-CNT.
       300-APPEND-CHARGE.
      *    SAME APPEND AS PROJ-CHG-BATCH'S 300-APPEND-CHARGE.
      *    WS-RC-SEQ IS LEFT HOLDING THE FINE NODE'S SEQUENCE FOR THE
      *    CITATION ROW.
           MOVE WS-SNO TO WS-RC-STU-NUM
           PERFORM 310-FIND-RC-TAIL
           MOVE 'PARKING' TO WS-RC-RCT-TYPE
           MOVE CI-AMOUNT TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-AMT-OWED
           MOVE 'CAMPSAFE' TO WS-RC-OPERATOR-ID
           MOVE SPACES TO WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC.
       310-FIND-RC-TAIL.
      *    THE STUDENT'S LAST ROW GIVES THE SEQUENCE TO WRITE ONE PAST
      *    AND THE RUNNING BALANCE TO CARRY FORWARD -- SEE PROJ-RC'S
      *    150-FIND-RC-TAIL.
           MOVE ZERO TO WS-PRIOR-BALANCE
           MOVE ZEROS TO WS-NEXT-RC-SEQ
           MOVE WS-RC-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = WS-RC-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           MOVE RC-BALANCE TO WS-PRIOR-BALANCE
                           MOVE RC-SEQ TO WS-NEXT-RC-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-RC-SEQ.
       350-WRITE-CITATION.
           MOVE SPACES TO PC-RECORD
           MOVE WS-SNO TO PC-STU-NUM
           MOVE CI-CITE-NO TO PC-CITE-NO
           MOVE CI-PLATE TO PC-PLATE
           MOVE CI-CITE-DATE TO PC-CITE-DATE
           MOVE CI-VIOLATION TO PC-VIOLATION
           MOVE CI-AMOUNT TO PC-AMOUNT
           MOVE 'O' TO PC-STATUS
           MOVE WS-TODAY-CCYYMMDD TO PC-FINE-DATE
           MOVE WS-RC-SEQ TO PC-RC-SEQ
           MOVE ZEROS TO PC-APPEAL-DATE
           MOVE ZEROS TO PC-DECIDE-DATE
           MOVE ZEROS TO PC-PAID-DATE
           MOVE 'CAMPSAFE' TO PC-OPERATOR-ID
           WRITE PC-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-MEAL-SPEND.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  DINING-DOLLAR SPEND IMPORT FROM THE
      *          CAMPUS CARD SYSTEM, SAME SHAPE AS PROJ-CHG-BATCH.
      *          READS THE CARD SYSTEM'S DINING-SPEND.DAT (ONE
      *          STUDENT/DATE/AMOUNT/LOCATION/REFERENCE PER LINE) AND
      *          RUNS EACH AMOUNT UP ON MS-DD-SPENT OF THE STUDENT'S
      *          ACTIVE MEAL PLAN SELECTION FOR THE TERM IN PROGRESS.
      *          A ROW FOR AN UNKNOWN STUDENT, A STUDENT WITH NO ACTIVE
      *          SELECTION, OR MORE THAN THE DINING DOLLARS LEFT GOES
      *          ON THE EXCEPTION REPORT AND THE RUN KEEPS GOING.
      *          NOTHING POSTS TO THE RECEIPT CHAIN -- DINING DOLLARS
      *          WERE PAID FOR IN THE PLAN'S TERM RATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPEND-INPUT ASSIGN TO 'DINING-SPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT MS-FILE-DESC ASSIGN TO 'MEAL-SELECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-MS-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT EXCEPT-REPORT ASSIGN TO 'MEAL-SPEND-EXCPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-REGISTER ASSIGN TO 'MEAL-SPEND-REG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SPEND-INPUT.
       01  SPEND-INPUT-REC.
           05  DS-STU-NUM          PIC 9(9).
           05  DS-SPEND-DATE       PIC 9(8).
           05  DS-AMOUNT           PIC 9(4)V99.
           05  DS-LOCATION         PIC X(10).
           05  DS-REFERENCE        PIC X(12).
       FD  MS-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY MS-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EXCEPT-REPORT
           DATA RECORD IS EXCEPT-REC.
       01  EXCEPT-REC                PIC X(60).
       FD  POST-REGISTER
           DATA RECORD IS REGISTER-REC.
       01  REGISTER-REC              PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-SI-STATUS              PIC XX.
       01  WS-MS-STATUS              PIC XX.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-STU-FOUND              PIC X.
       01  WS-SEL-FOUND              PIC X.
       01  WS-DD-LEFT                PIC S9(4)V99.
       01  WS-POSTED-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-EXCEPT-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-POSTED-AMT             PIC 9(8)V99 VALUE ZERO.
       01  EXCEPT-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 EX-REASON-OUT          PIC X(16).
           05 EX-SNO-OUT             PIC 9(9).
           05                        PIC X(3)     VALUE ' $ '.
           05 EX-AMT-OUT             PIC Z,ZZ9.99.
           05                        PIC X(1)     VALUE SPACE.
           05 EX-LOC-OUT             PIC X(10).
           05                        PIC X(1)     VALUE SPACE.
           05 EX-REF-OUT             PIC X(12).
       01  REGISTER-LINE.
           05                        PIC X(6)     VALUE 'SPENT '.
           05 RG-SNO-OUT             PIC 9(9).
           05                        PIC X(3)     VALUE ' $ '.
           05 RG-AMT-OUT             PIC Z,ZZ9.99.
           05                        PIC X(1)     VALUE SPACE.
           05 RG-LOC-OUT             PIC X(10).
           05                        PIC X(1)     VALUE SPACE.
           05 RG-REF-OUT             PIC X(12).
           05                        PIC X(6)     VALUE ' LEFT '.
           05 RG-LEFT-OUT            PIC Z,ZZ9.99-.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT SPEND-INPUT
           IF WS-SI-STATUS = '35'
               DISPLAY 'PROJ-MEAL-SPEND: NO DINING-SPEND.DAT ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN I-O MS-FILE-DESC
           IF WS-MS-STATUS = '35'
               DISPLAY 'PROJ-MEAL-SPEND: NO MEAL SELECTIONS ON HAND'
               CLOSE SPEND-INPUT
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN OUTPUT EXCEPT-REPORT
                       POST-REGISTER
           DISPLAY 'PROJ-MEAL-SPEND STARTING FOR TERM ' CURRENT-TERM
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ SPEND-INPUT
                 AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                 NOT AT END PERFORM 200-POST-ONE-SPEND
               END-READ
           END-PERFORM
           DISPLAY 'PROJ-MEAL-SPEND FINISHED -- ' WS-POSTED-CNT
               ' POSTED, ' WS-EXCEPT-CNT ' EXCEPTION(S)'
           CLOSE SPEND-INPUT
                 MS-FILE-DESC
                 SF-FILE-DESC
                 EXCEPT-REPORT
                 POST-REGISTER
           EXIT PROGRAM.
       200-POST-ONE-SPEND.
           MOVE 'Y' TO WS-STU-FOUND
           MOVE DS-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ
           MOVE 'N' TO WS-SEL-FOUND
           MOVE ZERO TO WS-DD-LEFT
           MOVE DS-STU-NUM TO MS-STU-NUM
           MOVE CURRENT-TERM TO MS-TERM
           READ MS-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MS-STATUS = 'A'
                       MOVE 'Y' TO WS-SEL-FOUND
                       COMPUTE WS-DD-LEFT =
                           MS-DD-ALLOC - MS-DD-SPENT
                   END-IF
           END-READ
           IF WS-STU-FOUND = 'N'
               MOVE 'NO STUDENT    - ' TO EX-REASON-OUT
               PERFORM 250-WRITE-EXCEPTION
           ELSE
               IF WS-SEL-FOUND = 'N'
                   MOVE 'NO MEAL PLAN  - ' TO EX-REASON-OUT
                   PERFORM 250-WRITE-EXCEPTION
               ELSE
                   IF DS-AMOUNT = ZERO
                       MOVE 'ZERO AMOUNT   - ' TO EX-REASON-OUT
                       PERFORM 250-WRITE-EXCEPTION
                   ELSE
                       IF DS-AMOUNT > WS-DD-LEFT
                           MOVE 'OVER BALANCE  - ' TO EX-REASON-OUT
                           PERFORM 250-WRITE-EXCEPTION
                       ELSE
                           PERFORM 300-POST-THE-SPEND
                       END-IF
                   END-IF
               END-IF
           END-IF.
       250-WRITE-EXCEPTION.
           MOVE DS-STU-NUM TO EX-SNO-OUT
           MOVE DS-AMOUNT TO EX-AMT-OUT
           MOVE DS-LOCATION TO EX-LOC-OUT
           MOVE DS-REFERENCE TO EX-REF-OUT
           WRITE EXCEPT-REC FROM EXCEPT-LINE AFTER 1
           ADD 1 TO WS-EXCEPT-CNT.
       300-POST-THE-SPEND.
           ADD DS-AMOUNT TO MS-DD-SPENT
           REWRITE MS-RECORD
           SUBTRACT DS-AMOUNT FROM WS-DD-LEFT
           ADD 1 TO WS-POSTED-CNT
           ADD DS-AMOUNT TO WS-POSTED-AMT
           MOVE DS-STU-NUM TO RG-SNO-OUT
           MOVE DS-AMOUNT TO RG-AMT-OUT
           MOVE DS-LOCATION TO RG-LOC-OUT
           MOVE DS-REFERENCE TO RG-REF-OUT
           MOVE WS-DD-LEFT TO RG-LEFT-OUT
           WRITE REGISTER-REC FROM REGISTER-LINE AFTER 1.

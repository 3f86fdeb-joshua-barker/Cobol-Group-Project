       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-PARK-PERMIT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  PARKING PERMIT SALES SCREEN.  KEYS A
      *          STUDENT AND A VEHICLE (PLATE AND STATE), A PERMIT TYPE
      *          FROM PT-TYPE-TABLE AND THE LOT, WRITES THE PERMIT TO
      *          PARK-PERMIT.DAT (SEE PV-FILE-DESC) FOR THE BILLING
      *          TERM, AND POSTS THE TYPE'S PRICE AS A 'PARKING' CHARGE
      *          NODE ON THE STUDENT'S RECEIPT CHAIN, OPERATOR-STAMPED,
      *          WITH THE SAME CARRY-FORWARD APPEND AS PROJ-CHG-BATCH.
      *          A PLATE ALREADY HOLDING A PERMIT FOR THE TERM IS
      *          REFUSED.
      *20261015  RECEIPT ROWS NOW GO TO THE INDEXED PROJ-REC.DAT UNDER
      *          THE STUDENT'S NEXT RC-SEQ, FOUND BY 410-FIND-RC-TAIL,
      *          IN PLACE OF THE FREE-LIST SLOT AND CHAIN APPEND ON THE
      *          OLD RELATIVE FILE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  EVERY RECEIPT
      *          POSTED HERE CARRIES THE POSTING OPERATOR'S WINDOW
      *          CAMPUS (PROJ-OPER-CAMPUS) AS RC-CAMPUS.
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED); THE PRIVATE
      *          COPY OF THE RECEIPT ROW GREW TO MATCH.  THE ROWS
      *          WRITTEN HERE CARRY A BLANK RC-APPROVER-ID -- NOTHING
      *          POSTED HERE WAITED ON A SECOND OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       DATA DIVISION.
       FILE SECTION.
       FD  PV-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY PV-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-PV-STATUS              PIC XX.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-PLATE              PIC X(8).
       01  WS-TMP-STATE              PIC X(2).
       01  WS-TMP-TYPE               PIC X(2).
       01  WS-TMP-LOT                PIC X(4).
       01  WS-TMP-NAME               PIC X(35).
       01  WS-TMP-DESC               PIC X(20).
       01  WS-TMP-PRICE              PIC 9(4)V99.
       01  WS-TMP-CONFIRM            PIC X.
       01  WS-ENTRY-OK               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
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
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       COPY PT-TYPE-TABLE.
       COPY CURRENT-TERM.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 2 COLUMN 1 VALUE 'PARKING PERMIT SALES -- TERM '.
          05 LINE 2 COLUMN 30 PIC X(6) FROM CURRENT-TERM.
          05 LINE 4 COLUMN 1 VALUE 'STUDENT ID: '.
          05 LINE 4 COLUMN 14 PIC 9(9) TO WS-TMP-SNO.
       01 SCRN-DETAIL.
          05 LINE 6 COLUMN 1 VALUE 'STUDENT: '.
          05 LINE 6 COLUMN 10 PIC X(35) FROM WS-TMP-NAME.
          05 LINE 8 COLUMN 1 VALUE 'LICENSE PLATE: '.
          05 LINE 8 COLUMN 16 PIC X(8) TO WS-TMP-PLATE.
          05 LINE 8 COLUMN 27 VALUE 'STATE: '.
          05 LINE 8 COLUMN 34 PIC X(2) TO WS-TMP-STATE.
          05 LINE 10 COLUMN 1 VALUE
                  'PERMIT TYPE (RS RESIDENT, CM COMMUTER ...): '.
          05 LINE 10 COLUMN 46 PIC X(2) TO WS-TMP-TYPE.
          05 LINE 12 COLUMN 1 VALUE 'LOT: '.
          05 LINE 12 COLUMN 6 PIC X(4) TO WS-TMP-LOT.
       01 SCRN-CONFIRM.
          05 LINE 14 COLUMN 1 PIC X(20) FROM WS-TMP-DESC.
          05 LINE 14 COLUMN 22 VALUE 'PRICE: '.
          05 LINE 14 COLUMN 29 PIC Z,ZZ9.99 FROM WS-TMP-PRICE.
          05 LINE 16 COLUMN 1 VALUE 'SELL THE PERMIT (Y/N): '.
          05 LINE 16 COLUMN 25 PIC X TO WS-TMP-CONFIRM.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO SELL MORE? (YES/NO): '.
          05 LINE 1 COLUMN 38 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-BILL-TERM TO CURRENT-TERM
           CALL 'PROJ-CODE-LOAD' USING PT-CODE-TBL-ID,
               PT-CODE-TBL-SIZE, PT-CODE-TABLE
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN I-O PV-FILE-DESC
           IF WS-PV-STATUS = '35'
               OPEN OUTPUT PV-FILE-DESC
               CLOSE PV-FILE-DESC
               OPEN I-O PV-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
               DISPLAY SCRN-MORE-DATA
               ACCEPT SCRN-MORE-DATA
           END-PERFORM
           CLOSE PV-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           MOVE WS-TMP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   DISPLAY 'STUDENT NOT IN SYSTEM'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               NOT INVALID KEY
                   PERFORM 250-KEY-THE-PERMIT
           END-READ.
       250-KEY-THE-PERMIT.
           MOVE SPACES TO WS-TMP-NAME
           STRING SF-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               SF-LAST-NAME DELIMITED BY '  '
               INTO WS-TMP-NAME
           END-STRING
           MOVE SPACES TO WS-TMP-PLATE WS-TMP-STATE
                          WS-TMP-TYPE WS-TMP-LOT
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           PERFORM 260-EDIT-ENTRY
           IF WS-ENTRY-OK = 'N'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE 'N' TO WS-TMP-CONFIRM
               DISPLAY SCRN-CONFIRM
               ACCEPT SCRN-CONFIRM
               IF WS-TMP-CONFIRM = 'Y' OR 'y'
                   PERFORM 300-SELL-THE-PERMIT
               ELSE
                   DISPLAY 'PERMIT NOT SOLD'
               END-IF
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       260-EDIT-ENTRY.
      *    THE TYPE MUST BE ON PT-TYPE-TABLE, AND THE PLATE MUST NOT
      *    ALREADY CARRY A PERMIT FOR THE TERM -- WHOEVER HOLDS IT.
           MOVE 'Y' TO WS-ENTRY-OK
           IF WS-TMP-PLATE = SPACES
               DISPLAY 'A LICENSE PLATE IS REQUIRED'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = 'Y' AND WS-TMP-LOT = SPACES
               DISPLAY 'A LOT IS REQUIRED'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = 'Y'
               MOVE ZERO TO WS-TMP-PRICE
               MOVE SPACES TO WS-TMP-DESC
               PERFORM VARYING PT-CODE-IDX FROM 1 BY 1
                       UNTIL PT-CODE-IDX > PT-CODE-TBL-SIZE
                   IF WS-TMP-TYPE = PT-TBL-CODE(PT-CODE-IDX)
                       MOVE PT-TBL-DESC(PT-CODE-IDX) TO WS-TMP-DESC
                       MOVE PT-TBL-PRICE(PT-CODE-IDX) TO WS-TMP-PRICE
                   END-IF
               END-PERFORM
               IF WS-TMP-DESC = SPACES
                   DISPLAY 'NO SUCH PERMIT TYPE'
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-TMP-PLATE TO PV-PLATE
               MOVE CURRENT-TERM TO PV-TERM
               READ PV-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-ENTRY-OK
                       IF PV-STU-NUM = WS-TMP-SNO
                           DISPLAY 'THIS VEHICLE ALREADY HAS A PERMIT '
                               'FOR THE TERM'
                       ELSE
                           DISPLAY 'THIS PLATE IS ON STUDENT '
                               PV-STU-NUM '''S PERMIT FOR THE TERM'
                       END-IF
               END-READ
           END-IF.
       300-SELL-THE-PERMIT.
           MOVE SPACES TO PV-RECORD
           MOVE WS-TMP-PLATE TO PV-PLATE
           MOVE CURRENT-TERM TO PV-TERM
           MOVE WS-TMP-STATE TO PV-PLATE-STATE
           MOVE WS-TMP-SNO TO PV-STU-NUM
           MOVE WS-TMP-TYPE TO PV-TYPE
           MOVE WS-TMP-LOT TO PV-LOT
           MOVE WS-TMP-PRICE TO PV-PRICE
           MOVE WS-TODAY-CCYYMMDD TO PV-SALE-DATE
           MOVE WS-OPERATOR-ID TO PV-OPERATOR-ID
           WRITE PV-RECORD
               INVALID KEY
                   DISPLAY 'PERMIT NOT WRITTEN -- PLATE ALREADY ON FILE'
               NOT INVALID KEY
                   IF WS-TMP-PRICE > ZERO
                       PERFORM 400-APPEND-CHARGE
                   END-IF
                   DISPLAY SCRN-CLEAR
                   DISPLAY 'PERMIT SOLD AND CHARGE POSTED'
           END-WRITE.
       400-APPEND-CHARGE.
      *    SAME APPEND AS PROJ-CHG-BATCH'S 300-APPEND-CHARGE.
           MOVE WS-TMP-SNO TO WS-RC-STU-NUM
           PERFORM 410-FIND-RC-TAIL
           MOVE 'PARKING' TO WS-RC-RCT-TYPE
           MOVE WS-TMP-PRICE TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE SPACES TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           COMPUTE WS-RC-BALANCE =
               WS-PRIOR-BALANCE + WS-RC-AMT-OWED
           MOVE WS-OPERATOR-ID TO WS-RC-OPERATOR-ID
           CALL 'PROJ-OPER-CAMPUS' USING WS-RC-OPERATOR-ID,
               WS-RC-CAMPUS
           MOVE SPACES TO WS-RC-APPROVER-ID
           MOVE ZEROS TO WS-RC-CHECK-RUN-DATE
           MOVE ZEROS TO WS-RC-RCPT-NO
           MOVE SPACES TO WS-RC-TENDER
           MOVE SPACES TO WS-RC-CHECK-NO
           WRITE RC-REC FROM WS-RC-DATA-REC.
       410-FIND-RC-TAIL.
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

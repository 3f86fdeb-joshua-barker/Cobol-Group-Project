       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-BOOK-CHARGE.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  BOOKSTORE CHARGE IMPORT -- READS THE
      *          BOOKSTORE'S FILE OF VOUCHER SALES AND RETURNS
      *          (BOOKSTORE-CHG.DAT, ONE TICKET PER LINE) AND POSTS
      *          EACH AS AN RC-TYPE 'BOOKS' NODE ON THE STUDENT'S
      *          RECEIPT CHAIN, OPERATOR-STAMPED 'BOOKSTOR', WITH THE
      *          USUAL CARRY-FORWARD BALANCE -- A RETURN IS A
      *          REVERSING NODE (RC-VOID 'Y'), THE SAME CONVENTION AS
      *          'DROPADJUST'.  A SALE MUST FIT IN WHAT IS LEFT OF THE
      *          STUDENT'S BOOK-VOUCHER.DAT LIMIT FOR THE TERM (SEE
      *          BV-FILE-DESC, WRITTEN BY PROJ-BOOK-VOUCHER); A RETURN
      *          CANNOT GIVE BACK MORE THAN WAS CHARGED.  A TICKET NOT
      *          ABOVE THE STUDENT'S BV-LAST-TICKET HAS ALREADY BEEN
      *          POSTED.  ANYTHING REFUSED GOES ON BOOK-CHG-EXCPT.RPT
      *          FOR THE BOOKSTORE TO COLLECT AT THE REGISTER; WHAT
      *          POSTED PRINTS ON BOOK-CHARGE.RPT.
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
           SELECT CHARGE-FILE ASSIGN TO 'BOOKSTORE-CHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
           SELECT BV-FILE-DESC ASSIGN TO 'BOOK-VOUCHER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BV-KEY
               FILE STATUS IS WS-BV-STATUS.
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
           SELECT CHARGE-REGISTER ASSIGN TO 'BOOK-CHARGE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT ASSIGN TO 'BOOK-CHG-EXCPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-FILE
           DATA RECORD IS CHARGE-REC.
       01  CHARGE-REC                PIC X(40).
       FD  BV-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY BV-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  CHARGE-REGISTER
           DATA RECORD IS REGISTER-REC.
       01  REGISTER-REC              PIC X(60).
       FD  EXCEPTION-REPORT
           DATA RECORD IS EXCEPTION-REC.
       01  EXCEPTION-REC             PIC X(70).
       WORKING-STORAGE SECTION.
       01  WS-CF-STATUS              PIC XX.
       01  WS-BV-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-STU-FOUND              PIC X.
       01  WS-REJECT-REASON          PIC X(24).
       01  WS-TODAY                  PIC 9(6).
       01  WS-LEFT                   PIC S9(5)V99.
       01  WS-POST-VOID              PIC X.
       01  WS-PRIOR-BALANCE          PIC S9(5)V99.
       01  WS-NEXT-RC-SEQ            PIC 9(5).
       01  WS-RC-DONE                PIC X.
       01  WS-READ-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-SALE-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-RETURN-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-REJECT-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-SALE-AMT               PIC 9(7)V99 VALUE ZERO.
       01  WS-RETURN-AMT             PIC 9(7)V99 VALUE ZERO.
      *    ONE TICKET PER LINE, AS THE BOOKSTORE'S REGISTER SYSTEM
      *    EXPORTS IT.  BC-TYPE 'S' SALE, 'R' RETURN.
       01  CHARGE-LINE.
           05  BC-STU-NUM            PIC 9(9).
           05  BC-TERM               PIC X(6).
           05  BC-TICKET             PIC X(8).
           05  BC-TYPE               PIC X.
           05  BC-AMOUNT             PIC 9(4)V99.
           05  BC-SALE-DATE          PIC 9(6).
           05  FILLER                PIC X(4).
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
       01  REGISTER-LINE.
           05  RG-ACTION-OUT         PIC X(8).
           05  RG-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACE.
           05  RG-TICKET-OUT         PIC X(8).
           05                        PIC X(4)   VALUE ' $  '.
           05  RG-AMT-OUT            PIC Z,ZZ9.99.
           05                        PIC X(7)   VALUE '  LEFT '.
           05  RG-LEFT-OUT           PIC Z,ZZ9.99.
           05                        PIC X(7)   VALUE SPACES.
       01  EXCEPTION-LINE.
           05  EX-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACE.
           05  EX-TERM-OUT           PIC X(6).
           05                        PIC X(1)   VALUE SPACE.
           05  EX-TICKET-OUT         PIC X(8).
           05                        PIC X(1)   VALUE SPACE.
           05  EX-TYPE-OUT           PIC X.
           05                        PIC X(3)   VALUE ' $ '.
           05  EX-AMT-OUT            PIC Z,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
           05  EX-REASON-OUT         PIC X(24).
           05                        PIC X(6)   VALUE SPACES.
       01  TOTAL-LINE.
           05  TL-LABEL-OUT          PIC X(20).
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(4)   VALUE ' $  '.
           05  TL-AMT-OUT            PIC Z,ZZZ,ZZ9.99.
           05                        PIC X(19)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT CHARGE-FILE
           IF WS-CF-STATUS = '35'
               DISPLAY 'PROJ-BOOK-CHARGE: NO BOOKSTORE CHARGE FILE'
                   ' ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN I-O BV-FILE-DESC
           IF WS-BV-STATUS = '35'
               DISPLAY 'PROJ-BOOK-CHARGE: NO VOUCHERS ON FILE --'
               DISPLAY 'RUN PROJ-BOOK-VOUCHER FIRST'
               CLOSE CHARGE-FILE
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN I-O RC-FILE-DESC
           OPEN OUTPUT CHARGE-REGISTER
           OPEN OUTPUT EXCEPTION-REPORT
           ACCEPT WS-TODAY FROM DATE
           DISPLAY 'PROJ-BOOK-CHARGE STARTING'
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ CHARGE-FILE INTO CHARGE-LINE
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 200-ONE-TICKET
               END-READ
           END-PERFORM
           PERFORM 700-TOTALS-RTN
           DISPLAY 'PROJ-BOOK-CHARGE FINISHED -- ' WS-READ-CNT
               ' READ, ' WS-SALE-CNT ' SALE(S), ' WS-RETURN-CNT
               ' RETURN(S), ' WS-REJECT-CNT ' EXCEPTION(S)'
           CLOSE CHARGE-FILE
                 BV-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
                 CHARGE-REGISTER
                 EXCEPTION-REPORT
           EXIT PROGRAM.
       200-ONE-TICKET.
           ADD 1 TO WS-READ-CNT
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 210-EDIT-THE-TICKET
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 600-EXCEPTION-LINE
           ELSE IF BC-TYPE = 'S'
               PERFORM 220-POST-THE-SALE
           ELSE
               PERFORM 230-POST-THE-RETURN
           END-IF.
       210-EDIT-THE-TICKET.
      *    FIRST FAILURE WINS.  THE VOUCHER ROW IS READ HERE AND
      *    STAYS CURRENT FOR THE POSTING PARAGRAPHS.
           IF BC-STU-NUM NOT NUMERIC OR BC-AMOUNT NOT NUMERIC
               MOVE 'UNREADABLE LINE' TO WS-REJECT-REASON
           ELSE IF BC-TYPE NOT = 'S' AND BC-TYPE NOT = 'R'
               MOVE 'NOT A SALE OR RETURN' TO WS-REJECT-REASON
           ELSE IF BC-AMOUNT = ZERO
               MOVE 'ZERO AMOUNT' TO WS-REJECT-REASON
           ELSE
               PERFORM 290-FIND-THE-STUDENT
               IF WS-STU-FOUND = 'N'
                   MOVE 'UNKNOWN STUDENT' TO WS-REJECT-REASON
               ELSE
                   MOVE BC-STU-NUM TO BV-STU-NUM
                   MOVE BC-TERM TO BV-TERM
                   READ BV-FILE-DESC
                       INVALID KEY
                           MOVE 'NO VOUCHER FOR TERM'
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-LEFT = BV-LIMIT - BV-CHARGED
               IF BC-TICKET NOT > BV-LAST-TICKET
                   MOVE 'TICKET ALREADY POSTED' TO WS-REJECT-REASON
               ELSE IF BC-TYPE = 'S' AND BC-AMOUNT > WS-LEFT
                   MOVE 'OVER VOUCHER LIMIT' TO WS-REJECT-REASON
               ELSE IF BC-TYPE = 'R' AND BC-AMOUNT > BV-CHARGED
                   MOVE 'RETURN OVER CHARGES' TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
           END-IF.
       220-POST-THE-SALE.
           MOVE SPACE TO WS-POST-VOID
           PERFORM 300-APPEND-NODE
           ADD BC-AMOUNT TO BV-CHARGED
           PERFORM 250-UPDATE-VOUCHER
           MOVE 'SALE    ' TO RG-ACTION-OUT
           PERFORM 500-REGISTER-LINE
           ADD 1 TO WS-SALE-CNT
           ADD BC-AMOUNT TO WS-SALE-AMT.
       230-POST-THE-RETURN.
           MOVE 'Y' TO WS-POST-VOID
           PERFORM 300-APPEND-NODE
           SUBTRACT BC-AMOUNT FROM BV-CHARGED
           PERFORM 250-UPDATE-VOUCHER
           MOVE 'RETURN  ' TO RG-ACTION-OUT
           PERFORM 500-REGISTER-LINE
           ADD 1 TO WS-RETURN-CNT
           ADD BC-AMOUNT TO WS-RETURN-AMT.
       250-UPDATE-VOUCHER.
           MOVE BC-TICKET TO BV-LAST-TICKET
           REWRITE BV-RECORD
           COMPUTE WS-LEFT = BV-LIMIT - BV-CHARGED.
       290-FIND-THE-STUDENT.
           MOVE 'Y' TO WS-STU-FOUND
           MOVE BC-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ.
       300-APPEND-NODE.
      *    SAME APPEND AS PROJ-MEAL-BILL'S
      *    300-APPEND-NODE.  A RETURN STEPS THE CARRIED BALANCE DOWN
      *    INSTEAD OF UP.
           MOVE BC-STU-NUM TO WS-RC-STU-NUM
           PERFORM 310-FIND-RC-TAIL
           MOVE 'BOOKS' TO WS-RC-RCT-TYPE
           MOVE BC-AMOUNT TO WS-RC-AMT-OWED
           MOVE ZERO TO WS-RC-AMT-PAID
           MOVE ZERO TO WS-RC-REFUND-AMT
           MOVE WS-NEXT-RC-SEQ TO WS-RC-SEQ
           MOVE WS-POST-VOID TO WS-RC-VOID
           MOVE WS-TODAY TO WS-RC-POST-DATE
           IF WS-POST-VOID = 'Y'
               COMPUTE WS-RC-BALANCE =
                   WS-PRIOR-BALANCE - WS-RC-AMT-OWED
           ELSE
               COMPUTE WS-RC-BALANCE =
                   WS-PRIOR-BALANCE + WS-RC-AMT-OWED
           END-IF
           MOVE 'BOOKSTOR' TO WS-RC-OPERATOR-ID
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
       500-REGISTER-LINE.
           MOVE BC-STU-NUM TO RG-SNO-OUT
           MOVE BC-TICKET TO RG-TICKET-OUT
           MOVE BC-AMOUNT TO RG-AMT-OUT
           MOVE WS-LEFT TO RG-LEFT-OUT
           WRITE REGISTER-REC FROM REGISTER-LINE AFTER 1.
       600-EXCEPTION-LINE.
           MOVE BC-STU-NUM TO EX-SNO-OUT
           MOVE BC-TERM TO EX-TERM-OUT
           MOVE BC-TICKET TO EX-TICKET-OUT
           MOVE BC-TYPE TO EX-TYPE-OUT
           IF BC-AMOUNT NUMERIC
               MOVE BC-AMOUNT TO EX-AMT-OUT
           ELSE
               MOVE ZERO TO EX-AMT-OUT
           END-IF
           MOVE WS-REJECT-REASON TO EX-REASON-OUT
           WRITE EXCEPTION-REC FROM EXCEPTION-LINE AFTER 1
           ADD 1 TO WS-REJECT-CNT.
       700-TOTALS-RTN.
           MOVE 'SALES POSTED' TO TL-LABEL-OUT
           MOVE WS-SALE-CNT TO TL-CNT-OUT
           MOVE WS-SALE-AMT TO TL-AMT-OUT
           WRITE REGISTER-REC FROM TOTAL-LINE AFTER 2
           MOVE 'RETURNS POSTED' TO TL-LABEL-OUT
           MOVE WS-RETURN-CNT TO TL-CNT-OUT
           MOVE WS-RETURN-AMT TO TL-AMT-OUT
           WRITE REGISTER-REC FROM TOTAL-LINE AFTER 1
           MOVE 'EXCEPTIONS' TO TL-LABEL-OUT
           MOVE WS-REJECT-CNT TO TL-CNT-OUT
           MOVE ZERO TO TL-AMT-OUT
           WRITE REGISTER-REC FROM TOTAL-LINE AFTER 1.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-BOOK-VOUCHER.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  BOOKSTORE CHARGE AUTHORIZATION, RUN
      *          BEFORE THE BILLING TERM STARTS.  FOR EVERY STUDENT
      *          WITH UNRELEASED PIECES ON PROJ-FA-DISB.DAT (SEE
      *          DS-FILE-DESC) IN THE CURRENT AID YEAR AND PLANNED NO
      *          LATER THAN THE TERM'S AC-TERM-END, THE ANTICIPATED
      *          CREDIT IS THOSE PIECES LESS THE BALANCE AT THE TAIL
      *          OF THE RECEIPT CHAIN.  THE CREDIT, CAPPED AT THE
      *          PACKAGING BOOKS ALLOWANCE (PK-BOOKS-ALLOW), IS THE
      *          TERM'S CHARGE LIMIT ON BOOK-VOUCHER.DAT (SEE
      *          BV-FILE-DESC); WHAT IS LEFT OF IT AFTER THE BOOKS
      *          ALREADY CHARGED GOES TO THE BOOKSTORE ON
      *          BOOKSTORE-LIMITS.DAT, REBUILT WHOLE EVERY RUN, AND
      *          ON THE BOOK-VOUCHER.RPT REGISTER.  A RERUN REFRESHES
      *          EVERY LIMIT AGAINST THE CURRENT CHAIN, SO A STUDENT
      *          WHOSE AID HAS SINCE DISBURSED OR WHOSE BALANCE GREW
      *          DROPS TO A SMALLER LIMIT OR NONE.
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  THE STUDENT'S BALANCE IS READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DS-FILE-DESC ASSIGN TO 'PROJ-FA-DISB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT BV-FILE-DESC ASSIGN TO 'BOOK-VOUCHER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BV-KEY
               FILE STATUS IS WS-BV-STATUS.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT LIMIT-FILE ASSIGN TO 'BOOKSTORE-LIMITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOUCHER-REGISTER ASSIGN TO 'BOOK-VOUCHER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DS-FILE-DESC IS EXTERNAL RECORD CONTAINS 40 CHARACTERS.
           COPY DS-FILE-DESC.
       FD  BV-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY BV-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  LIMIT-FILE
           DATA RECORD IS LIMIT-REC.
       01  LIMIT-REC                 PIC X(70).
       FD  VOUCHER-REGISTER
           DATA RECORD IS REGISTER-REC.
       01  REGISTER-REC              PIC X(70).
       WORKING-STORAGE SECTION.
       01  WS-DS-STATUS              PIC XX.
       01  WS-BV-STATUS              PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-RC-DONE                PIC X.
       01  WS-STU-FOUND              PIC X.
       01  WS-BV-FOUND               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TERM-END               PIC 9(8)   VALUE 99999999.
       01  WS-CUR-STU                PIC 9(9)   VALUE ZEROS.
       01  WS-PENDING                PIC 9(6)V99 VALUE ZERO.
       01  WS-BALANCE                PIC S9(6)V99.
       01  WS-CREDIT                 PIC S9(7)V99.
       01  WS-AUTH                   PIC S9(7)V99.
       01  WS-REMAINING              PIC S9(7)V99.
       01  WS-PRIOR-CHARGED          PIC 9(4)V99.
       01  WS-STU-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-AUTH-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-AUTH-AMT               PIC 9(8)V99 VALUE ZERO.
      *    ONE LINE PER AUTHORIZED STUDENT FOR THE BOOKSTORE'S
      *    REGISTER SYSTEM.  FIXED COLUMNS, NO DELIMITERS.
       01  LIMIT-LINE.
           05  BL-STU-NUM            PIC 9(9).
           05  BL-LAST-NAME          PIC X(20).
           05  BL-FIRST-NAME         PIC X(15).
           05  BL-TERM               PIC X(6).
           05  BL-REMAINING          PIC 9(4)V99.
           05  BL-RUN-DATE           PIC 9(6).
           05  FILLER                PIC X(8)   VALUE SPACES.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(36)  VALUE
                'BOOKSTORE CHARGE AUTHORIZATIONS --  '.
           05  H1-TERM-OUT           PIC X(6).
           05                        PIC X(7)   VALUE '   RUN '.
           05  H1-DATE-OUT           PIC 9(6).
           05                        PIC X(13)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(44)  VALUE
                'STUDENT    PENDING AID   BALANCE      LIMIT '.
           05                        PIC X(24)  VALUE
                'CHARGED  REMAINING      '.
       01  REGISTER-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  RG-SNO-OUT            PIC 9(9).
           05                        PIC X(2)   VALUE SPACES.
           05  RG-PENDING-OUT        PIC ZZZ,ZZ9.99.
           05                        PIC X(1)   VALUE SPACE.
           05  RG-BALANCE-OUT        PIC -ZZZ,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
           05  RG-LIMIT-OUT          PIC Z,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
           05  RG-CHARGED-OUT        PIC Z,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
           05  RG-REMAIN-OUT         PIC Z,ZZ9.99.
           05                        PIC X(5)   VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(7)   VALUE 'TOTAL  '.
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(24)  VALUE
                ' STUDENT(S) AUTHORIZED $'.
           05  TL-AMT-OUT            PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(19)  VALUE SPACES.
       COPY CURRENT-TERM.
       COPY PK-POLICY.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-BILL-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING PK-PARM-ID, PK-PARMS
           OPEN INPUT DS-FILE-DESC
           IF WS-DS-STATUS = '35'
               DISPLAY 'PROJ-BOOK-VOUCHER: NO DISBURSEMENT SCHEDULE'
                   ' ON HAND'
               EXIT PROGRAM
           END-IF
           PERFORM 140-READ-CALENDAR
           OPEN I-O BV-FILE-DESC
           IF WS-BV-STATUS = '35'
               OPEN OUTPUT BV-FILE-DESC
               CLOSE BV-FILE-DESC
               OPEN I-O BV-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT RC-FILE-DESC
           OPEN OUTPUT LIMIT-FILE
           OPEN OUTPUT VOUCHER-REGISTER
           ACCEPT WS-TODAY FROM DATE
           MOVE CURRENT-TERM TO H1-TERM-OUT
           MOVE WS-TODAY TO H1-DATE-OUT
           WRITE REGISTER-REC FROM HEADING-1 AFTER 1
           WRITE REGISTER-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC AFTER 1
           DISPLAY 'PROJ-BOOK-VOUCHER STARTING FOR TERM ' CURRENT-TERM
           MOVE ZEROS TO DS-KEY
           START DS-FILE-DESC KEY IS NOT LESS THAN DS-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ DS-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 200-ONE-PIECE
               END-READ
           END-PERFORM
           IF WS-CUR-STU NOT = ZEROS
               PERFORM 300-VOUCHER-ONE-STUDENT
           END-IF
           MOVE WS-AUTH-CNT TO TL-CNT-OUT
           MOVE WS-AUTH-AMT TO TL-AMT-OUT
           WRITE REGISTER-REC FROM TOTAL-LINE AFTER 2
           DISPLAY 'PROJ-BOOK-VOUCHER FINISHED -- ' WS-STU-CNT
               ' AIDED STUDENT(S), ' WS-AUTH-CNT ' AUTHORIZED'
           CLOSE DS-FILE-DESC
                 BV-FILE-DESC
                 SF-FILE-DESC
                 RC-FILE-DESC
                 LIMIT-FILE
                 VOUCHER-REGISTER
           EXIT PROGRAM.
       140-READ-CALENDAR.
      *    THE TERM'S END DATE BOUNDS WHICH PIECES COUNT.  WITH NO
      *    CALENDAR ROW EVERY UNRELEASED PIECE IN THE AID YEAR DOES.
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS NOT = '35'
               MOVE CURRENT-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AC-TERM-END > ZERO
                           MOVE AC-TERM-END TO WS-TERM-END
                       END-IF
               END-READ
               CLOSE AC-FILE-DESC
           END-IF.
       200-ONE-PIECE.
           IF DS-STU-NUM NOT = WS-CUR-STU
               IF WS-CUR-STU NOT = ZEROS
                   PERFORM 300-VOUCHER-ONE-STUDENT
               END-IF
               MOVE DS-STU-NUM TO WS-CUR-STU
               MOVE ZERO TO WS-PENDING
           END-IF
           IF DS-RELEASED NOT = 'Y'
                   AND DS-AID-YEAR = CT-AID-YEAR
                   AND DS-PLAN-DATE NOT > WS-TERM-END
               ADD DS-PLAN-AMT TO WS-PENDING
           END-IF.
       300-VOUCHER-ONE-STUDENT.
           MOVE 'N' TO WS-BV-FOUND
           MOVE WS-CUR-STU TO BV-STU-NUM
           MOVE CURRENT-TERM TO BV-TERM
           READ BV-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-BV-FOUND
           END-READ
      *    A STUDENT WITH NOTHING PENDING AND NO ROW ALREADY IS NOT
      *    AN AIDED STUDENT FOR THIS TERM -- NOTHING TO DO.
           IF WS-PENDING > ZERO OR WS-BV-FOUND = 'Y'
               PERFORM 310-FIND-THE-STUDENT
               IF WS-STU-FOUND = 'Y'
                   ADD 1 TO WS-STU-CNT
                   PERFORM 320-CHAIN-BALANCE
                   PERFORM 330-FIGURE-THE-LIMIT
                   PERFORM 340-FILE-THE-VOUCHER
               END-IF
           END-IF.
       310-FIND-THE-STUDENT.
           MOVE 'Y' TO WS-STU-FOUND
           MOVE WS-CUR-STU TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ
           IF WS-STU-FOUND = 'N'
               DISPLAY 'SKIPPED - UNKNOWN STUDENT: ' WS-CUR-STU
           END-IF.
       320-CHAIN-BALANCE.
      *    THE LAST RECEIPT ROW FOR THE STUDENT CARRIES THE CURRENT
      *    BALANCE IN RC-BALANCE.
           MOVE ZERO TO WS-BALANCE
           MOVE SF-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           MOVE RC-BALANCE TO WS-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
       330-FIGURE-THE-LIMIT.
      *    THE BOOKS ALREADY CHARGED ARE IN THE BALANCE, SO THEY ARE
      *    ADDED BACK BEFORE CAPPING -- OTHERWISE EVERY SALE WOULD
      *    SHRINK THE LIMIT TWICE.
           MOVE ZERO TO WS-PRIOR-CHARGED
           IF WS-BV-FOUND = 'Y'
               MOVE BV-CHARGED TO WS-PRIOR-CHARGED
           END-IF
           COMPUTE WS-CREDIT = WS-PENDING - WS-BALANCE
           COMPUTE WS-AUTH = WS-CREDIT + WS-PRIOR-CHARGED
           IF WS-AUTH > PK-BOOKS-ALLOW
               MOVE PK-BOOKS-ALLOW TO WS-AUTH
           END-IF
           IF WS-AUTH < ZERO
               MOVE ZERO TO WS-AUTH
           END-IF
           COMPUTE WS-REMAINING = WS-AUTH - WS-PRIOR-CHARGED
           IF WS-REMAINING < ZERO
               MOVE ZERO TO WS-REMAINING
           END-IF.
       340-FILE-THE-VOUCHER.
           IF WS-BV-FOUND = 'N'
               MOVE SPACES TO BV-RECORD
               MOVE WS-CUR-STU TO BV-STU-NUM
               MOVE CURRENT-TERM TO BV-TERM
               MOVE ZERO TO BV-CHARGED
               MOVE LOW-VALUES TO BV-LAST-TICKET
           END-IF
           MOVE WS-PENDING TO BV-PENDING-AID
           MOVE WS-BALANCE TO BV-BALANCE
           MOVE WS-AUTH TO BV-LIMIT
           MOVE WS-TODAY TO BV-RUN-DATE
           IF WS-BV-FOUND = 'Y'
               REWRITE BV-RECORD
           ELSE
               WRITE BV-RECORD
           END-IF
           IF WS-REMAINING > ZERO
               MOVE WS-CUR-STU TO BL-STU-NUM
               MOVE SF-LAST-NAME TO BL-LAST-NAME
               MOVE SF-FIRST-NAME TO BL-FIRST-NAME
               MOVE CURRENT-TERM TO BL-TERM
               MOVE WS-REMAINING TO BL-REMAINING
               MOVE WS-TODAY TO BL-RUN-DATE
               WRITE LIMIT-REC FROM LIMIT-LINE
               ADD 1 TO WS-AUTH-CNT
               ADD WS-REMAINING TO WS-AUTH-AMT
           END-IF
           MOVE WS-CUR-STU TO RG-SNO-OUT
           MOVE WS-PENDING TO RG-PENDING-OUT
           MOVE WS-BALANCE TO RG-BALANCE-OUT
           MOVE WS-AUTH TO RG-LIMIT-OUT
           MOVE WS-PRIOR-CHARGED TO RG-CHARGED-OUT
           MOVE WS-REMAINING TO RG-REMAIN-OUT
           WRITE REGISTER-REC FROM REGISTER-LINE AFTER 1.

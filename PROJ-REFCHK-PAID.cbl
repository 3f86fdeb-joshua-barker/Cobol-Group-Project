       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-REFCHK-PAID.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  IMPORTS THE BANK'S PAID-CHECK FILE
      *          (BANK-PAIDCHK.DAT, ONE LINE PER REFUND CHECK THE BANK
      *          HAS PAID) AGAINST THE REFUND CHECK REGISTER
      *          RC-REFCHECK.DAT (SEE RK-FILE-DESC).  AN OUTSTANDING
      *          CHECK PAID FOR ITS ISSUED AMOUNT IS MARKED PAID WITH
      *          THE BANK'S DATE.  EVERYTHING ELSE IS AN EXCEPTION ON
      *          RC-REFCHK-PAID.RPT FOR THE BUSINESS OFFICE TO TAKE UP
      *          WITH THE BANK -- A CHECK NOT ON THE REGISTER, ONE PAID
      *          TWICE, ONE PAID FOR A DIFFERENT AMOUNT (STILL MARKED
      *          PAID, SINCE THE MONEY HAS LEFT), AND ONE PAID AFTER IT
      *          WAS VOIDED AS STALE (THE MONEY LEFT TWICE -- ONCE ON
      *          THE CHECK, AND AGAIN AS THE CREDIT PUT BACK ON THE
      *          ACCOUNT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-INPUT ASSIGN TO 'BANK-PAIDCHK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PI-STATUS.
           SELECT RK-FILE-DESC ASSIGN TO 'RC-REFCHECK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RK-CHECK-NO
               FILE STATUS IS WS-RK-STATUS.
           SELECT PAID-REPORT ASSIGN TO 'RC-REFCHK-PAID.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAID-INPUT
           DATA RECORD IS PAID-IN-REC.
       01  PAID-IN-REC.
           05  PD-CHECK-NO           PIC 9(8).
           05  PD-AMOUNT             PIC 9(6)V99.
           05  PD-PAID-DATE          PIC 9(6).
       FD  RK-FILE-DESC IS EXTERNAL RECORD CONTAINS 140 CHARACTERS.
           COPY RK-FILE-DESC.
       FD  PAID-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PI-STATUS              PIC XX.
       01  WS-RK-STATUS              PIC XX.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-RK-FOUND               PIC X.
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-READ-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-PAID-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-PAID-AMT               PIC 9(8)V99 VALUE ZERO.
       01  WS-EXCEPT-CNT             PIC 9(5)   VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'REFUND CHECKS PAID BY THE BANK  RUN DATE'.
           05                        PIC X(1)   VALUE SPACES.
           05  HL-DATE-OUT           PIC 9(6).
           05                        PIC X(31)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'CHECK NO STUDENT   ISSUED    ISSUED AMT '.
           05                        PIC X(38)  VALUE
                'PAID    PAID AMOUNT'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-CHECK-OUT          PIC 9(8).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-ISSUE-OUT          PIC 9(6).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-AMOUNT-OUT         PIC Z,ZZ9.99.
           05                        PIC X(3)   VALUE SPACES.
           05  DL-PAID-DATE-OUT      PIC 9(6).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-PAID-AMT-OUT       PIC ZZZ,ZZ9.99.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-NOTE-OUT           PIC X(21).
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(7)   VALUE 'READ:  '.
           05  TL-READ-OUT           PIC ZZZZ9.
           05                        PIC X(9)   VALUE '   PAID: '.
           05  TL-PAID-OUT           PIC ZZZZ9.
           05                        PIC X(4)   VALUE '  $ '.
           05  TL-PAID-AMT-OUT       PIC ZZ,ZZZ,ZZ9.99.
           05                        PIC X(15)  VALUE
                '   EXCEPTIONS: '.
           05  TL-EXCEPT-OUT         PIC ZZZZ9.
           05                        PIC X(15)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT PAID-INPUT
           IF WS-PI-STATUS = '35'
               DISPLAY 'PROJ-REFCHK-PAID: NO BANK-PAIDCHK.DAT ON HAND'
               EXIT PROGRAM
           END-IF
           OPEN I-O RK-FILE-DESC
           IF WS-RK-STATUS = '35'
               OPEN OUTPUT RK-FILE-DESC
               CLOSE RK-FILE-DESC
               OPEN I-O RK-FILE-DESC
           END-IF
           OPEN OUTPUT PAID-REPORT
           ACCEPT WS-TODAY FROM DATE
           DISPLAY 'PROJ-REFCHK-PAID STARTING'
           MOVE WS-TODAY TO HL-DATE-OUT
           PERFORM 650-HEADING-RTN
           MOVE 'Y' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'N'
               READ PAID-INPUT
                 AT END MOVE 'N' TO ARE-THERE-MORE-RECORDS
                 NOT AT END PERFORM 200-MATCH-ONE-CHECK
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE WS-READ-CNT TO TL-READ-OUT
           MOVE WS-PAID-CNT TO TL-PAID-OUT
           MOVE WS-PAID-AMT TO TL-PAID-AMT-OUT
           MOVE WS-EXCEPT-CNT TO TL-EXCEPT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           DISPLAY 'PROJ-REFCHK-PAID FINISHED -- ' WS-PAID-CNT
               ' PAID, ' WS-EXCEPT-CNT ' EXCEPTION(S)'
           CLOSE PAID-INPUT
                 RK-FILE-DESC
                 PAID-REPORT
           EXIT PROGRAM.
       200-MATCH-ONE-CHECK.
           ADD 1 TO WS-READ-CNT
           MOVE PD-CHECK-NO TO RK-CHECK-NO
           MOVE 'Y' TO WS-RK-FOUND
           READ RK-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-RK-FOUND
           END-READ
           MOVE SPACES TO DL-NOTE-OUT
           PERFORM 210-MARK-PAID
           PERFORM 700-DETAIL-LINE.
       210-MARK-PAID.
           IF WS-RK-FOUND = 'N'
               MOVE ZEROS TO RK-STU-NUM
               MOVE ZEROS TO RK-ISSUE-DATE
               MOVE ZERO TO RK-AMOUNT
               MOVE '**NOT ON REGISTER' TO DL-NOTE-OUT
               ADD 1 TO WS-EXCEPT-CNT
           ELSE IF RK-STATUS = 'P'
               MOVE '**PAID TWICE' TO DL-NOTE-OUT
               ADD 1 TO WS-EXCEPT-CNT
           ELSE IF RK-STATUS NOT = 'O'
               MOVE '**PAID AFTER VOID' TO DL-NOTE-OUT
               ADD 1 TO WS-EXCEPT-CNT
           ELSE
               MOVE 'P' TO RK-STATUS
               MOVE PD-PAID-DATE TO RK-PAID-DATE
               MOVE PD-AMOUNT TO RK-PAID-AMT
               REWRITE RK-RECORD
               ADD 1 TO WS-PAID-CNT
               ADD PD-AMOUNT TO WS-PAID-AMT
               IF PD-AMOUNT NOT = RK-AMOUNT
                   MOVE '**AMOUNT DIFFERS' TO DL-NOTE-OUT
                   ADD 1 TO WS-EXCEPT-CNT
               END-IF
           END-IF.
       650-HEADING-RTN.
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 4 TO WS-LINE-CT.
       700-DETAIL-LINE.
           IF WS-LINE-CT > 55
               PERFORM 650-HEADING-RTN
           END-IF
           MOVE PD-CHECK-NO TO DL-CHECK-OUT
           MOVE RK-STU-NUM TO DL-SNO-OUT
           MOVE RK-ISSUE-DATE TO DL-ISSUE-OUT
           MOVE RK-AMOUNT TO DL-AMOUNT-OUT
           MOVE PD-PAID-DATE TO DL-PAID-DATE-OUT
           MOVE PD-AMOUNT TO DL-PAID-AMT-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.

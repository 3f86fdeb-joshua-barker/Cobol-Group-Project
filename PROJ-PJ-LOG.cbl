       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-PJ-LOG.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  PROFESSIONAL JUDGMENT LOG FOR THE
      *          ANNUAL AID AUDIT -- EVERY ADJUSTMENT ON
      *          FA-PROF-JUDG.DAT (SEE PJ-FILE-DESC) FOR THE CURRENT
      *          AID YEAR IN STUDENT/SEQUENCE ORDER, VOIDED ROWS
      *          INCLUDED, WITH THE FIELD, ORIGINAL AND ADJUSTED
      *          VALUES, REASON, DOCUMENT, COUNSELOR AND DATE.  AN
      *          ACTIVE ADJUSTMENT WITH NO SUPPORTING DOCUMENT ROW ON
      *          FA-VERIFY.DAT IS FLAGGED NO DOC, AND ONE WHOSE
      *          DOCUMENT IS REQUESTED BUT NOT YET RECEIVED IS FLAGGED
      *          PENDING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PJ-FILE-DESC ASSIGN TO 'FA-PROF-JUDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-PJ-STATUS.
           SELECT VF-FILE-DESC ASSIGN TO 'FA-VERIFY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VF-KEY
               FILE STATUS IS WS-VF-STATUS.
           SELECT PJ-REPORT ASSIGN TO 'FA-PJ-LOG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PJ-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY PJ-FILE-DESC.
       FD  VF-FILE-DESC IS EXTERNAL RECORD CONTAINS 30 CHARACTERS.
           COPY VF-FILE-DESC.
       FD  PJ-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PJ-STATUS              PIC XX.
       01  WS-VF-STATUS              PIC XX.
       01  WS-VF-ON-FILE             PIC X      VALUE 'N'.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-PREV-STU               PIC 9(9)   VALUE ZERO.
       01  WS-ROW-CNT                PIC 9(5)   VALUE ZERO.
       01  WS-VOID-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-FLAG-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-STU-CNT                PIC 9(5)   VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'PROFESSIONAL JUDGMENT LOG -- AID YEAR '.
           05  HL-YEAR-OUT           PIC X(4).
           05                        PIC X(34)  VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(40)  VALUE
                'STUDENT   SQ FLD    ORIGINAL   ADJUSTED '.
           05                        PIC X(38)  VALUE
                'RSN  DOC  COUNSLR  DATE   S FLAG'.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-SNO-OUT            PIC 9(9).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-SEQ-OUT            PIC 9(2).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-FIELD-OUT          PIC X(4).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-ORIG-OUT           PIC ZZZZZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-ADJ-OUT            PIC ZZZZZZ9.99.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-REASON-OUT         PIC X(4).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-DOC-OUT            PIC X(4).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-OPER-OUT           PIC X(8).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-DATE-OUT           PIC 9(6).
           05                        PIC X(1)   VALUE SPACES.
           05  DL-STATUS-OUT         PIC X.
           05                        PIC X(1)   VALUE SPACES.
           05  DL-FLAG-OUT           PIC X(10).
       01  TOTAL-LINE-1.
           05                        PIC X(2)   VALUE SPACES.
           05  TL-ROW-OUT            PIC ZZZZ9.
           05                        PIC X(18)  VALUE
                ' ADJUSTMENT(S) FOR'.
           05  TL-STU-OUT            PIC ZZZZ9.
           05                        PIC X(13)  VALUE ' STUDENT(S), '.
           05  TL-VOID-OUT           PIC ZZZZ9.
           05                        PIC X(8)   VALUE ' VOIDED'.
           05                        PIC X(24)  VALUE SPACES.
       01  TOTAL-LINE-2.
           05                        PIC X(2)   VALUE SPACES.
           05  TL-FLAG-OUT           PIC ZZZZ9.
           05                        PIC X(40)  VALUE
                ' ACTIVE ADJUSTMENT(S) LACK A SUPPORTING '.
           05                        PIC X(33)  VALUE
                'DOCUMENT ON FILE'.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           OPEN INPUT PJ-FILE-DESC
           IF WS-PJ-STATUS = '35'
               DISPLAY 'PROJ-PJ-LOG: NO PROFESSIONAL JUDGMENT ON FILE'
               EXIT PROGRAM
           END-IF
           OPEN INPUT VF-FILE-DESC
           IF WS-VF-STATUS NOT = '35'
               MOVE 'Y' TO WS-VF-ON-FILE
           END-IF
           OPEN OUTPUT PJ-REPORT
           DISPLAY 'PROJ-PJ-LOG STARTING FOR AID YEAR ' CT-AID-YEAR
           PERFORM 150-HEADING-RTN
           MOVE 'N' TO NO-MORE-RECORDS
           MOVE LOW-VALUES TO PJ-KEY
           START PJ-FILE-DESC KEY IS NOT LESS THAN PJ-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ PJ-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF PJ-AID-YEAR = CT-AID-YEAR
                           PERFORM 200-ONE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 700-TOTALS
           DISPLAY 'PROJ-PJ-LOG FINISHED -- ' WS-ROW-CNT
               ' ADJUSTMENT(S), ' WS-FLAG-CNT ' FLAGGED'
           CLOSE PJ-FILE-DESC
                 PJ-REPORT
           IF WS-VF-ON-FILE = 'Y'
               CLOSE VF-FILE-DESC
           END-IF
           EXIT PROGRAM.
       150-HEADING-RTN.
           MOVE CT-AID-YEAR TO HL-YEAR-OUT
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 4 TO WS-LINE-CT.
       200-ONE-ADJUSTMENT.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           IF PJ-STU-NUM NOT = WS-PREV-STU
               MOVE PJ-STU-NUM TO WS-PREV-STU
               ADD 1 TO WS-STU-CNT
           END-IF
           ADD 1 TO WS-ROW-CNT
           MOVE PJ-STU-NUM TO DL-SNO-OUT
           MOVE PJ-SEQ TO DL-SEQ-OUT
           MOVE PJ-FIELD TO DL-FIELD-OUT
           MOVE PJ-ORIG-VALUE TO DL-ORIG-OUT
           MOVE PJ-ADJ-VALUE TO DL-ADJ-OUT
           MOVE PJ-REASON TO DL-REASON-OUT
           MOVE PJ-DOC-CODE TO DL-DOC-OUT
           MOVE PJ-OPERATOR-ID TO DL-OPER-OUT
           MOVE PJ-DATE TO DL-DATE-OUT
           MOVE PJ-STATUS TO DL-STATUS-OUT
           MOVE SPACES TO DL-FLAG-OUT
           IF PJ-STATUS = 'V'
               ADD 1 TO WS-VOID-CNT
           ELSE
               PERFORM 300-CHECK-DOCUMENT
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       300-CHECK-DOCUMENT.
           IF PJ-DOC-CODE = SPACES OR WS-VF-ON-FILE = 'N'
               MOVE '**NO DOC' TO DL-FLAG-OUT
           ELSE
               MOVE PJ-STU-NUM TO VF-STU-NUM
               MOVE PJ-DOC-CODE TO VF-DOC-CODE
               READ VF-FILE-DESC
                   INVALID KEY
                       MOVE '**NO DOC' TO DL-FLAG-OUT
                   NOT INVALID KEY
                       IF VF-RCV-DATE = ZEROS
                           MOVE '**PENDING' TO DL-FLAG-OUT
                       END-IF
               END-READ
           END-IF
           IF DL-FLAG-OUT NOT = SPACES
               ADD 1 TO WS-FLAG-CNT
           END-IF.
       700-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE WS-ROW-CNT TO TL-ROW-OUT
           MOVE WS-STU-CNT TO TL-STU-OUT
           MOVE WS-VOID-CNT TO TL-VOID-OUT
           WRITE REPORT-REC FROM TOTAL-LINE-1 AFTER 1
           MOVE WS-FLAG-CNT TO TL-FLAG-OUT
           WRITE REPORT-REC FROM TOTAL-LINE-2 AFTER 1.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-NEXT-NUM.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  HANDS OUT THE NEXT NUMBER OF A NAMED
      *          SEQUENCE ON PROJ-SEQ-CTL.DAT (SEE SQ-FILE-DESC) --
      *          FIRST USE IS THE INSTITUTIONAL STUDENT ID THAT
      *          REPLACED THE SSN AS THE STUDENT NUMBER.  THE CALLER
      *          PASSES THE SEQUENCE NAME AND, IN NN-NUMBER, THE
      *          LOWEST NUMBER IT WILL ACCEPT; IT GETS BACK THE LAST
      *          NUMBER ISSUED PLUS ONE, OR THAT FLOOR IF IT IS
      *          HIGHER (A NEW SEQUENCE STARTS THERE).  THE ROW IS
      *          REWRITTEN BEFORE THE NUMBER IS RETURNED AND THE FILE
      *          IS OPENED AND CLOSED PER CALL, SAME AS PROJ-JOURNAL,
      *          SO A NUMBER IS NEVER ISSUED TWICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQ-FILE-DESC ASSIGN TO 'PROJ-SEQ-CTL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SQ-KEY
               FILE STATUS IS WS-SQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SQ-FILE-DESC RECORD CONTAINS 30 CHARACTERS.
           COPY SQ-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-SQ-STATUS              PIC XX.
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-TODAY                  PIC 9(6).
       LINKAGE SECTION.
       01  NN-SEQ-KEY                PIC X(8).
       01  NN-NUMBER                 PIC 9(9).
       PROCEDURE DIVISION USING NN-SEQ-KEY, NN-NUMBER.
       100-MAIN-MODULE.
           OPEN I-O SQ-FILE-DESC
           IF WS-SQ-STATUS = '35'
               OPEN OUTPUT SQ-FILE-DESC
               CLOSE SQ-FILE-DESC
               OPEN I-O SQ-FILE-DESC
           END-IF
           ACCEPT WS-TODAY FROM DATE
           MOVE NN-SEQ-KEY TO SQ-KEY
           READ SQ-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
           END-READ
           IF WS-ROW-ON-FILE = 'Y'
               IF SQ-LAST-NUM + 1 > NN-NUMBER
                   COMPUTE NN-NUMBER = SQ-LAST-NUM + 1
               END-IF
           ELSE
               MOVE SPACES TO SQ-RECORD
               MOVE NN-SEQ-KEY TO SQ-KEY
           END-IF
           MOVE NN-NUMBER TO SQ-LAST-NUM
           MOVE WS-TODAY TO SQ-CHG-DATE
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE SQ-RECORD
           ELSE
               WRITE SQ-RECORD
           END-IF
           CLOSE SQ-FILE-DESC
           EXIT PROGRAM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UR-POST.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ADDS AN AMOUNT TO A TERM/SESSION ROW
      *          OF THE UNEARNED TUITION REVENUE REGISTER ON
      *          PROJ-UNEARNED.DAT (SEE UR-FILE-DESC) -- UR-ASSESSED
      *          WHEN THE CALLER PASSES KIND 'A' (PROJ-TUITION-ASSESS
      *          BOOKING A CHARGE), UR-REVERSED WHEN IT PASSES 'R' (A
      *          'DROPADJUST' TUITION REVERSAL FROM EITHER DROP PATH).
      *          A BLANK SESSION IS THE FULL TERM, 'FL'.  THE ROW IS
      *          CREATED ON FIRST USE AND THE FILE IS OPENED AND
      *          CLOSED PER CALL, SAME AS PROJ-NEXT-NUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UR-FILE-DESC ASSIGN TO 'PROJ-UNEARNED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS UR-KEY
               FILE STATUS IS WS-UR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  UR-FILE-DESC RECORD CONTAINS 70 CHARACTERS.
           COPY UR-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-UR-STATUS              PIC XX.
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-TODAY                  PIC 9(6).
       LINKAGE SECTION.
       01  UP-TERM                   PIC X(6).
       01  UP-SESSION                PIC X(2).
       01  UP-AMOUNT                 PIC S9(5)V99.
       01  UP-KIND                   PIC X.
       PROCEDURE DIVISION USING UP-TERM, UP-SESSION, UP-AMOUNT,
               UP-KIND.
       100-MAIN-MODULE.
           IF UP-AMOUNT NOT = ZERO
               PERFORM 200-POST-AMOUNT
           END-IF
           EXIT PROGRAM.
       200-POST-AMOUNT.
           OPEN I-O UR-FILE-DESC
           IF WS-UR-STATUS = '35'
               OPEN OUTPUT UR-FILE-DESC
               CLOSE UR-FILE-DESC
               OPEN I-O UR-FILE-DESC
           END-IF
           ACCEPT WS-TODAY FROM DATE
           MOVE UP-TERM TO UR-TERM
           IF UP-SESSION = SPACES
               MOVE 'FL' TO UR-SESSION
           ELSE
               MOVE UP-SESSION TO UR-SESSION
           END-IF
           READ UR-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
           END-READ
           IF WS-ROW-ON-FILE = 'N'
               MOVE SPACES TO UR-RECORD
               MOVE UP-TERM TO UR-TERM
               IF UP-SESSION = SPACES
                   MOVE 'FL' TO UR-SESSION
               ELSE
                   MOVE UP-SESSION TO UR-SESSION
               END-IF
               MOVE ZERO TO UR-ASSESSED
               MOVE ZERO TO UR-REVERSED
               MOVE ZERO TO UR-RECOGNIZED
               MOVE ZERO TO UR-REV-AT-LAST
               MOVE ZEROS TO UR-LAST-RUN
           END-IF
           IF UP-KIND = 'R'
               ADD UP-AMOUNT TO UR-REVERSED
           ELSE
               ADD UP-AMOUNT TO UR-ASSESSED
           END-IF
           MOVE WS-TODAY TO UR-CHG-DATE
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE UR-RECORD
           ELSE
               WRITE UR-RECORD
           END-IF
           CLOSE UR-FILE-DESC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-SCHOL-POST.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE ONE PLACE A SCHOLARSHIP FUND (SEE
      *          SH-FILE-DESC) IS CHECKED OR DRAWN DOWN, CALLED BY
      *          FEDAID, PROJ-FA-PACKAGE AND PROJ-FA-DISBURSE USING
      *          SK-SCHOL-LINK (SEE THAT COPYBOOK FOR THE FUNCTIONS).
      *          SAME CALL-AND-RETURN SHAPE AS PROJ-VA-NOTE -- BOTH
      *          FILES ARE OPENED AND CLOSED PER CALL, AND A SITE WITH
      *          NO FUND FILE ANSWERS 'NF' TO EVERYTHING.
      *20261015  AN AWARD ROW IS KEYED BY THE AID ROW'S FA-SEQ (THE
      *          AID FILE IS NOW INDEXED BY STUDENT AND SEQUENCE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SH-FILE-DESC ASSIGN TO 'SCHOL-FUND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-STATUS.
           SELECT SW-FILE-DESC ASSIGN TO 'SCHOL-AWARD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SH-FILE-DESC IS EXTERNAL RECORD CONTAINS 180 CHARACTERS.
           COPY SH-FILE-DESC.
       FD  SW-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY SW-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-SH-STATUS              PIC XX.
       01  WS-SW-STATUS              PIC XX.
       01  WS-SH-DONE                PIC X.
       01  WS-SW-DONE                PIC X.
       01  WS-LEFT                   PIC S9(7)V99.
       01  WS-TO-APPLY               PIC 9(4)V99.
       01  WS-UNPAID                 PIC 9(4)V99.
       01  WS-APPLIED                PIC 9(4)V99.
       01  WS-TODAY                  PIC 9(6).
       LINKAGE SECTION.
           COPY SK-SCHOL-LINK.
       PROCEDURE DIVISION USING SK-SCHOL-LINK.
       100-MAIN-MODULE.
           MOVE 'NF' TO SK-RESULT
           MOVE ZERO TO SK-REMAINING
           ACCEPT WS-TODAY FROM DATE
           IF SK-FUNC = 'C'
               PERFORM 200-CHECK-FUND
           ELSE IF SK-FUNC = 'F'
               PERFORM 300-FIND-FUND
           ELSE IF SK-FUNC = 'A'
               PERFORM 400-RECORD-AWARD
           ELSE IF SK-FUNC = 'D'
               PERFORM 500-DISBURSE
           END-IF
           END-IF
           END-IF
           END-IF
           EXIT PROGRAM.
       200-CHECK-FUND.
           OPEN INPUT SH-FILE-DESC
           IF WS-SH-STATUS NOT = '35'
               MOVE SK-FUND-CODE TO SH-FUND-CODE
               MOVE SK-AID-YEAR TO SH-AID-YEAR
               READ SH-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 210-JUDGE-FUND
               END-READ
               CLOSE SH-FILE-DESC
           END-IF.
       210-JUDGE-FUND.
      *    SH-RECORD IS THE FUND JUST READ.  CLOSED AND EXHAUSTED ARE
      *    HARD STOPS; ELIGIBILITY IS ONLY REPORTED, THE CALLER
      *    DECIDES WHETHER TO OVERRIDE IT.
           COMPUTE WS-LEFT = SH-BUDGET - SH-AWARDED
           MOVE WS-LEFT TO SK-REMAINING
           MOVE SH-FUND-NAME TO SK-FUND-NAME
           IF SH-STATUS NOT = 'A'
               MOVE 'CL' TO SK-RESULT
           ELSE
               IF WS-LEFT < SK-AMOUNT OR WS-LEFT NOT > ZERO
                   MOVE 'EX' TO SK-RESULT
               ELSE
                   IF SK-CUM-GPA < SH-MIN-GPA
                       OR (SH-MAJOR-CODE NOT = ZERO AND
                           SH-MAJOR-CODE NOT = SK-MAJOR-CODE)
                       MOVE 'EL' TO SK-RESULT
                   ELSE
                       MOVE 'OK' TO SK-RESULT
                   END-IF
               END-IF
           END-IF.
       300-FIND-FUND.
      *    FIRST FUND IN CODE ORDER FOR THE AID YEAR THAT IS ACTIVE,
      *    HAS SOMETHING LEFT AND WHOSE TERMS THE STUDENT MEETS.  THE
      *    CALLER CAPS ITS OFFER AT SK-REMAINING.
           OPEN INPUT SH-FILE-DESC
           IF WS-SH-STATUS NOT = '35'
               MOVE 'N' TO WS-SH-DONE
               MOVE LOW-VALUES TO SH-KEY
               START SH-FILE-DESC KEY IS NOT LESS THAN SH-KEY
                   INVALID KEY MOVE 'Y' TO WS-SH-DONE
               END-START
               PERFORM UNTIL WS-SH-DONE = 'Y'
                   READ SH-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-SH-DONE
                       NOT AT END
                           IF SH-AID-YEAR = SK-AID-YEAR
                               AND SH-STATUS = 'A'
                               AND SH-BUDGET > SH-AWARDED
                               AND SK-CUM-GPA NOT < SH-MIN-GPA
                               AND (SH-MAJOR-CODE = ZERO OR
                                    SH-MAJOR-CODE = SK-MAJOR-CODE)
                               MOVE 'Y' TO WS-SH-DONE
                               MOVE 'OK' TO SK-RESULT
                               MOVE SH-FUND-CODE TO SK-FUND-CODE
                               MOVE SH-FUND-NAME TO SK-FUND-NAME
                               COMPUTE SK-REMAINING =
                                   SH-BUDGET - SH-AWARDED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SH-FILE-DESC
           END-IF.
       400-RECORD-AWARD.
      *    THE BUDGET IS RE-CHECKED UNDER THE UPDATE SO TWO TERMINALS
      *    CANNOT BOTH SPEND THE LAST OF A FUND.
           OPEN I-O SH-FILE-DESC
           IF WS-SH-STATUS NOT = '35'
               MOVE SK-FUND-CODE TO SH-FUND-CODE
               MOVE SK-AID-YEAR TO SH-AID-YEAR
               READ SH-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-LEFT = SH-BUDGET - SH-AWARDED
                       IF SH-STATUS NOT = 'A'
                           MOVE 'CL' TO SK-RESULT
                       ELSE
                           IF WS-LEFT < SK-AMOUNT
                               MOVE 'EX' TO SK-RESULT
                           ELSE
                               ADD SK-AMOUNT TO SH-AWARDED
                               ADD SK-DISB-AMT TO SH-DISBURSED
                               REWRITE SH-RECORD
                               SUBTRACT SK-AMOUNT FROM WS-LEFT
                               MOVE 'OK' TO SK-RESULT
                               PERFORM 410-WRITE-AWARD-ROW
                           END-IF
                       END-IF
                       MOVE WS-LEFT TO SK-REMAINING
               END-READ
               CLOSE SH-FILE-DESC
           END-IF.
       410-WRITE-AWARD-ROW.
           OPEN I-O SW-FILE-DESC
           IF WS-SW-STATUS = '35'
               OPEN OUTPUT SW-FILE-DESC
               CLOSE SW-FILE-DESC
               OPEN I-O SW-FILE-DESC
           END-IF
           MOVE SPACES TO SW-RECORD
           MOVE SK-STU-NUM TO SW-STU-NUM
           MOVE SK-FA-SEQ TO SW-FA-SEQ
           MOVE SK-FUND-CODE TO SW-FUND-CODE
           MOVE SK-AID-YEAR TO SW-AID-YEAR
           MOVE SK-AWARD-CODE TO SW-AWARD-CODE
           MOVE SK-AMOUNT TO SW-AWARD-AMT
           MOVE SK-DISB-AMT TO SW-DISB-AMT
           MOVE SK-OFFER-FLAG TO SW-OFFER-FLAG
           MOVE WS-TODAY TO SW-POST-DATE
           MOVE SK-OPERATOR-ID TO SW-OPERATOR-ID
           WRITE SW-RECORD
               INVALID KEY REWRITE SW-RECORD
           END-WRITE
           CLOSE SW-FILE-DESC.
       500-DISBURSE.
      *    WALKS THE STUDENT'S AWARD ROWS IN FA-SEQ ORDER, PAYING EACH
      *    ROW'S UNDISBURSED BALANCE UNTIL SK-AMOUNT IS USED UP, AND
      *    MOVES THE SAME MONEY TO SH-DISBURSED ON THE ROW'S FUND.
      *    NOTHING UNPAID FOR THE CODE LEAVES SK-RESULT 'NF'.
           MOVE ZERO TO WS-APPLIED
           OPEN I-O SW-FILE-DESC
           IF WS-SW-STATUS NOT = '35'
               OPEN I-O SH-FILE-DESC
               IF WS-SH-STATUS NOT = '35'
                   MOVE 'N' TO WS-SW-DONE
                   MOVE SK-STU-NUM TO SW-STU-NUM
                   MOVE ZEROS TO SW-FA-SEQ
                   START SW-FILE-DESC KEY IS NOT LESS THAN SW-KEY
                       INVALID KEY MOVE 'Y' TO WS-SW-DONE
                   END-START
                   PERFORM UNTIL WS-SW-DONE = 'Y'
                       READ SW-FILE-DESC NEXT RECORD
                           AT END MOVE 'Y' TO WS-SW-DONE
                           NOT AT END
                               IF SW-STU-NUM NOT = SK-STU-NUM
                                   MOVE 'Y' TO WS-SW-DONE
                               ELSE
                                   PERFORM 510-APPLY-TO-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SH-FILE-DESC
               END-IF
               CLOSE SW-FILE-DESC
           END-IF
           IF WS-APPLIED > ZERO
               MOVE 'OK' TO SK-RESULT
           END-IF.
       510-APPLY-TO-ROW.
           COMPUTE WS-UNPAID = SW-AWARD-AMT - SW-DISB-AMT
           IF SW-AWARD-CODE = SK-AWARD-CODE AND WS-UNPAID > ZERO
                   AND WS-APPLIED < SK-AMOUNT
               COMPUTE WS-TO-APPLY = SK-AMOUNT - WS-APPLIED
               IF WS-TO-APPLY > WS-UNPAID
                   MOVE WS-UNPAID TO WS-TO-APPLY
               END-IF
               ADD WS-TO-APPLY TO SW-DISB-AMT
               REWRITE SW-RECORD
               ADD WS-TO-APPLY TO WS-APPLIED
               MOVE SW-FUND-CODE TO SH-FUND-CODE
               MOVE SW-AID-YEAR TO SH-AID-YEAR
               READ SH-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD WS-TO-APPLY TO SH-DISBURSED
                       REWRITE SH-RECORD
                       COMPUTE SK-REMAINING = SH-BUDGET - SH-AWARDED
               END-READ
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-SEAT-RESV.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE ONE PLACE A SECTION'S RESERVED
      *          SEATS ARE COUNTED AND A STUDENT MATCHED AGAINST THEM,
      *          CALLED BY THE CAPACITY CHECKS AND WAITLIST PROMOTION
      *          OF PROJ-ENROLLMENT, PROJ-SELF-SERVICE AND
      *          PROJ-ENR-BATCH, THE DROP PATHS, PROJ-SEAT-RELEASE AND
      *          PROJ-PRINT-CLASSES USING RW-RESV-LINK (SEE THAT
      *          COPYBOOK).  THE RESERVE FILE IS OPENED AND CLOSED PER
      *          CALL ON ITS OWN (NOT EXTERNAL) FD, SAME AS
      *          PROJ-CONDUCT-CHK.
      *20261015  REGISTRATION BLOCKS.  ACTION 'B' COUNTS LIKE 'Q' FOR
      *          A MEMBER OF BLOCK RW-BLOCK-CODE, WHO ALSO QUALIFIES
      *          FOR THAT BLOCK'S 'B' ROWS; NOBODY ELSE EVER DOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SR-FILE-DESC ASSIGN TO 'PROJ-SEAT-RESV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-SR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SR-FILE-DESC RECORD CONTAINS 80 CHARACTERS.
           COPY SR-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-SR-STATUS              PIC XX.
       01  WS-SR-DONE                PIC X.
       01  WS-QUALIFIES              PIC X.
       01  WS-MJ-SUB                 PIC 9.
       LINKAGE SECTION.
           COPY RW-RESV-LINK.
       PROCEDURE DIVISION USING RW-RESV-LINK.
       100-MAIN-MODULE.
           IF RW-ACTION = 'Q' OR 'B'
               MOVE ZERO TO RW-SEQ
               MOVE ZERO TO RW-HELD
               MOVE ZERO TO RW-FILLED
               OPEN INPUT SR-FILE-DESC
           ELSE
               OPEN I-O SR-FILE-DESC
           END-IF
           IF WS-SR-STATUS = '35'
               EXIT PROGRAM
           END-IF
           IF RW-ACTION = 'Q' OR 'B'
               PERFORM 200-COUNT-THE-SECTION
           ELSE
               PERFORM 400-TAKE-OR-GIVE-BACK
           END-IF
           CLOSE SR-FILE-DESC
           EXIT PROGRAM.
       200-COUNT-THE-SECTION.
      *    EVERY ROW OF THE CRN IS READ; ONLY ROWS FOR RW-TERM THAT
      *    ARE STILL HOLDING THEIR SEATS COUNT.  THE FIRST OF THOSE
      *    THE STUDENT QUALIFIES FOR WITH A SEAT LEFT IS THE ONE
      *    REPORTED BACK.
           MOVE RW-CRN TO SR-CRN
           MOVE ZERO TO SR-SEQ
           MOVE 'N' TO WS-SR-DONE
           START SR-FILE-DESC KEY IS NOT LESS THAN SR-KEY
               INVALID KEY MOVE 'Y' TO WS-SR-DONE
           END-START
           PERFORM UNTIL WS-SR-DONE = 'Y'
               READ SR-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-SR-DONE
                   NOT AT END
                       IF SR-CRN NOT = RW-CRN
                           MOVE 'Y' TO WS-SR-DONE
                       ELSE
                           PERFORM 300-COUNT-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
       300-COUNT-ONE-ROW.
           IF SR-TERM = RW-TERM AND SR-STATUS = SPACE
               ADD SR-SEATS TO RW-HELD
               ADD SR-FILLED TO RW-FILLED
      *        A BLOCK MEMBER'S OWN BLOCK ROW WINS OVER AN EARLIER
      *        MAJOR OR LEVEL ROW, SO THE BLOCK USES ITS OWN SEATS.
               IF SR-FILLED < SR-SEATS
                   IF RW-SEQ = ZERO
                           OR (RW-ACTION = 'B' AND SR-RESTRICT = 'B')
                       PERFORM 350-QUALIFY-CHECK
                       IF WS-QUALIFIES = 'Y'
                           MOVE SR-SEQ TO RW-SEQ
                       END-IF
                   END-IF
               END-IF
           END-IF.
       350-QUALIFY-CHECK.
      *    AN UNDECLARED STUDENT (MAJOR ZERO) NEVER MATCHES A MAJOR
      *    ROW, AND A STUDENT WITH NO CATALOG TERM IS NOT NEW.
           MOVE 'N' TO WS-QUALIFIES
           IF SR-RESTRICT = 'M'
               IF RW-MAJOR > ZERO
                   PERFORM VARYING WS-MJ-SUB FROM 1 BY 1
                           UNTIL WS-MJ-SUB > 5
                       IF SR-MAJOR(WS-MJ-SUB) = RW-MAJOR
                           MOVE 'Y' TO WS-QUALIFIES
                       END-IF
                   END-PERFORM
               END-IF
           ELSE IF SR-RESTRICT = 'L'
               IF RW-HRS-EARN NOT < SR-HRS-MIN
                       AND RW-HRS-EARN NOT > SR-HRS-MAX
                   MOVE 'Y' TO WS-QUALIFIES
               END-IF
           ELSE IF SR-RESTRICT = 'N'
               IF RW-CATALOG-TERM NOT = SPACES
                       AND RW-CATALOG-TERM = SR-TERM
                   MOVE 'Y' TO WS-QUALIFIES
               END-IF
           ELSE IF SR-RESTRICT = 'B'
               IF RW-ACTION = 'B' AND RW-BLOCK-CODE = SR-BLOCK-CODE
                   MOVE 'Y' TO WS-QUALIFIES
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       400-TAKE-OR-GIVE-BACK.
           MOVE RW-CRN TO SR-CRN
           MOVE RW-SEQ TO SR-SEQ
           READ SR-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SR-TERM = RW-TERM AND SR-STATUS = SPACE
                       IF RW-ACTION = 'T'
                           ADD 1 TO SR-FILLED
                           REWRITE SR-RECORD
                       ELSE IF SR-FILLED > ZERO
                           SUBTRACT 1 FROM SR-FILLED
                           REWRITE SR-RECORD
                       END-IF
                       END-IF
                   END-IF
           END-READ.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-PLACE-CHECK.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SAYS WHETHER ONE OF A STUDENT'S TEST
      *          SCORES ON PROJ-TEST-SCORE.DAT (SEE ES-FILE-DESC)
      *          SATISFIES A PREREQUISITE COURSE UNDER THE PLACEMENT
      *          RULES (PL-PLACE-TABLE), FOR THE 220-PREREQ-CHECK
      *          PARAGRAPHS OF PROJ-ENROLLMENT, PROJ-SELF-SERVICE AND
      *          PROJ-ENR-BATCH.  THE CALLER PASSES THE STUDENT AND
      *          THE PREREQUISITE COURSE; PC-MET COMES BACK 'Y' WHEN
      *          ANY SCORE ROW FOR A RULE NAMING THAT COURSE IS AT OR
      *          ABOVE THE RULE'S MINIMUM, WITH THE RULE'S DESCRIPTION
      *          IN PC-RULE-DESC FOR THE SCREEN, ELSE 'N'.  EITHER
      *          KIND OF RULE COUNTS -- A SCORE GOOD FOR CREDIT IS
      *          GOOD FOR PLACEMENT TOO.  THE RULES ARE LOADED ON THE
      *          FIRST CALL AND KEPT FOR THE REST OF THE RUN; THE
      *          SCORE FILE IS OPENED AND CLOSED ON EACH CALL, AND
      *          ONLY WHEN SOME RULE NAMES THE COURSE.  A SITE WITH NO
      *          SCORE FILE OR NO RULES GETS 'N' EVERY TIME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ES-FILE-DESC ASSIGN TO 'PROJ-TEST-SCORE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ES-KEY
               FILE STATUS IS WS-ES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ES-FILE-DESC IS EXTERNAL RECORD CONTAINS 54 CHARACTERS.
           COPY ES-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-ES-STATUS              PIC XX.
       01  WS-ES-DONE                PIC X.
       01  WS-PL-LOADED              PIC X      VALUE 'N'.
       01  WS-PL-SUB                 PIC 9(2).
       01  WS-PL-NAMED               PIC X.
       COPY PL-PLACE-TABLE.
       LINKAGE SECTION.
       01  PC-STU-NUM                PIC 9(9).
       01  PC-COURSE                 PIC X(6).
       01  PC-MET                    PIC X.
       01  PC-RULE-DESC              PIC X(20).
       PROCEDURE DIVISION USING PC-STU-NUM, PC-COURSE, PC-MET,
           PC-RULE-DESC.
       100-MAIN-MODULE.
           MOVE 'N' TO PC-MET
           MOVE SPACES TO PC-RULE-DESC
           IF WS-PL-LOADED = 'N'
               CALL 'PROJ-CODE-LOAD' USING PL-CODE-TBL-ID,
                   PL-CODE-TBL-SIZE, PL-CODE-TABLE
               MOVE 'Y' TO WS-PL-LOADED
           END-IF
           MOVE 'N' TO WS-PL-NAMED
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > PL-CODE-TBL-SIZE
                      OR WS-PL-NAMED = 'Y'
               IF PL-TBL-COURSE(WS-PL-SUB) = PC-COURSE
                   MOVE 'Y' TO WS-PL-NAMED
               END-IF
           END-PERFORM
           IF WS-PL-NAMED = 'N' OR PC-COURSE = SPACES
               EXIT PROGRAM
           END-IF
           OPEN INPUT ES-FILE-DESC
           IF WS-ES-STATUS = '35'
               EXIT PROGRAM
           END-IF
           PERFORM 200-SCAN-SCORES
           CLOSE ES-FILE-DESC
           EXIT PROGRAM.
       200-SCAN-SCORES.
      *    THE STUDENT'S ROWS SIT TOGETHER IN KEY ORDER; EACH ONE IS
      *    HELD AGAINST EVERY RULE FOR ITS TEST AND SUBSCORE.
           MOVE 'N' TO WS-ES-DONE
           MOVE PC-STU-NUM TO ES-STU-NUM
           MOVE LOW-VALUES TO ES-TEST-CODE
           MOVE LOW-VALUES TO ES-SUBSCORE
           MOVE ZEROS TO ES-TEST-DATE
           START ES-FILE-DESC KEY IS NOT LESS THAN ES-KEY
               INVALID KEY MOVE 'Y' TO WS-ES-DONE
           END-START
           PERFORM UNTIL WS-ES-DONE = 'Y'
               READ ES-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-ES-DONE
                   NOT AT END
                       IF ES-STU-NUM NOT = PC-STU-NUM
                           MOVE 'Y' TO WS-ES-DONE
                       ELSE
                           PERFORM 210-MATCH-RULES
                       END-IF
               END-READ
           END-PERFORM.
       210-MATCH-RULES.
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > PL-CODE-TBL-SIZE
                      OR PC-MET = 'Y'
               IF PL-TBL-COURSE(WS-PL-SUB) = PC-COURSE
                       AND PL-TBL-TEST(WS-PL-SUB) = ES-TEST-CODE
                       AND PL-TBL-SUBSCORE(WS-PL-SUB) = ES-SUBSCORE
                       AND ES-SCORE NOT < PL-TBL-MIN-SCORE(WS-PL-SUB)
                   MOVE 'Y' TO PC-MET
                   MOVE PL-TBL-DESC(WS-PL-SUB) TO PC-RULE-DESC
                   MOVE 'Y' TO WS-ES-DONE
               END-IF
           END-PERFORM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-EXAM-CREDIT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  POSTS CREDIT BY EXAM FOR ONE TEST
      *          SCORE, FOR PROJ-SCORE-IMPORT AND PROJ-UPD-TESTSCORE.
      *          EVERY 'C' PLACEMENT RULE (PL-PLACE-TABLE) FOR THE
      *          SCORE'S TEST AND SUBSCORE THAT THE SCORE MEETS WRITES
      *          ONE ROW ON PROJ-TRANSFER.DAT (SEE TC-FILE-DESC) UNDER
      *          THE STUDENT'S NEXT TC-SEQ, THE SAME AS A COURSE KEYED
      *          ON PROJ-ADD-TRANSFER -- INSTITUTION 'CREDIT BY EXAM',
      *          THE TEST AND SUBSCORE AS THE EXTERNAL COURSE, THE
      *          RULE'S COURSE AS THE EQUIVALENT, THE RULE'S HOURS,
      *          GRADE 'CR'.  THE PREREQUISITE CHECKS, THE DEGREE
      *          AUDIT, THE TRANSCRIPT AND PROJ-GPA-UPDATE THEN TAKE
      *          IT LIKE ANY OTHER TRANSFER COURSE.  A COURSE THE
      *          STUDENT ALREADY HOLDS A TRANSFER ROW FOR (BY EXAM OR
      *          FROM ANOTHER SCHOOL) IS NOT CREDITED TWICE, SO A
      *          RETAKE OR A SECOND TEST COVERING THE SAME COURSE
      *          POSTS NOTHING MORE.  EC-POSTED-CNT COMES BACK WITH THE
      *          NUMBER OF ROWS WRITTEN AND EC-COURSES WITH UP TO FIVE
      *          OF THEIR COURSE CODES.  THE RULES ARE LOADED ON THE
      *          FIRST CALL AND KEPT FOR THE REST OF THE RUN; THE
      *          TRANSFER FILE IS OPENED AND CLOSED ON EACH CALL THAT
      *          HAS SOMETHING TO POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TC-FILE-DESC ASSIGN TO 'PROJ-TRANSFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TC-KEY
               FILE STATUS IS WS-TC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TC-FILE-DESC IS EXTERNAL RECORD CONTAINS 55 CHARACTERS.
           COPY TC-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-TC-STATUS              PIC XX.
       01  WS-TC-DONE                PIC X.
       01  WS-TC-HELD                PIC X.
       01  WS-NEXT-SEQ               PIC 9(2).
       01  WS-PL-LOADED              PIC X      VALUE 'N'.
       01  WS-PL-SUB                 PIC 9(2).
       01  WS-ANY-QUALIFY            PIC X.
       01  WS-CRS-POS                PIC 9(2).
       COPY PL-PLACE-TABLE.
       LINKAGE SECTION.
       01  EC-STU-NUM                PIC 9(9).
       01  EC-TEST-CODE              PIC X(4).
       01  EC-SUBSCORE               PIC X(4).
       01  EC-SCORE                  PIC 9(4).
       01  EC-POSTED-CNT             PIC 9.
       01  EC-COURSES                PIC X(30).
       PROCEDURE DIVISION USING EC-STU-NUM, EC-TEST-CODE, EC-SUBSCORE,
           EC-SCORE, EC-POSTED-CNT, EC-COURSES.
       100-MAIN-MODULE.
           MOVE ZERO TO EC-POSTED-CNT
           MOVE SPACES TO EC-COURSES
           IF WS-PL-LOADED = 'N'
               CALL 'PROJ-CODE-LOAD' USING PL-CODE-TBL-ID,
                   PL-CODE-TBL-SIZE, PL-CODE-TABLE
               MOVE 'Y' TO WS-PL-LOADED
           END-IF
           MOVE 'N' TO WS-ANY-QUALIFY
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > PL-CODE-TBL-SIZE
               PERFORM 150-TEST-RULE
               IF WS-TC-HELD = 'N'
                   MOVE 'Y' TO WS-ANY-QUALIFY
               END-IF
           END-PERFORM
           IF WS-ANY-QUALIFY = 'N'
               EXIT PROGRAM
           END-IF
           OPEN I-O TC-FILE-DESC
           IF WS-TC-STATUS = '35'
               OPEN OUTPUT TC-FILE-DESC
               CLOSE TC-FILE-DESC
               OPEN I-O TC-FILE-DESC
           END-IF
           PERFORM VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > PL-CODE-TBL-SIZE
               PERFORM 150-TEST-RULE
               IF WS-TC-HELD = 'N'
                   PERFORM 200-POST-ONE-COURSE
               END-IF
           END-PERFORM
           CLOSE TC-FILE-DESC
           EXIT PROGRAM.
       150-TEST-RULE.
      *    WS-TC-HELD COMES BACK 'N' ONLY FOR A CREDIT RULE THIS SCORE
      *    MEETS; ANY OTHER RULE IS TREATED AS ALREADY HELD.
           MOVE 'Y' TO WS-TC-HELD
           IF PL-TBL-KIND(WS-PL-SUB) = 'C'
                   AND PL-TBL-TEST(WS-PL-SUB) = EC-TEST-CODE
                   AND PL-TBL-SUBSCORE(WS-PL-SUB) = EC-SUBSCORE
                   AND EC-SCORE NOT < PL-TBL-MIN-SCORE(WS-PL-SUB)
                   AND PL-TBL-CRED-HR(WS-PL-SUB) > ZERO
               MOVE 'N' TO WS-TC-HELD
           END-IF.
       200-POST-ONE-COURSE.
      *    ONE PASS OVER THE STUDENT'S TRANSFER ROWS BOTH LOOKS FOR
      *    THE COURSE AND FINDS THE HIGHEST SEQUENCE, THE SAME
      *    FORWARD SCAN AS PROJ-ADD-TRANSFER'S 240-FIND-NEXT-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-TC-DONE
           MOVE EC-STU-NUM TO TC-STU-NUM
           MOVE ZEROS TO TC-SEQ
           START TC-FILE-DESC KEY IS NOT LESS THAN TC-KEY
               INVALID KEY MOVE 'Y' TO WS-TC-DONE
           END-START
           PERFORM UNTIL WS-TC-DONE = 'Y'
               READ TC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-TC-DONE
                   NOT AT END
                       IF TC-STU-NUM = EC-STU-NUM
                           MOVE TC-SEQ TO WS-NEXT-SEQ
                           IF TC-EQUIV-CODE = PL-TBL-COURSE(WS-PL-SUB)
                               MOVE 'Y' TO WS-TC-HELD
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-TC-DONE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TC-HELD = 'N' AND WS-NEXT-SEQ < 99
               ADD 1 TO WS-NEXT-SEQ
               MOVE SPACES TO TC-RECORD
               MOVE EC-STU-NUM TO TC-STU-NUM
               MOVE WS-NEXT-SEQ TO TC-SEQ
               MOVE PL-EXAM-INSTITUTION TO TC-INSTITUTION
               MOVE EC-TEST-CODE TO TC-EXT-COURSE(1:4)
               MOVE EC-SUBSCORE TO TC-EXT-COURSE(6:4)
               MOVE PL-TBL-COURSE(WS-PL-SUB) TO TC-EQUIV-CODE
               MOVE PL-TBL-CRED-HR(WS-PL-SUB) TO TC-HOURS
               MOVE PL-EXAM-GRADE TO TC-GRADE
               WRITE TC-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EC-POSTED-CNT < 5
                           COMPUTE WS-CRS-POS = EC-POSTED-CNT * 6 + 1
                           MOVE PL-TBL-COURSE(WS-PL-SUB)
                               TO EC-COURSES(WS-CRS-POS:6)
                       END-IF
                       IF EC-POSTED-CNT < 9
                           ADD 1 TO EC-POSTED-CNT
                       END-IF
               END-WRITE
           END-IF.

      *          THE EVENTS PROJ-MID-DEFIC QUEUES (TABLE NOW 9
      *          ENTRIES) -- CQ-VAR-DATA LISTS THE DEFICIENT
      *          COURSES.
      *20261015  THE LETTER TEMPLATES NOW COME FROM PROJ-CODE-LOAD
      *          (BUILT-IN LIST PLUS THE ROWS IN EFFECT ON
      *          PROJ-CODE-PARM.DAT) INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  FACULTY LETTERS.  THE 'ICON' PAY CONTRACT AND 'ICXL'
      *          CONTRACT CANCELLATION EVENTS PROJ-FAC-PAY AND
      *          PROJ-CANCEL-SECTION QUEUE CARRY AN INSTRUCTOR ID IN
      *          CQ-STU-NUM -- THOSE ARE MERGED WITH THE INSTRUCTOR
      *          MASTER'S NAME AND DEPARTMENT AND PRINTED FOR CAMPUS
      *          MAIL INSTEAD OF LOOKED UP AS A STUDENT.
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).  THE 'IGRD' MISSING FINAL GRADE REMINDERS
      *          PROJ-GRADE-MONITOR QUEUES ARE INSTRUCTOR LETTERS TOO;
      *          ONE FOR AN INSTRUCTOR WITH AN INSTR-EMAIL ON FILE IS
      *          RENDERED INTO THE CQ-EMAIL.DAT SPOOL INSTEAD OF
      *          PRINTED FOR CAMPUS MAIL.
      *20261015  CART RESULTS.  PROJ-ENR-BATCH QUEUES ONE 'CART' EVENT
      *          PER REGISTRATION CART LINE, ALL TOGETHER; THE EVENTS
      *          FOLLOWING THE FIRST FOR THE SAME STUDENT ARE FOLDED
      *          INTO THE ONE LETTER OR EMAIL AS MORE FILL-IN LINES
      *          (330-FOLD-CART-LINES).  EACH STILL GETS ITS OWN
      *          HISTORY ROW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT INSTR-FILE ASSIGN TO 'PROJ-INSTRUCTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-IN-STATUS.
           SELECT LETTER-FILE ASSIGN TO 'CQ-LETTERS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEEDS-ADDR-FILE ASSIGN TO 'SF-NEEDS-ADDR.RPT'
       FD  HIST-FILE
           DATA RECORD IS HIST-REC.
       01  HIST-REC                  PIC X(60).
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  LETTER-FILE
           DATA RECORD IS LETTER-REC.
       01  LETTER-REC                PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-CQ-STATUS              PIC XX.
       01  WS-HI-STATUS              PIC XX.
       01  WS-IN-STATUS              PIC XX.
       01  WS-IN-ON-FILE             PIC X      VALUE 'N'.
       01  NO-MORE-EVENTS            PIC X      VALUE 'N'.
       01  WS-PRINTED-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-TPL-FOUND              PIC X.
       01  WS-EM-STATUS              PIC XX.
       01  WS-CHANNEL                PIC X.
       01  WS-EMAILED-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-HELD-EVENT             PIC X      VALUE 'N'.
       01  WS-FOLD-DONE              PIC X.
       01  WS-FOLD-CHANNEL           PIC X.
       01  WS-NEXT-LINE.
           05  WS-NEXT-STU-NUM       PIC 9(9).
           05  WS-NEXT-CODE          PIC X(4).
           05  WS-NEXT-DATE          PIC 9(6).
           05  WS-NEXT-VAR           PIC X(40).
       01  WS-HIST-LINE.
           05  WS-HIST-EVENT         PIC X(59).
           05  WS-HIST-CHANNEL       PIC X.
           05                        PIC X(1)   VALUE SPACES.
           05  AL-ZIP-OUT            PIC X(9).
           05                        PIC X(30)  VALUE SPACES.
       01  INSTR-NAME-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  IL-NAME-OUT           PIC X(10).
           05                        PIC X(48)  VALUE SPACES.
       01  INSTR-DEPT-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(11)  VALUE 'DEPARTMENT '.
           05  IL-DEPT-OUT           PIC X(10).
           05                        PIC X(37)  VALUE SPACES.
       01  CAMPUS-MAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(11)  VALUE 'CAMPUS MAIL'.
           05                        PIC X(47)  VALUE SPACES.
       01  BODY-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  BL-TEXT-OUT           PIC X(50).
               OPEN OUTPUT HIST-FILE
           END-IF
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT INSTR-FILE
           IF WS-IN-STATUS = '35'
               MOVE 'N' TO WS-IN-ON-FILE
           ELSE
               MOVE 'Y' TO WS-IN-ON-FILE
           END-IF
           OPEN OUTPUT LETTER-FILE
           PERFORM 050-LOAD-LETTER-TABLE
           DISPLAY 'PROJ-LETTER-PRINT STARTING'
           PERFORM UNTIL NO-MORE-EVENTS = 'Y'
               IF WS-HELD-EVENT = 'Y'
                   MOVE 'N' TO WS-HELD-EVENT
                   MOVE WS-NEXT-LINE TO CQ-LINE
                   PERFORM 200-PRINT-ONE-LETTER
               ELSE
                   READ QUEUE-FILE INTO CQ-LINE
                       AT END MOVE 'Y' TO NO-MORE-EVENTS
                       NOT AT END PERFORM 200-PRINT-ONE-LETTER
                   END-READ
               END-IF
           END-PERFORM
           CLOSE QUEUE-FILE
           OPEN OUTPUT QUEUE-FILE
           CLOSE HIST-FILE
                 SF-FILE-DESC
                 LETTER-FILE
           IF WS-IN-ON-FILE = 'Y'
               CLOSE INSTR-FILE
           END-IF
           EXIT PROGRAM.
       050-LOAD-LETTER-TABLE.
      *    THE LETTER TEMPLATES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING LT-CODE-TBL-ID,
               LT-CODE-TBL-SIZE, LT-CODE-TABLE.
       200-PRINT-ONE-LETTER.
           IF CQ-LETTER-CODE = 'ICON' OR CQ-LETTER-CODE = 'ICXL'
                   OR CQ-LETTER-CODE = 'IGRD'
               PERFORM 400-PRINT-INSTR-LETTER
           ELSE
               PERFORM 210-PRINT-STUDENT-LETTER
           END-IF.
       210-PRINT-STUDENT-LETTER.
           MOVE CQ-STU-NUM TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   DISPLAY 'SKIPPED - UNKNOWN STUDENT ' CQ-STU-NUM
               NOT INVALID KEY
                   IF SF-MAIL-PREF = 'E' AND SF-EMAIL NOT = SPACES
                       MOVE SF-EMAIL TO ET-EMAIL-OUT
                       PERFORM 350-RENDER-EMAIL
                   ELSE
                   IF SF-BAD-ADDR = 'Y'
           MOVE SF-STATE TO AL-STATE-OUT
           MOVE SF-ZIP TO AL-ZIP-OUT
           WRITE LETTER-REC FROM ADDR-LINE-2 AFTER 1
           PERFORM 320-BODY-AND-REGISTER.
       320-BODY-AND-REGISTER.
      *    THE TEMPLATE BODY, HISTORY ROW AND REGISTER LINE, SHARED BY
      *    THE STUDENT AND INSTRUCTOR ADDRESS BLOCKS.
           WRITE LETTER-REC FROM BLANK-LINE AFTER 1
           MOVE 'N' TO WS-TPL-FOUND
           PERFORM VARYING LT-CODE-IDX FROM 1 BY 1
                   WRITE LETTER-REC FROM BODY-LINE AFTER 1
                   MOVE CQ-VAR-DATA TO VL-VAR-OUT
                   WRITE LETTER-REC FROM VAR-LINE AFTER 1
                   IF CQ-LETTER-CODE = 'CART'
                       MOVE 'P' TO WS-FOLD-CHANNEL
                       PERFORM 330-FOLD-CART-LINES
                   END-IF
                   MOVE LT-TBL-TEXT-2(LT-CODE-IDX) TO BL-TEXT-OUT
                   WRITE LETTER-REC FROM BODY-LINE AFTER 1
               END-IF
           MOVE CQ-DATE TO RG-DATE-OUT
           WRITE LETTER-REC FROM REGISTER-LINE AFTER 2
           ADD 1 TO WS-PRINTED-CNT.
       330-FOLD-CART-LINES.
      *    THE CART RESULTS ARE ONE EVENT PER CART LINE, QUEUED
      *    TOGETHER.  THE 'CART' EVENTS RIGHT BEHIND THIS ONE FOR THE
      *    SAME STUDENT BECOME MORE FILL-IN LINES OF THIS LETTER (OR
      *    EMAIL, PER WS-FOLD-CHANNEL); THE FIRST EVENT THAT DOESN'T
      *    BELONG IS HELD FOR THE MAIN LOOP.
           MOVE 'N' TO WS-FOLD-DONE
           PERFORM UNTIL WS-FOLD-DONE = 'Y'
               READ QUEUE-FILE INTO WS-NEXT-LINE
                   AT END
                       MOVE 'Y' TO NO-MORE-EVENTS
                       MOVE 'Y' TO WS-FOLD-DONE
                   NOT AT END
                       IF WS-NEXT-CODE = 'CART'
                               AND WS-NEXT-STU-NUM = CQ-STU-NUM
                           IF WS-FOLD-CHANNEL = 'E'
                               MOVE WS-NEXT-VAR TO EMAIL-REC
                               WRITE EMAIL-REC
                           ELSE
                               MOVE WS-NEXT-VAR TO VL-VAR-OUT
                               WRITE LETTER-REC FROM VAR-LINE AFTER 1
                           END-IF
                           MOVE WS-NEXT-LINE TO WS-HIST-EVENT
                           MOVE WS-FOLD-CHANNEL TO WS-HIST-CHANNEL
                           WRITE HIST-REC FROM WS-HIST-LINE
                       ELSE
                           MOVE 'Y' TO WS-HELD-EVENT
                           MOVE 'Y' TO WS-FOLD-DONE
                       END-IF
               END-READ
           END-PERFORM.
       350-RENDER-EMAIL.
      *    THE SAME TEMPLATE, RENDERED INTO THE OUTBOUND SPOOL THE
      *    MAIL GATEWAY DRAINS -- A TO LINE, A SUBJECT CARRYING THE
      *    LETTER CODE, THE TWO BODY LINES WITH THE EVENT'S FILL-IN
      *    TEXT BETWEEN THEM, AND A BLANK SEPARATOR.  THE CALLER HAS
      *    PUT THE ADDRESS IN ET-EMAIL-OUT.
           OPEN EXTEND EMAIL-FILE
           IF WS-EM-STATUS = '35'
               OPEN OUTPUT EMAIL-FILE
           END-IF
           WRITE EMAIL-REC FROM EMAIL-TO-LINE
           MOVE CQ-LETTER-CODE TO ES-CODE-OUT
           WRITE EMAIL-REC FROM EMAIL-SUBJ-LINE
                   WRITE EMAIL-REC
                   MOVE CQ-VAR-DATA TO EMAIL-REC
                   WRITE EMAIL-REC
                   IF CQ-LETTER-CODE = 'CART'
                       MOVE 'E' TO WS-FOLD-CHANNEL
                       PERFORM 330-FOLD-CART-LINES
                   END-IF
                   MOVE LT-TBL-TEXT-2(LT-CODE-IDX) TO EMAIL-REC
                   WRITE EMAIL-REC
               END-IF
           MOVE CQ-LINE TO WS-HIST-EVENT
           MOVE WS-CHANNEL TO WS-HIST-CHANNEL
           WRITE HIST-REC FROM WS-HIST-LINE.
       400-PRINT-INSTR-LETTER.
      *    FACULTY PAY LETTERS GO THROUGH CAMPUS MAIL TO THE
      *    INSTRUCTOR'S DEPARTMENT -- THERE IS NO HOME ADDRESS ON THE
      *    INSTRUCTOR MASTER.  A GRADE REMINDER GOES TO THE CAMPUS
      *    EMAIL ADDRESS INSTEAD WHEN ONE IS ON FILE.
           IF WS-IN-ON-FILE = 'N'
               DISPLAY 'SKIPPED - UNKNOWN INSTRUCTOR ' CQ-STU-NUM
           ELSE
               MOVE CQ-STU-NUM TO INSTR-ID
               READ INSTR-FILE
                   INVALID KEY
                       DISPLAY 'SKIPPED - UNKNOWN INSTRUCTOR '
                           CQ-STU-NUM
                   NOT INVALID KEY
                       IF CQ-LETTER-CODE = 'IGRD'
                               AND INSTR-EMAIL NOT = SPACES
                               AND INSTR-EMAIL NOT = LOW-VALUES
                           MOVE INSTR-EMAIL TO ET-EMAIL-OUT
                           PERFORM 350-RENDER-EMAIL
                       ELSE
                           PERFORM 410-CAMPUS-MAIL-LETTER
                       END-IF
               END-READ
           END-IF.
       410-CAMPUS-MAIL-LETTER.
           MOVE INSTR-NAME TO IL-NAME-OUT
           WRITE LETTER-REC FROM INSTR-NAME-LINE AFTER PAGE
           MOVE INSTR-DEPT TO IL-DEPT-OUT
           WRITE LETTER-REC FROM INSTR-DEPT-LINE AFTER 1
           WRITE LETTER-REC FROM CAMPUS-MAIL-LINE AFTER 1
           PERFORM 320-BODY-AND-REGISTER.

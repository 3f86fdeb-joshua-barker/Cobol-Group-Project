      *          THE SAME CHANGE NEVER SENDS TWICE.  A STUDENT NEVER
      *          REPORTED BEFORE SENDS THEIR FIRST STATUS WITH OLD
      *          STATUS SPACES.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  A STUDENT ON AN APPROVED LEAVE OF ABSENCE (SEE
      *          LV-FILE-DESC) WITH NO SEATED HOURS NOW REPORTS 'A'
      *          APPROVED LEAVE INSTEAD OF WITHDRAWN.  ONCE
      *          PROJ-LOA-RETURN CONVERTS AN UNRETURNED LEAVE THE
      *          STUDENT REPORTS WITHDRAWN AS BEFORE.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  TERM HOURS ARE THE STUDENT'S OWN HOURS ON THE
      *          ENROLLMENT NODE (RF-CRED-HR), FALLING BACK TO
      *          CS-CRED-HR ON OLDER NODES (VARIABLE-CREDIT SECTIONS).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS RANDOM
               RECORD KEY IS NS-STU-NUM
               FILE STATUS IS WS-NS-STATUS.
           SELECT LV-FILE-DESC ASSIGN TO 'PROJ-LOA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LV-STU-NUM
               FILE STATUS IS WS-LV-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'NSLDS-EXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  NS-FILE-DESC IS EXTERNAL RECORD CONTAINS 20 CHARACTERS.
           COPY NS-FILE-DESC.
       FD  LV-FILE-DESC IS EXTERNAL RECORD CONTAINS 100 CHARACTERS.
           COPY LV-FILE-DESC.
       FD  EXTRACT-FILE
           DATA RECORD IS EXTRACT-REC.
       01  EXTRACT-REC               PIC X(32).
       WORKING-STORAGE SECTION.
       01  WS-NODE-HRS               PIC 99.
       01  WS-NS-STATUS              PIC XX.
       01  WS-LV-STATUS              PIC XX.
       01  WS-LV-ON-FILE             PIC X      VALUE 'N'.
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-TODAY                  PIC 9(6).
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT SF-FILE-DESC
                      EF-FILE-DES
                      CS-SECT
               CLOSE NS-FILE-DESC
               OPEN I-O NS-FILE-DESC
           END-IF
           OPEN INPUT LV-FILE-DESC
           IF WS-LV-STATUS = '35'
               MOVE 'N' TO WS-LV-ON-FILE
           ELSE
               MOVE 'Y' TO WS-LV-ON-FILE
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           DISPLAY 'PROJ-NSLDS-EXTRACT STARTING'
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
                 CS-SECT
                 NS-FILE-DESC
                 EXTRACT-FILE
           IF WS-LV-ON-FILE = 'Y'
               CLOSE LV-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-CHECK-ONE-STUDENT.
           PERFORM 300-DERIVE-STATUS
               MOVE 'L' TO WS-CURR-STATUS
           ELSE
               MOVE 'W' TO WS-CURR-STATUS
           END-IF
           END-IF
           END-IF
           IF WS-CURR-STATUS = 'W' AND WS-LV-ON-FILE = 'Y'
               PERFORM 320-CHECK-LEAVE
           END-IF.
       310-SCORE-EF-NODE.
           IF RF-TERM = CURRENT-TERM AND RF-STATUS = 'E'
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CS-CRED-HR TO WS-NODE-HRS
                       IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                           MOVE RF-CRED-HR TO WS-NODE-HRS
                       END-IF
                       ADD WS-NODE-HRS TO WS-TERM-CRED-HR
               END-READ
           END-IF.
       320-CHECK-LEAVE.
      *    AN APPROVED LEAVE, STILL OPEN AND ALREADY BEGUN.
           MOVE SF-STU-NUM TO LV-STU-NUM
           READ LV-FILE-DESC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LV-APPROVED = 'Y' AND LV-STATUS = 'A'
                           AND LV-START-DATE NOT > WS-TODAY-CCYYMMDD
                       MOVE 'A' TO WS-CURR-STATUS
                   END-IF
           END-READ.
       400-REPORT-THE-CHANGE.
           MOVE SF-STU-NUM TO EX-STU-NUM
           MOVE SF-SSN TO EX-SSN

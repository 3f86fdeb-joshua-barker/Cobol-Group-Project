      *          THEN A PROJ-STU-INQUIRY-STYLE DETAIL BLOCK PER
      *          ADVISEE (CURRENT-TERM SCHEDULE OFF THE CHAIN) SO AN
      *          ADVISOR CAN PREP FOR APPOINTMENTS FROM ONE PRINTOUT.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  INSTRUCTOR FD NOW 52 BYTES (RANK, CONTRACT TYPE, PAY
      *          RATE AND CONTRACTED LOAD ADDED).
      *20261015  A STUDENT ON AN APPROVED LEAVE OF ABSENCE (SEE
      *          LV-FILE-DESC) STAYS ON THE ADVISOR'S CASELOAD WITH A
      *          NOTE LINE GIVING THE EXPECTED RETURN TERM.
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CRN.
           SELECT LV-FILE-DESC ASSIGN TO 'PROJ-LOA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LV-STU-NUM
               FILE STATUS IS WS-LV-STATUS.
           SELECT LOAD-REPORT ASSIGN TO 'SF-ADVISE-LOAD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  LV-FILE-DESC IS EXTERNAL RECORD CONTAINS 100 CHARACTERS.
           COPY LV-FILE-DESC.
       FD  LOAD-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(57).
       01  NO-MORE-STUDENTS          PIC X.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-ADVISEE-CNT            PIC 9(4).
       01  WS-LV-STATUS              PIC XX.
       01  WS-LV-ON-FILE             PIC X      VALUE 'N'.
       01  WS-ON-LEAVE               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-TODAY-CCYYMMDD         PIC 9(8).
       COPY CURRENT-TERM.
       01  ADVISOR-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(1)     VALUE SPACES.
           05 SCH-DESC-OUT           PIC X(10).
           05                        PIC X(26)    VALUE SPACES.
       01  LEAVE-LINE.
           05                        PIC X(8)     VALUE SPACES.
           05                        PIC X(32)    VALUE
               'ON APPROVED LEAVE - RETURN TERM '.
           05 LV-RETURN-OUT          PIC X(6).
           05                        PIC X(11)    VALUE SPACES.
       01  COUNT-LINE.
           05                        PIC X(4)     VALUE SPACES.
           05                        PIC X(10)    VALUE 'ADVISEES: '.
           05                        PIC X(39)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT INSTR-FILE
                      SF-FILE-DESC
                      EF-FILE-DES
                      CS-SECT
           OPEN INPUT LV-FILE-DESC
           IF WS-LV-STATUS = '35'
               MOVE 'N' TO WS-LV-ON-FILE
           ELSE
               MOVE 'Y' TO WS-LV-ON-FILE
           END-IF
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-TODAY
           OPEN OUTPUT LOAD-REPORT
           DISPLAY 'PROJ-ADVISE-LOAD STARTING'
           MOVE ZEROS TO INSTR-ID
                 EF-FILE-DES
                 CS-SECT
                 LOAD-REPORT
           IF WS-LV-ON-FILE = 'Y'
               CLOSE LV-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-LOAD-ONE-ADVISOR.
      *    FULL KEYED SWEEP OF THE STUDENT MASTER PER ADVISOR, SAME
                   AT END MOVE 'Y' TO NO-MORE-STUDENTS
                   NOT AT END
                       IF SF-ADVISOR-ID = INSTR-ID
                           PERFORM 250-CHECK-LEAVE
                           IF SF-ACTIVE-FLAG = 'A' OR WS-ON-LEAVE = 'Y'
                               PERFORM 300-PRINT-ONE-ADVISEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ADVISEE-CNT TO CNT-OUT
           WRITE REPORT-REC FROM COUNT-LINE AFTER 2.
       250-CHECK-LEAVE.
      *    AN ADVISEE ON AN APPROVED, OPEN LEAVE KEEPS THE ADVISOR.
           MOVE 'N' TO WS-ON-LEAVE
           IF WS-LV-ON-FILE = 'Y'
               MOVE SF-STU-NUM TO LV-STU-NUM
               READ LV-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LV-APPROVED = 'Y' AND LV-STATUS = 'A'
                               AND LV-START-DATE NOT > WS-TODAY-CCYYMMDD
                           MOVE 'Y' TO WS-ON-LEAVE
                       END-IF
               END-READ
           END-IF.
       300-PRINT-ONE-ADVISEE.
           ADD 1 TO WS-ADVISEE-CNT
           MOVE SF-STU-NUM TO STU-OUT
           MOVE SF-CRED-HR-EARN TO HOURS-OUT
           MOVE SF-MAJOR-CODE TO MAJOR-OUT
           WRITE REPORT-REC FROM ADVISEE-LINE AFTER 2
           IF WS-ON-LEAVE = 'Y'
               MOVE LV-RETURN-TERM TO LV-RETURN-OUT
               WRITE REPORT-REC FROM LEAVE-LINE AFTER 1
           END-IF
           PERFORM 400-PRINT-SCHEDULE.
       400-PRINT-SCHEDULE.
      *    CURRENT-TERM SEATED SCHEDULE OFF THE CHAIN, THE SAME DETAIL

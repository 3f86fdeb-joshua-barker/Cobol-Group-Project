      *          STUDENT GOES ON THE SF-NEEDS-ADDR.RPT WORKLIST
      *          INSTEAD OF PRINTING A PAGE THE POST OFFICE WILL
      *          ONLY SEND BACK.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  THE GRADE POINTS NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  CATALOG FD NOW 58 BYTES (CG-EQUIP-NEEDS ADDED).
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  TERM HOURS, QUALITY POINTS AND EACH COURSE LINE'S
      *          HOURS ARE THE STUDENT'S OWN HOURS ON THE ENROLLMENT
      *          NODE (RF-CRED-HR), FALLING BACK TO CS-CRED-HR ON OLDER
      *          NODES (VARIABLE-CREDIT SECTIONS).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-NA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  CG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
           COPY CG-CAT-DESC.
       FD  MAILER-FILE
           DATA RECORD IS MAIL-REC.
           DATA RECORD IS NEEDS-ADDR-REC.
       01  NEEDS-ADDR-REC            PIC X(56).
       WORKING-STORAGE SECTION.
       01  WS-NODE-HRS               PIC 99.
       01  WS-CG-STATUS              PIC XX.
       01  WS-CG-ON-FILE             PIC X      VALUE 'N'.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
           05                        PIC X(20)  VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT SF-FILE-DESC
                      EF-FILE-DES
                      CS-SECT
           END-IF
           EXIT PROGRAM.
       050-LOAD-GRADE-TABLE.
      *    THE GRADE POINTS COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING GR-POINT-TBL-ID,
               GR-POINT-TBL-SIZE, GR-POINT-TABLE.
       200-MAIL-ONE-STUDENT.
      *    TWO PASSES OVER THE CHAIN -- THE FIRST DECIDES WHETHER ANY
      *    CURRENT-TERM GRADES EXIST AND TOTALS THE GPA, THE SECOND
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CS-CRED-HR TO WS-NODE-HRS
                       IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                           MOVE RF-CRED-HR TO WS-NODE-HRS
                       END-IF
                       IF WS-PASS = '1'
                           PERFORM 320-TALLY-THE-NODE
                       ELSE
                   END-IF
               END-PERFORM
               IF WS-GRADE-FOUND = 'Y'
                   ADD WS-NODE-HRS TO WS-TERM-HOURS
                   COMPUTE WS-QUALITY-PTS =
                       WS-QUALITY-PTS +
                       (WS-NODE-HRS * WS-GRADE-POINTS)
               END-IF
           END-IF.
       330-PRINT-THE-NODE.
                   NOT INVALID KEY MOVE CG-TITLE TO CL-TITLE-OUT
               END-READ
           END-IF
           MOVE WS-NODE-HRS TO CL-HR-OUT
           MOVE RF-GRADE TO CL-GRADE-OUT
           WRITE MAIL-REC FROM COURSE-LINE AFTER 1.
       400-PRINT-THE-PAGE.

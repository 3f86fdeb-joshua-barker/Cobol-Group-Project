      *20260809  310-SCORE-EF-NODE NOW ALSO REQUIRES RF-STATUS = 'E' SO
      *          A WAITLISTED ('W') CRN NO LONGER COUNTS TOWARD A
      *          STUDENT'S FULL-TIME CREDIT HOURS.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  VARIABLE-CREDIT SECTIONS.  TERM HOURS ARE THE
      *          STUDENT'S OWN HOURS ON THE ENROLLMENT NODE
      *          (RF-CRED-HR), FALLING BACK TO CS-CRED-HR ON OLDER
      *          NODES.  CLASS SECTION FD NOW 81 BYTES AND ENROLLMENT
      *          FD NOW 48 BYTES.
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS CS-CRN.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-STU-COUNT              PIC 9(5)   VALUE ZEROS.
       01  WS-FT-HOUR-MIN            PIC 9(3)   VALUE 12.
       01  WS-TERM-CRED-HR           PIC 9(3).
       01  WS-NODE-HRS               PIC 99.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN I-O SF-FILE-DESC
           OPEN INPUT EF-FILE-DES
                      CS-SECT
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   NOT INVALID KEY
                       MOVE CS-CRED-HR TO WS-NODE-HRS
                       IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                           MOVE RF-CRED-HR TO WS-NODE-HRS
                       END-IF
                       ADD WS-NODE-HRS TO WS-TERM-CRED-HR
               END-READ
           END-IF.

      *          (THE PROJ-FT-STATUS WALK), AND SF-FT-PT-FLAG, WITH A
      *          BELOW-FULL-TIME MARKER ON ANY STUDENT THE CERTIFYING
      *          OFFICER HAS DAYS, NOT MONTHS, TO REPORT.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
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
       FILE SECTION.
       FD  IN-FILE-DESC IS EXTERNAL RECORD CONTAINS 42 CHARACTERS.
           COPY IN-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  INTL-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(70).
       WORKING-STORAGE SECTION.
       01  WS-NODE-HRS               PIC 99.
       01  WS-IN-STATUS              PIC XX.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT IN-FILE-DESC
           IF WS-IN-STATUS = '35'
               DISPLAY 'PROJ-INTL-REPORT: NO TRACKING FILE ON HAND'
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

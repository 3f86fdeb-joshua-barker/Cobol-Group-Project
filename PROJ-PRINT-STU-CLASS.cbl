      *          WAITLIST STATUS AND WAS LETTING A STUDENT'S WAITLISTED
      *          ('W') CLASSES PRINT AS PART OF THEIR CONFIRMED CURRENT
      *          SCHEDULE.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  THE HOURS PRINTED ARE THE STUDENT'S OWN ON THE
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
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  STU-CLASS-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                  PIC X(70).
       WORKING-STORAGE SECTION.
       01  WS-NODE-HRS                 PIC 99.
       01  NO-MORE-STUDENTS            PIC X      VALUE 'N'.
       01  X                           PIC 9(5).
       01  WS-CLASS-COUNT              PIC 9(3).
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN INPUT SF-FILE-DESC
                      EF-FILE-DES
                      CS-SECT
           MOVE CS-CRN TO CRN-OUT
           MOVE CS-CRS-CODE TO CRS-CODE-OUT
           MOVE CS-DESC TO DESC-OUT
           MOVE CS-CRED-HR TO WS-NODE-HRS
           IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
               MOVE RF-CRED-HR TO WS-NODE-HRS
           END-IF
           MOVE WS-NODE-HRS TO CRED-HR-OUT
           MOVE RF-OPERATOR-ID TO OPERATOR-ID-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT

      *          PATTERN CAN DOUBLE-BOOK A ROOM JUST LIKE A PRIMARY
      *          ONE; TWO ENTRIES OF THE SAME CRN NEVER CONFLICT WITH
      *          EACH OTHER.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-CM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD CONFLICT-REPORT
          DATA RECORD IS REPORT-REC.
            VALUE "NO SCHEDULE CONFLICTS WERE FOUND".
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN INPUT CS-FILE-DESC
           OPEN INPUT CM-FILE-DESC
           IF WS-CM-STATUS = "35"

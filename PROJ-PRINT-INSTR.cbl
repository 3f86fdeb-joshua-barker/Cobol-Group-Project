      *          PROJ-PRINT-ROSTER'S PER-CLASS ENROLLMENT SCAN.  ANY
      *          SECTION LEFT WITH CS-INSTR-ID OF ZERO IS LISTED LAST
      *          UNDER AN "UNASSIGNED" HEADING SO NOTHING GETS LOST.
      *20261015  INSTRUCTOR FD NOW 52 BYTES (RANK, CONTRACT TYPE, PAY
      *          RATE AND CONTRACTED LOAD ADDED).
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).
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
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  CLASS-FILE IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  INSTR-REPORT
           DATA RECORD IS REPORT-REC.

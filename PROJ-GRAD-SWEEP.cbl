      *          ON THE CORRESPONDENCE QUEUE FOR ADVISOR OUTREACH.
      *          AN UNMET COURSE REQUIREMENT IS COSTED AT ITS CATALOG
      *          CREDIT HOURS (THREE WHEN THE COURSE HAS NO ROW).
      *20261015  THE GRADE POINTS NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  CATALOG FD NOW 58 BYTES (CG-EQUIP-NEEDS ADDED).
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
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
       COPY EF-REC.
       FD CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD CG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
       COPY CG-CAT-DESC.
       FD DR-FILE-DESC IS EXTERNAL RECORD CONTAINS 22 CHARACTERS.
       COPY DR-REQ-DESC.
           END-IF
           EXIT PROGRAM.
       050-LOAD-GRADE-TABLE.
      *    THE GRADE POINTS COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING GR-POINT-TBL-ID,
               GR-POINT-TBL-SIZE, GR-POINT-TABLE.
       200-SWEEP-ONE-STUDENT.
           MOVE SF-CATALOG-TERM TO WS-TERM-IN
           PERFORM 700-TERM-TO-NUM

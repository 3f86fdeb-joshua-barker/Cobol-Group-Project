      *20260902  A MEETING DATE THAT LANDS ON A CAMPUS-HOLIDAY.DAT
      *          CLOSURE NOW DRAWS A WARNING BEFORE ANY MARKS KEY --
      *          THANKSGIVING STOPS COLLECTING ABSENCES.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
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
       FILE SECTION.
       FD  AT-FILE-DESC IS EXTERNAL RECORD CONTAINS 27 CHARACTERS.
           COPY AT-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  HY-FILE-DESC IS EXTERNAL RECORD CONTAINS 32 CHARACTERS.
           COPY HY-FILE-DESC.
          05 LINE 5 COLUMN 27 PIC 9(8) TO WS-MTG-DATE.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
           OPEN I-O AT-FILE-DESC
           IF WS-AT-STATUS = '35'
               OPEN OUTPUT AT-FILE-DESC

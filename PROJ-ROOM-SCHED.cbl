      *          SECTION'S EXTRA CS-MEET.DAT ROWS (SEE CM-FILE-DESC)
      *          AS WELL AS ITS PRIMARY BLOCK, EACH AGAINST ITS OWN
      *          ROOM -- THE LAB HOURS STOP LOOKING FREE.
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
       FILE SECTION.
       FD  RM-FILE-DESC IS EXTERNAL RECORD CONTAINS 25 CHARACTERS.
           COPY RM-ROOM-DESC.
       FD  CLASS-FILE IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  SCHED-REPORT
           DATA RECORD IS REPORT-REC.
       01  WS-CELLS-BUILD            PIC X(50).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN INPUT RM-FILE-DESC
           IF WS-RM-STATUS = '35'
               DISPLAY 'PROJ-ROOM-SCHED: NO ROOM MASTER ON FILE'

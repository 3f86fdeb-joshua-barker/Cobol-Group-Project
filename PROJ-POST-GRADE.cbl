      *          GRADES 'AU' REGARDLESS OF THE LETTER KEYED -- AN
      *          AUDITOR ISN'T TAKING THE FINAL, AND THE 'AU' NEVER
      *          MATCHES GR-POINT-TABLE SO THE GPA STAYS CLEAN.
      *20261015  CURRENT-TERM NOW COMES FROM THE INSTRUCTIONAL TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  A SEAT ALREADY STAMPED 'NR' BY PROJ-GRADE-MONITOR IS
      *          SKIPPED ON THE FINAL PASS -- A GRADE THAT LATE GOES
      *          THROUGH PROJ-GRADE-CHANGE (REASON 'LG') SO IT LEAVES
      *          A HISTORY LINE.
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
               FILE STATUS IS WS-EX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
       COPY EF-REC.
       FD STUDENT-FILE IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD CLASS-FILE IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
          05 BLANK SCREEN.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-INSTR-TERM TO CURRENT-TERM
       OPEN INPUT STUDENT-FILE
                  CLASS-FILE
       OPEN I-O ENROLLMENT-FILE
                               MOVE WS-GRADE TO RF-MIDTERM-GRADE
                               REWRITE ENR-REC
                           END-IF
                       ELSE IF RF-GRADE = 'NR'
                           DISPLAY WS-NAME ' -- GRADE: NR -- PAST THE '
                               'DEADLINE, USE GRADE CHANGE'
                       ELSE
                           DISPLAY WS-NAME ' -- GRADE: ' RF-GRADE
                           DISPLAY 'ENTER GRADE (OR ** TO LEAVE AS '
                               REWRITE ENR-REC
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF
           ADD 1 TO ENR-KEY.

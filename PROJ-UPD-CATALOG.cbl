      *          ROW TAKES CG-EFF-TERM = CURRENT-TERM -- CONTINUING
      *          STUDENTS' CATALOG YEARS STOP BEING REWRITTEN OUT
      *          FROM UNDER THEM.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  ADDED CG-DEG-CREDIT TO THE SCREEN, CARVED FROM THE
      *          CATALOG ROW'S FILLER -- 'N' MARKS A COURSE THAT COUNTS
      *          TOWARD NO DEGREE, WHICH THE VA CERTIFICATION LEAVES
      *          OUT OF THE CERTIFIED HOURS.
      *20261015  ADDED CG-EQUIP-NEEDS TO THE SCREEN (CG-RECORD NOW 58
      *          BYTES, CH-RECORD 64) -- THE ROOM EQUIPMENT EVERY
      *          SECTION OF THE COURSE NEEDS, Y/N IN RM-EQUIP-FLAGS
      *          ORDER, FOR PROJ-ROOM-ASSIGN'S ROOM PROPOSALS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-CH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
           COPY CG-CAT-DESC.
       FD  CH-FILE-DESC IS EXTERNAL RECORD CONTAINS 64 CHARACTERS.
           COPY CH-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-CG-STATUS              PIC XX.
       01  WS-TMP-PREREQ             PIC X(6).
       01  WS-TMP-LAB-FEE            PIC 9(3)V99.
       01  WS-TMP-COREQ              PIC X(6).
       01  WS-TMP-DEG-CREDIT         PIC X.
       01  WS-TMP-EQUIP-NEEDS        PIC X(4).
       01  WS-CH-STATUS              PIC XX.
       COPY CURRENT-TERM.
       01  WS-ROW-ON-FILE            PIC X.
          05 LINE 13 COLUMN 1 VALUE
                  'CO-REQUISITE COURSE CODE (BLANK=NONE): '.
          05 LINE 13 COLUMN 41 PIC X(6) USING WS-TMP-COREQ.
          05 LINE 15 COLUMN 1 VALUE
                  'COUNTS TOWARD A DEGREE (Y/N): '.
          05 LINE 15 COLUMN 41 PIC X USING WS-TMP-DEG-CREDIT.
          05 LINE 17 COLUMN 1 VALUE
                  'ROOM NEEDS Y/N (LAB,PROJ,COMP,ACCESS): '.
          05 LINE 17 COLUMN 41 PIC X(4) USING WS-TMP-EQUIP-NEEDS.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           OPEN I-O CG-FILE-DESC
           IF WS-CG-STATUS = '35'
               OPEN OUTPUT CG-FILE-DESC
                   MOVE SPACES TO WS-TMP-PREREQ
                   MOVE ZEROS TO WS-TMP-LAB-FEE
                   MOVE SPACES TO WS-TMP-COREQ
                   MOVE 'Y' TO WS-TMP-DEG-CREDIT
                   MOVE 'NNNN' TO WS-TMP-EQUIP-NEEDS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   PERFORM 250-PARK-OLD-VERSION
                   MOVE CG-PREREQ TO WS-TMP-PREREQ
                   MOVE CG-LAB-FEE TO WS-TMP-LAB-FEE
                   MOVE CG-COREQ TO WS-TMP-COREQ
                   MOVE CG-DEG-CREDIT TO WS-TMP-DEG-CREDIT
                   IF WS-TMP-DEG-CREDIT = SPACE
                       MOVE 'Y' TO WS-TMP-DEG-CREDIT
                   END-IF
                   MOVE CG-EQUIP-NEEDS TO WS-TMP-EQUIP-NEEDS
                   IF WS-TMP-EQUIP-NEEDS = SPACES
                       MOVE 'NNNN' TO WS-TMP-EQUIP-NEEDS
                   END-IF
           END-READ
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           MOVE WS-TMP-PREREQ TO CG-PREREQ
           MOVE WS-TMP-LAB-FEE TO CG-LAB-FEE
           MOVE WS-TMP-COREQ TO CG-COREQ
           IF WS-TMP-DEG-CREDIT = 'N' OR 'n'
               MOVE 'N' TO CG-DEG-CREDIT
           ELSE
               MOVE 'Y' TO CG-DEG-CREDIT
           END-IF
           MOVE WS-TMP-EQUIP-NEEDS TO CG-EQUIP-NEEDS
           MOVE CURRENT-TERM TO CG-EFF-TERM
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE CG-RECORD
           MOVE CG-LAB-FEE TO CH-LAB-FEE
           MOVE CG-COREQ TO CH-COREQ
           MOVE CG-EFF-TERM TO CH-EFF-TERM
           MOVE CG-DEG-CREDIT TO CH-DEG-CREDIT
           MOVE CG-EQUIP-NEEDS TO CH-EQUIP-NEEDS
           WRITE CH-RECORD
               INVALID KEY REWRITE CH-RECORD
           END-WRITE.

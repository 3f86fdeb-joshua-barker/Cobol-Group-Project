      *          REQUIREMENT THAT DID NOT EXIST IN THE STUDENT'S YEAR
      *          IS SKIPPED.  STUDENTS WITH NO CATALOG TERM ON FILE
      *          SEE THE CURRENT ROWS, EXACTLY AS BEFORE.
      *20261015  THE GRADE POINTS AND MAJOR CODES NOW COME FROM
      *          PROJ-CODE-LOAD (BUILT-IN LIST PLUS THE ROWS IN EFFECT
      *          ON PROJ-CODE-PARM.DAT) INSTEAD OF A LOCAL LIST OF
      *          MOVES.
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
      *20261015  A COURSE REQUIREMENT IS NOW ALSO MET BY A TRANSFER
      *          ROW ARTICULATED TO THE COURSE, WHICH INCLUDES CREDIT
      *          BY EXAM (325-SCAN-TRANSFER); SUCH A LINE PRINTS
      *          'TRANSFER' INSTEAD OF 'MET'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                ACCESS IS DYNAMIC
                RECORD KEY IS DH-KEY
                FILE STATUS IS WS-DH-STATUS.
            SELECT TC-FILE-DESC ASSIGN TO 'PROJ-TRANSFER.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS TC-KEY
                FILE STATUS IS WS-TC-STATUS.
            SELECT AUDIT-REPORT ASSIGN TO 'SF-DEG-AUDIT.RPT'
                ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
       COPY EF-REC.
       FD CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD DR-FILE-DESC IS EXTERNAL RECORD CONTAINS 22 CHARACTERS.
       COPY DR-REQ-DESC.
       FD DH-FILE-DESC IS EXTERNAL RECORD CONTAINS 32 CHARACTERS.
       COPY DH-FILE-DESC.
       FD TC-FILE-DESC IS EXTERNAL RECORD CONTAINS 55 CHARACTERS.
       COPY TC-FILE-DESC.
       FD AUDIT-REPORT
          DATA RECORD IS REPORT-REC.
       01 REPORT-REC               PIC X(57).
       01  WS-DH-STATUS              PIC XX.
       01  WS-DH-ON-FILE             PIC X     VALUE 'N'.
       01  WS-DH-DONE                PIC X.
       01  WS-TC-STATUS              PIC XX.
       01  WS-TC-ON-FILE             PIC X     VALUE 'N'.
       01  WS-TC-DONE                PIC X.
       01  WS-STU-CAT-NUM            PIC 9(5).
       01  WS-TERM-NUM               PIC 9(5).
       01  WS-TERM-IN.
           ELSE
               MOVE 'Y' TO WS-DH-ON-FILE
           END-IF
           OPEN INPUT TC-FILE-DESC
           IF WS-TC-STATUS = '35'
               MOVE 'N' TO WS-TC-ON-FILE
           ELSE
               MOVE 'Y' TO WS-TC-ON-FILE
           END-IF
           OPEN OUTPUT AUDIT-REPORT
           PERFORM 050-LOAD-GRADE-TABLE
           PERFORM 060-LOAD-MAJOR-TABLE
                 CS-SECT
                 DR-FILE-DESC
                 AUDIT-REPORT
           IF WS-TC-ON-FILE = 'Y'
               CLOSE TC-FILE-DESC
           END-IF
           EXIT PROGRAM.
       050-LOAD-GRADE-TABLE.
      *    THE GRADE POINTS COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING GR-POINT-TBL-ID,
               GR-POINT-TBL-SIZE, GR-POINT-TABLE.
       060-LOAD-MAJOR-TABLE.
      *    THE MAJOR CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING MJ-CODE-TBL-ID,
               MJ-CODE-TBL-SIZE, MJ-CODE-TABLE.
       200-AUDIT-ROUTINE.
           IF SF-MAJOR-CODE = ZEROS THEN
               DISPLAY SCRN-CLEAR
               END-STRING
           END-IF
           MOVE DR-SEQ TO REQ-SEQ-OUT
           IF WS-REQ-MET = 'T' THEN
               ADD 1 TO WS-MET-CNT
               MOVE 'TRANSFER ' TO REQ-STATUS-OUT
           ELSE IF WS-REQ-MET = 'Y' THEN
               ADD 1 TO WS-MET-CNT
               MOVE 'MET      ' TO REQ-STATUS-OUT
           ELSE
               MOVE 'NEEDED   ' TO REQ-STATUS-OUT
           END-IF
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1.
       320-SCAN-FOR-COURSE.
      *    WALKS THE STUDENT'S WHOLE ENROLLMENT CHAIN LOOKING FOR A
                   READ EF-FILE-DES
                   PERFORM 330-CHECK-EF-NODE
               END-PERFORM
           END-IF
           IF WS-REQ-MET = 'N'
               PERFORM 325-SCAN-TRANSFER
           END-IF.
       325-SCAN-TRANSFER.
      *    A TRANSFER ROW ARTICULATED TO THE COURSE -- FROM ANOTHER
      *    SCHOOL OR CREDIT BY EXAM (PROJ-EXAM-CREDIT) -- MEETS THE
      *    REQUIREMENT, THE SAME RECOGNITION AS PROJ-ENROLLMENT'S
      *    225-TRANSFER-PREREQ-CHECK.  WS-REQ-MET COMES BACK 'T' SO
      *    THE LINE SHOWS WHERE THE CREDIT CAME FROM.
           IF WS-TC-ON-FILE = 'Y' THEN
               MOVE 'N' TO WS-TC-DONE
               MOVE WS-SNO TO TC-STU-NUM
               MOVE ZEROS TO TC-SEQ
               START TC-FILE-DESC KEY IS NOT LESS THAN TC-KEY
                   INVALID KEY MOVE 'Y' TO WS-TC-DONE
               END-START
               PERFORM UNTIL WS-TC-DONE = 'Y'
                   READ TC-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-TC-DONE
                       NOT AT END
                           IF TC-STU-NUM NOT = WS-SNO
                               MOVE 'Y' TO WS-TC-DONE
                           ELSE
                               IF TC-EQUIV-CODE = WS-EFF-CRS
                                   MOVE 'T' TO WS-REQ-MET
                                   MOVE 'Y' TO WS-TC-DONE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       330-CHECK-EF-NODE.
           PERFORM 340-SCORE-GRADE

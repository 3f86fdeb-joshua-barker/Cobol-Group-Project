       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-BOOK-MISSING.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  MISSING TEXTBOOK ADOPTIONS -- EVERY
      *          REGISTRATION-TERM SECTION WITH NO ROW AT ALL ON
      *          PROJ-TEXTBOOK.DAT (SEE TB-FILE-DESC), SORTED BY
      *          COURSE CODE AND BROKEN BY DEPARTMENT (THE SAME
      *          THREE-CHARACTER COURSE-CODE PREFIX AS PROJ-GRADE-DIST)
      *          WITH A COUNT PER DEPARTMENT, SO THE CHAIRS CAN CHASE
      *          THEIR INSTRUCTORS BEFORE THE BOOKSTORE'S ORDER
      *          DEADLINE.  A SECTION WITH AN ISBN 'NONE' ROW HAS
      *          ANSWERED AND IS NOT LISTED.  BOOK-MISSING.RPT.
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
           SELECT CS-FILE-DESC ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-CRN.
           SELECT TB-FILE-DESC ASSIGN TO 'PROJ-TEXTBOOK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TB-KEY
               FILE STATUS IS WS-TB-STATUS.
           SELECT INSTR-FILE ASSIGN TO 'PROJ-INSTRUCTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.
           SELECT MISSING-REPORT ASSIGN TO 'BOOK-MISSING.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'TB-SORT.WRK'.
       DATA DIVISION.
       FILE SECTION.
       FD  CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  TB-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY TB-FILE-DESC.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  MISSING-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(70).
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-CRS-CODE         PIC X(6).
           05  SORT-CRN              PIC 9(5).
           05  SORT-DESC             PIC X(10).
           05  SORT-INSTR-ID         PIC 9(5).
           05  SORT-ENROLLED-CNT     PIC 9(3).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-TB-STATUS              PIC XX.
       01  WS-INSTR-STATUS           PIC XX.
       01  WS-TB-ON-FILE             PIC X      VALUE 'Y'.
       01  WS-INSTR-ON-FILE          PIC X      VALUE 'Y'.
       01  WS-HAS-BOOK               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-LINE-CT                PIC 99     VALUE ZERO.
       01  WS-DEPT                   PIC X(3)   VALUE SPACES.
       01  WS-DEPT-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-TOTAL-CNT              PIC 9(5)   VALUE ZERO.
       01  WS-SECT-CNT               PIC 9(5)   VALUE ZERO.
       01  HEADING-1.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(35)  VALUE
                'SECTIONS MISSING TEXTBOOK ADOPTIONS'.
           05                        PIC X(7)   VALUE ' TERM  '.
           05  H1-TERM-OUT           PIC X(6).
           05                        PIC X(7)   VALUE '   RUN '.
           05  H1-DATE-OUT           PIC 9(6).
           05                        PIC X(7)   VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(45)  VALUE
                'DEPT  COURSE  CRN    TITLE       INSTRUCTOR  '.
           05                        PIC X(23)  VALUE
                '          ENROLLED     '.
       01  DETAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  DL-DEPT-OUT           PIC X(3).
           05                        PIC X(3)   VALUE SPACES.
           05  DL-CRS-CODE-OUT       PIC X(6).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-CRN-OUT            PIC 9(5).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-DESC-OUT           PIC X(10).
           05                        PIC X(2)   VALUE SPACES.
           05  DL-INSTR-ID-OUT       PIC 9(5).
           05                        PIC X(1)   VALUE SPACE.
           05  DL-INSTR-NAME-OUT     PIC X(10).
           05                        PIC X(4)   VALUE SPACES.
           05  DL-ENROLLED-OUT       PIC ZZ9.
           05                        PIC X(12)  VALUE SPACES.
       01  DEPT-LINE.
           05                        PIC X(8)   VALUE SPACES.
           05  DP-DEPT-OUT           PIC X(3).
           05                        PIC X(3)   VALUE ' --'.
           05  DP-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(23)  VALUE
                ' SECTION(S) WITH NO ADO'.
           05                        PIC X(7)   VALUE 'PTION  '.
           05                        PIC X(21)  VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(7)   VALUE 'TOTAL  '.
           05  TL-CNT-OUT            PIC ZZZZ9.
           05                        PIC X(15)  VALUE ' MISSING OF    '.
           05  TL-SECT-OUT           PIC ZZZZ9.
           05                        PIC X(36)  VALUE
                ' SECTION(S) IN THE TERM             '.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           ACCEPT WS-TODAY FROM DATE
           OPEN INPUT CS-FILE-DESC
           OPEN INPUT TB-FILE-DESC
           IF WS-TB-STATUS = '35'
               MOVE 'N' TO WS-TB-ON-FILE
           END-IF
           OPEN INPUT INSTR-FILE
           IF WS-INSTR-STATUS = '35'
               MOVE 'N' TO WS-INSTR-ON-FILE
           END-IF
           OPEN OUTPUT MISSING-REPORT
           PERFORM 200-HEADING-RTN
           SORT SORT-WORK-FILE ON ASCENDING KEY SORT-CRS-CODE
                                                SORT-CRN
               INPUT PROCEDURE 500-SORT-INPUT
               OUTPUT PROCEDURE 600-SORT-OUTPUT
           MOVE WS-TOTAL-CNT TO TL-CNT-OUT
           MOVE WS-SECT-CNT TO TL-SECT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 2
           DISPLAY 'PROJ-BOOK-MISSING -- ' WS-TOTAL-CNT
               ' OF ' WS-SECT-CNT ' SECTION(S) HAVE NO ADOPTION'
           IF WS-TB-ON-FILE = 'Y'
               CLOSE TB-FILE-DESC
           END-IF
           IF WS-INSTR-ON-FILE = 'Y'
               CLOSE INSTR-FILE
           END-IF
           CLOSE CS-FILE-DESC
                 MISSING-REPORT
           EXIT PROGRAM.
       200-HEADING-RTN.
           MOVE CURRENT-TERM TO H1-TERM-OUT
           MOVE WS-TODAY TO H1-DATE-OUT
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM HEADING-1 AFTER 1
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 5 TO WS-LINE-CT.
       300-CHECK-FOR-BOOK.
      *    ANY ROW FOR THE CRN COUNTS, 'NONE' INCLUDED.
           MOVE 'N' TO WS-HAS-BOOK
           IF WS-TB-ON-FILE = 'Y'
               MOVE CS-CRN TO TB-CRN
               MOVE LOW-VALUES TO TB-ISBN
               START TB-FILE-DESC KEY IS NOT LESS THAN TB-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ TB-FILE-DESC NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF TB-CRN = CS-CRN
                                   MOVE 'Y' TO WS-HAS-BOOK
                               END-IF
                       END-READ
               END-START
           END-IF.
       500-SORT-INPUT.
           MOVE 'N' TO NO-MORE-RECORDS
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ CS-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF CS-TERM = CURRENT-TERM
                           ADD 1 TO WS-SECT-CNT
                           PERFORM 300-CHECK-FOR-BOOK
                           IF WS-HAS-BOOK = 'N'
                               MOVE CS-CRS-CODE TO SORT-CRS-CODE
                               MOVE CS-CRN TO SORT-CRN
                               MOVE CS-DESC TO SORT-DESC
                               MOVE CS-INSTR-ID TO SORT-INSTR-ID
                               MOVE CS-ENROLLED-CNT
                                   TO SORT-ENROLLED-CNT
                               RELEASE SORT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       600-SORT-OUTPUT.
           MOVE 'N' TO NO-MORE-RECORDS
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 650-PRINT-ONE-SECTION
               END-RETURN
           END-PERFORM
           IF WS-DEPT NOT = SPACES
               PERFORM 700-DEPT-BREAK
           END-IF.
       650-PRINT-ONE-SECTION.
           IF SORT-CRS-CODE(1:3) NOT = WS-DEPT
               IF WS-DEPT NOT = SPACES
                   PERFORM 700-DEPT-BREAK
               END-IF
               MOVE SORT-CRS-CODE(1:3) TO WS-DEPT
               MOVE ZERO TO WS-DEPT-CNT
           END-IF
           MOVE WS-DEPT TO DL-DEPT-OUT
           MOVE SORT-CRS-CODE TO DL-CRS-CODE-OUT
           MOVE SORT-CRN TO DL-CRN-OUT
           MOVE SORT-DESC TO DL-DESC-OUT
           MOVE SORT-INSTR-ID TO DL-INSTR-ID-OUT
           MOVE SORT-ENROLLED-CNT TO DL-ENROLLED-OUT
           MOVE SPACES TO DL-INSTR-NAME-OUT
           IF SORT-INSTR-ID = ZERO
               MOVE 'UNASSIGNED' TO DL-INSTR-NAME-OUT
           ELSE IF WS-INSTR-ON-FILE = 'Y'
               MOVE SORT-INSTR-ID TO INSTR-ID
               READ INSTR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INSTR-NAME TO DL-INSTR-NAME-OUT
               END-READ
           END-IF
           IF WS-LINE-CT > 55
               PERFORM 200-HEADING-RTN
           END-IF
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT
           ADD 1 TO WS-DEPT-CNT
           ADD 1 TO WS-TOTAL-CNT.
       700-DEPT-BREAK.
           MOVE WS-DEPT TO DP-DEPT-OUT
           MOVE WS-DEPT-CNT TO DP-CNT-OUT
           WRITE REPORT-REC FROM DEPT-LINE AFTER 1
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           ADD 2 TO WS-LINE-CT.

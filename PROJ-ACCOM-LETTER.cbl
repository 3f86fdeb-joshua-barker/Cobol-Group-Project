       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ACCOM-LETTER.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ACCOMMODATION LETTERS TO FACULTY.
      *          FOR EVERY PROJ-ACCOM.DAT ROW (SEE AX-FILE-DESC) IN
      *          THE INSTRUCTIONAL OR REGISTRATION TERM, WALKS THE
      *          STUDENT'S ENROLLMENT CHAIN FOR THAT TERM AND PRINTS
      *          ONE CONFIDENTIAL LETTER PER ENROLLED CRN TO THE
      *          SECTION'S INSTRUCTOR OF RECORD, CAMPUS MAIL, LISTING
      *          WHAT THE STUDENT IS APPROVED FOR.  A CRN ALREADY
      *          LETTERED (AX-SENT-CRN) IS NOT LETTERED AGAIN, SO A
      *          LATE ADD GETS ITS OWN LETTER ON THE NEXT RUN; A
      *          SECTION WITH NO INSTRUCTOR YET WAITS FOR ONE.  THE
      *          LETTERS GO STRAIGHT TO ACCOM-LETTERS.RPT FOR THE
      *          ACCESSIBILITY OFFICE TO SEAL -- NOT THROUGH THE
      *          CORRESPONDENCE QUEUE, WHOSE HISTORY FILE AND
      *          REGISTER ARE READ ACROSS OFFICES.  COUNTS PRINT ON
      *          ACCOM-LETTER.RPT.
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).
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
           SELECT AX-FILE-DESC ASSIGN TO 'PROJ-ACCOM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AX-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-EF-KEY.
           SELECT CS-FILE-DESC ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CRN.
           SELECT INSTR-FILE ASSIGN TO 'PROJ-INSTRUCTOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS INSTR-ID.
           SELECT LETTER-FILE ASSIGN TO 'ACCOM-LETTERS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT ASSIGN TO 'ACCOM-LETTER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AX-FILE-DESC IS EXTERNAL RECORD CONTAINS 130 CHARACTERS.
           COPY AX-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  LETTER-FILE
           DATA RECORD IS LETTER-REC.
       01  LETTER-REC                PIC X(60).
       FD  CONTROL-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-AX-STATUS              PIC XX.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-TODAY                  PIC 9(6).
       01  WS-CRN-NUM                PIC 9(5).
       01  WS-ALREADY-SENT           PIC X.
       01  WS-SENT-IDX               PIC 99.
       01  WS-ROW-CHANGED            PIC X.
       01  WS-STU-NAME               PIC X(36).
       01  WS-ROWS-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-STUDENT-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-LETTER-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-NO-INSTR-CNT           PIC 9(5)   VALUE ZERO.
       01  WS-FULL-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-STU-LETTERED           PIC X.
       COPY CURRENT-TERM.
       01  INSTR-NAME-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  IL-NAME-OUT           PIC X(10).
           05                        PIC X(48)  VALUE SPACES.
       01  INSTR-DEPT-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(11)  VALUE 'DEPARTMENT '.
           05  IL-DEPT-OUT           PIC X(10).
           05                        PIC X(37)  VALUE SPACES.
       01  CAMPUS-MAIL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(11)  VALUE 'CAMPUS MAIL'.
           05                        PIC X(47)  VALUE SPACES.
       01  CONFIDENTIAL-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(38)
                VALUE 'CONFIDENTIAL -- ACCESSIBILITY SERVICES'.
           05                        PIC X(20)  VALUE SPACES.
       01  BODY-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05  BL-TEXT-OUT           PIC X(50).
           05                        PIC X(8)   VALUE SPACES.
       01  STUDENT-LINE.
           05                        PIC X(4)   VALUE SPACES.
           05                        PIC X(9)   VALUE 'STUDENT: '.
           05  SL-NAME-OUT           PIC X(36).
           05  SL-SNO-OUT            PIC 9(9).
           05                        PIC X(2)   VALUE SPACES.
       01  COURSE-LINE.
           05                        PIC X(4)   VALUE SPACES.
           05                        PIC X(9)   VALUE 'COURSE:  '.
           05  CL-CRS-OUT            PIC X(6).
           05                        PIC X(6)   VALUE '  CRN '.
           05  CL-CRN-OUT            PIC 9(5).
           05                        PIC X(7)   VALUE '  TERM '.
           05  CL-TERM-OUT           PIC X(6).
           05                        PIC X(17)  VALUE SPACES.
       01  ACCOM-LINE.
           05                        PIC X(6)   VALUE SPACES.
           05                        PIC X(2)   VALUE '- '.
           05  XL-TEXT-OUT           PIC X(40).
           05                        PIC X(12)  VALUE SPACES.
       01  EXT-TIME-TEXT.
           05                        PIC X(17)
                VALUE 'EXTRA EXAM TIME: '.
           05  ET-PCT-OUT            PIC ZZ9.
           05                        PIC X(20)  VALUE ' PERCENT'.
       01  BLANK-LINE                PIC X(60)  VALUE SPACES.
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05 DAY-WS                 PIC XX.
       01  HEADING-1.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(36)
                VALUE "ACCOMMODATION LETTER RUN".
           05 MONTH-H1               PIC X(2).
           05                        PIC X        VALUE "/".
           05 DAY-H1                 PIC X(2).
           05                        PIC X        VALUE "/".
           05 YEAR-H1                PIC X(4).
           05                        PIC X(28)    VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05 TOTAL-LABEL-OUT        PIC X(30).
           05 TOTAL-CNT-OUT          PIC ZZZZ9.
           05                        PIC X(39)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 'PROJ-ACCOM-LETTER STARTING'
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           ACCEPT WS-TODAY FROM DATE
           OPEN I-O AX-FILE-DESC
           IF WS-AX-STATUS = '35'
               DISPLAY 'PROJ-ACCOM-LETTER FINISHED -- NO ACCOMMODATIONS'
               EXIT PROGRAM
           END-IF
           OPEN INPUT SF-FILE-DESC
                      EF-FILE-DES
                      CS-FILE-DESC
                      INSTR-FILE
           OPEN OUTPUT LETTER-FILE
                       CONTROL-REPORT
           MOVE LOW-VALUES TO AX-KEY
           START AX-FILE-DESC KEY IS NOT LESS THAN AX-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ AX-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF AX-TERM = CT-INSTR-TERM OR CT-REG-TERM
                           PERFORM 200-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 700-TOTALS-RTN
           DISPLAY 'PROJ-ACCOM-LETTER FINISHED -- ' WS-LETTER-CNT
               ' LETTER(S) FOR ' WS-STUDENT-CNT ' STUDENT(S)'
           CLOSE AX-FILE-DESC
                 SF-FILE-DESC
                 EF-FILE-DES
                 CS-FILE-DESC
                 INSTR-FILE
                 LETTER-FILE
                 CONTROL-REPORT
           EXIT PROGRAM.
       200-ONE-STUDENT.
      *    A ROW WITH NOTHING APPROVED ON IT (ALL CLEARED BY A
      *    CORRECTION) HAS NOTHING TO TELL ANYONE.
           ADD 1 TO WS-ROWS-CNT
           IF AX-EXT-PCT = ZERO AND AX-SEP-ROOM NOT = 'Y'
                   AND AX-NOTE-TAKER NOT = 'Y'
                   AND AX-ALT-FORMAT NOT = 'Y' AND AX-OTHER = SPACES
               CONTINUE
           ELSE
               MOVE AX-STU-NUM TO SF-STU-NUM
               READ SF-FILE-DESC
                   INVALID KEY
                       DISPLAY 'SKIPPED - UNKNOWN STUDENT ' AX-STU-NUM
                   NOT INVALID KEY
                       PERFORM 250-WALK-THE-CHAIN
               END-READ
           END-IF.
       250-WALK-THE-CHAIN.
           MOVE SPACES TO WS-STU-NAME
           STRING SF-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               SF-LAST-NAME DELIMITED BY '  '
               INTO WS-STU-NAME
           END-STRING
           MOVE 'N' TO WS-ROW-CHANGED
           MOVE 'N' TO WS-STU-LETTERED
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               READ EF-FILE-DES
               PERFORM 300-ONE-NODE
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
                   PERFORM 300-ONE-NODE
               END-PERFORM
           END-IF
           IF WS-STU-LETTERED = 'Y'
               ADD 1 TO WS-STUDENT-CNT
           END-IF
           IF WS-ROW-CHANGED = 'Y'
               MOVE WS-TODAY TO AX-LETTER-DATE
               REWRITE AX-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
       300-ONE-NODE.
           IF RF-TERM = AX-TERM AND RF-STATUS = 'E'
               MOVE RF-CRN TO WS-CRN-NUM
               MOVE 'N' TO WS-ALREADY-SENT
               PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                       UNTIL WS-SENT-IDX > AX-SENT-CNT
                   IF AX-SENT-CRN(WS-SENT-IDX) = WS-CRN-NUM
                       MOVE 'Y' TO WS-ALREADY-SENT
                   END-IF
               END-PERFORM
               IF WS-ALREADY-SENT = 'N'
                   PERFORM 350-LETTER-FOR-CRN
               END-IF
           END-IF.
       350-LETTER-FOR-CRN.
      *    THE SENT LIST HOLDS TEN CRNS -- A STUDENT IN MORE SECTIONS
      *    THAN THAT IS LEFT TO THE OFFICE RATHER THAN LETTERED OVER
      *    AND OVER EVERY RUN.
           MOVE WS-CRN-NUM TO CS-CRN
           READ CS-FILE-DESC
               INVALID KEY MOVE ZEROS TO CS-INSTR-ID
           END-READ
           IF CS-INSTR-ID = ZERO
               ADD 1 TO WS-NO-INSTR-CNT
           ELSE
           IF AX-SENT-CNT NOT < 10
               ADD 1 TO WS-FULL-CNT
               DISPLAY 'SENT LIST FULL - STUDENT ' AX-STU-NUM
                   ' CRN ' WS-CRN-NUM
           ELSE
               MOVE CS-INSTR-ID TO INSTR-ID
               READ INSTR-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-INSTR-CNT
                   NOT INVALID KEY
                       PERFORM 400-PRINT-LETTER
                       ADD 1 TO AX-SENT-CNT
                       MOVE WS-CRN-NUM TO AX-SENT-CRN(AX-SENT-CNT)
                       MOVE 'Y' TO WS-ROW-CHANGED
                       MOVE 'Y' TO WS-STU-LETTERED
               END-READ
           END-IF
           END-IF.
       400-PRINT-LETTER.
      *    SAME CAMPUS MAIL BLOCK AS THE FACULTY LETTERS FROM
      *    PROJ-LETTER-PRINT, THEN THE CONFIDENTIAL BODY.
           MOVE INSTR-NAME TO IL-NAME-OUT
           WRITE LETTER-REC FROM INSTR-NAME-LINE AFTER PAGE
           MOVE INSTR-DEPT TO IL-DEPT-OUT
           WRITE LETTER-REC FROM INSTR-DEPT-LINE AFTER 1
           WRITE LETTER-REC FROM CAMPUS-MAIL-LINE AFTER 1
           WRITE LETTER-REC FROM BLANK-LINE AFTER 1
           WRITE LETTER-REC FROM CONFIDENTIAL-LINE AFTER 1
           WRITE LETTER-REC FROM BLANK-LINE AFTER 1
           MOVE 'THE STUDENT BELOW, ENROLLED IN YOUR SECTION, IS'
               TO BL-TEXT-OUT
           WRITE LETTER-REC FROM BODY-LINE AFTER 1
           MOVE 'APPROVED FOR THE ACCOMMODATIONS LISTED.'
               TO BL-TEXT-OUT
           WRITE LETTER-REC FROM BODY-LINE AFTER 1
           WRITE LETTER-REC FROM BLANK-LINE AFTER 1
           MOVE WS-STU-NAME TO SL-NAME-OUT
           MOVE AX-STU-NUM TO SL-SNO-OUT
           WRITE LETTER-REC FROM STUDENT-LINE AFTER 1
           MOVE CS-CRS-CODE TO CL-CRS-OUT
           MOVE WS-CRN-NUM TO CL-CRN-OUT
           MOVE AX-TERM TO CL-TERM-OUT
           WRITE LETTER-REC FROM COURSE-LINE AFTER 1
           WRITE LETTER-REC FROM BLANK-LINE AFTER 1
           IF AX-EXT-PCT > ZERO
               MOVE AX-EXT-PCT TO ET-PCT-OUT
               MOVE EXT-TIME-TEXT TO XL-TEXT-OUT
               WRITE LETTER-REC FROM ACCOM-LINE AFTER 1
           END-IF
           IF AX-SEP-ROOM = 'Y'
               MOVE 'SEPARATE, DISTRACTION-REDUCED EXAM ROOM'
                   TO XL-TEXT-OUT
               WRITE LETTER-REC FROM ACCOM-LINE AFTER 1
           END-IF
           IF AX-NOTE-TAKER = 'Y'
               MOVE 'CLASSROOM NOTE-TAKER' TO XL-TEXT-OUT
               WRITE LETTER-REC FROM ACCOM-LINE AFTER 1
           END-IF
           IF AX-ALT-FORMAT = 'Y'
               MOVE 'COURSE MATERIALS IN ALTERNATE FORMAT'
                   TO XL-TEXT-OUT
               WRITE LETTER-REC FROM ACCOM-LINE AFTER 1
           END-IF
           IF AX-OTHER NOT = SPACES
               MOVE AX-OTHER TO XL-TEXT-OUT
               WRITE LETTER-REC FROM ACCOM-LINE AFTER 1
           END-IF
           WRITE LETTER-REC FROM BLANK-LINE AFTER 1
           MOVE 'EXAMS NEEDING A PROCTOR ARE SCHEDULED BY OUR'
               TO BL-TEXT-OUT
           WRITE LETTER-REC FROM BODY-LINE AFTER 1
           MOVE 'OFFICE.  PLEASE KEEP THIS LETTER CONFIDENTIAL.'
               TO BL-TEXT-OUT
           WRITE LETTER-REC FROM BODY-LINE AFTER 1
           ADD 1 TO WS-LETTER-CNT.
       700-TOTALS-RTN.
           MOVE FUNCTION CURRENT-DATE TO DATE-WS
           MOVE MONTH-WS TO MONTH-H1
           MOVE DAY-WS TO DAY-H1
           MOVE YEAR-WS TO YEAR-H1
           WRITE REPORT-REC FROM HEADING-1 AFTER PAGE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 'ACCOMMODATION ROWS IN TERM' TO TOTAL-LABEL-OUT
           MOVE WS-ROWS-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'STUDENTS LETTERED' TO TOTAL-LABEL-OUT
           MOVE WS-STUDENT-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'LETTERS PRINTED' TO TOTAL-LABEL-OUT
           MOVE WS-LETTER-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'SECTIONS WITH NO INSTRUCTOR' TO TOTAL-LABEL-OUT
           MOVE WS-NO-INSTR-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'SECTIONS OVER THE SENT LIST' TO TOTAL-LABEL-OUT
           MOVE WS-FULL-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1.

      *          DATE AND TIME -- SO A FERPA COMPLAINT CAN BE
      *          ANSWERED FROM THE FILE.  THE OPERATOR ID NOW COMES
      *          IN FROM MENU ON THE USING LIST.
      *20261015  THE GRADE POINTS AND HOLD CODES NOW COME FROM
      *          PROJ-CODE-LOAD (BUILT-IN LIST PLUS THE ROWS IN EFFECT
      *          ON PROJ-CODE-PARM.DAT) INSTEAD OF A LOCAL LIST OF
      *          MOVES.
      *20261015  CONDUCT NOTATION.  A SUSPENSION OR EXPULSION ON
      *          CONDUCT-CASE.DAT WITH A FINDING OF RESPONSIBLE NOW
      *          PRINTS BELOW THE DEGREE LINE -- DISCIPLINARY
      *          SUSPENSION WITH ITS DATES, OR DISCIPLINARY EXPULSION
      *          WITH ITS EFFECTIVE DATE.  NO CASE FILE, NO LINES.
      *20261015  WITHDRAWAL NOTATION.  AN APPROVED MEDICAL, HARDSHIP OR
      *          RETROACTIVE WITHDRAWAL PETITION ON
      *          PROJ-WD-PETITION.DAT NOW PRINTS BELOW THE DEGREE LINE
      *          WITH ITS TERM.  NO PETITION FILE, NO LINES.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  VARIABLE-CREDIT SECTIONS.  A COURSE LINE, THE TERM
      *          GPA AND THE TOTAL HOURS USE THE STUDENT'S OWN HOURS ON
      *          THE ENROLLMENT NODE (RF-CRED-HR), FALLING BACK TO
      *          CS-CRED-HR ON OLDER NODES.  CLASS SECTION FD NOW 81
      *          BYTES AND ENROLLMENT FD NOW 48 BYTES.
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                ACCESS IS RANDOM
                RECORD KEY IS DG-STU-NUM
                FILE STATUS IS WS-DG-STATUS.
            SELECT CC-FILE-DESC ASSIGN TO 'CONDUCT-CASE.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS CC-KEY
                FILE STATUS IS WS-CC-STATUS.
            SELECT WD-FILE-DESC ASSIGN TO 'PROJ-WD-PETITION.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS WD-KEY
                FILE STATUS IS WS-WD-STATUS.
            SELECT TRANSCRIPT-REPORT ASSIGN TO 'SF-TRANSCRIPT.RPT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ACCESS-LOG ASSIGN TO 'SF-ACCESS-LOG.DAT'
                FILE STATUS IS WS-AL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
       COPY EF-REC.
       FD CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD HD-FILE-DESC IS EXTERNAL RECORD CONTAINS 68 CHARACTERS.
       COPY HD-FILE-DESC.
       COPY TC-FILE-DESC.
       FD DG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
       COPY DG-FILE-DESC.
       FD CC-FILE-DESC IS EXTERNAL RECORD CONTAINS 120 CHARACTERS.
       COPY CC-FILE-DESC.
       FD WD-FILE-DESC IS EXTERNAL RECORD CONTAINS 120 CHARACTERS.
       COPY WD-FILE-DESC.
       FD TRANSCRIPT-REPORT
          DATA RECORD IS REPORT-REC.
       01 REPORT-REC               PIC X(57).
       COPY AL-ACCESS-REC.
       01  WS-EF-KEY                 PIC 9(5)  VALUE ZEROS.
       01  WS-TOT-CRED-HR            PIC 9(5)  VALUE ZERO.
       01  WS-NODE-HRS               PIC 99.
       01  WS-CUR-SLOT               PIC 9(5).
       01  WS-CUR-NEXT               PIC 9(5).
       01  WS-CUR-CRS                PIC X(6).
               10  WS-TG-HOURS       PIC 9(3).
       01  WS-DG-STATUS              PIC XX.
       01  WS-DG-ON-FILE             PIC X     VALUE 'N'.
       01  WS-CC-STATUS              PIC XX.
       01  WS-CC-ON-FILE             PIC X     VALUE 'N'.
       01  WS-CC-DONE                PIC X.
       01  WS-ANY-CONDUCT            PIC X.
       01  WS-WD-STATUS              PIC XX.
       01  WS-WD-ON-FILE             PIC X     VALUE 'N'.
       01  WS-WD-DONE                PIC X.
       01  WS-ANY-WITHDRAWAL         PIC X.
       01  WS-CC-DATE                PIC 9(8).
       01  WS-CC-DATE-X REDEFINES WS-CC-DATE.
           05  WS-CC-CCYY            PIC 9(4).
           05  WS-CC-MM              PIC 9(2).
           05  WS-CC-DD              PIC 9(2).
       01  WS-TC-STATUS              PIC XX.
       01  WS-TC-ON-FILE             PIC X     VALUE 'N'.
       01  WS-TC-DONE                PIC X.
           05 DEG-TERM-OUT           PIC X(6).
           05                        PIC X(1)     VALUE SPACES.
           05 DEG-HONORS-OUT         PIC X(7).
       01  WITHDRAWAL-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05 WDL-TEXT-OUT           PIC X(24).
           05 WDL-TERM-OUT           PIC X(6).
           05                        PIC X(21)    VALUE SPACES.
       01  CONDUCT-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05 COND-TEXT-OUT          PIC X(24).
           05 COND-FROM-OUT.
              10 COND-FROM-MM        PIC 9(2).
              10                     PIC X        VALUE "/".
              10 COND-FROM-DD        PIC 9(2).
              10                     PIC X        VALUE "/".
              10 COND-FROM-CCYY      PIC 9(4).
           05 COND-DASH-OUT          PIC X(3).
           05 COND-THRU-OUT.
              10 COND-THRU-MM        PIC 9(2).
              10                     PIC X        VALUE "/".
              10 COND-THRU-DD        PIC 9(2).
              10                     PIC X        VALUE "/".
              10 COND-THRU-CCYY      PIC 9(4).
           05                        PIC X(4)     VALUE SPACES.
       01  LEGEND-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(45)
           ELSE
               MOVE 'Y' TO WS-DG-ON-FILE
           END-IF
           OPEN INPUT CC-FILE-DESC
           IF WS-CC-STATUS = '35'
               MOVE 'N' TO WS-CC-ON-FILE
           ELSE
               MOVE 'Y' TO WS-CC-ON-FILE
           END-IF
           OPEN INPUT WD-FILE-DESC
           IF WS-WD-STATUS = '35'
               MOVE 'N' TO WS-WD-ON-FILE
           ELSE
               MOVE 'Y' TO WS-WD-ON-FILE
           END-IF
           OPEN OUTPUT TRANSCRIPT-REPORT
           PERFORM 050-LOAD-GRADE-TABLE
           MOVE WS-SNO TO SF-STU-NUM
           IF WS-DG-ON-FILE = 'Y'
               CLOSE DG-FILE-DESC
           END-IF
           IF WS-CC-ON-FILE = 'Y'
               CLOSE CC-FILE-DESC
           END-IF
           IF WS-WD-ON-FILE = 'Y'
               CLOSE WD-FILE-DESC
           END-IF
           IF WS-TC-ON-FILE = 'Y'
               CLOSE TC-FILE-DESC
           END-IF
           END-IF
           EXIT PROGRAM.
       060-LOAD-HOLD-TABLE.
      *    THE HOLD CODES COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING HD-CODE-TBL-ID,
               HD-CODE-TBL-SIZE, HD-CODE-TABLE.
       070-HOLD-CHECK.
      *    SAME UNRELEASED-HOLD SCAN AS PROJ-ENROLLMENT'S
      *    152-HOLD-CHECK, TESTED AGAINST THE TRANSCRIPT-BLOCK BYTE.
               END-IF
           END-PERFORM.
       050-LOAD-GRADE-TABLE.
      *    THE GRADE POINTS COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING GR-POINT-TBL-ID,
               GR-POINT-TBL-SIZE, GR-POINT-TABLE.
       200-PRINT-TRANSCRIPT.
           MOVE ZERO TO WS-TOT-CRED-HR
           PERFORM 500-PRINT-HEADER
               WRITE REPORT-REC FROM LEGEND-LINE AFTER 1
           END-IF
           PERFORM 600-PRINT-DEGREE-LINE
           PERFORM 620-PRINT-WITHDRAWAL-LINES
           PERFORM 650-PRINT-CONDUCT-LINES
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-DONE
           ACCEPT ANS.
               MOVE ZEROS TO WS-TG-QP(WS-TG-HIT)
               MOVE ZEROS TO WS-TG-HOURS(WS-TG-HIT)
           END-IF
           MOVE CS-CRED-HR TO WS-NODE-HRS
           IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
               MOVE RF-CRED-HR TO WS-NODE-HRS
           END-IF
           IF WS-TG-HIT > ZERO
               ADD WS-NODE-HRS TO WS-TG-HOURS(WS-TG-HIT)
               COMPUTE WS-TG-QP(WS-TG-HIT) =
                   WS-TG-QP(WS-TG-HIT)
                   + (WS-NODE-HRS * WS-TG-POINTS)
           END-IF.
       350-PRINT-TRANSFER-SECTION.
           IF WS-TC-ON-FILE = 'Y' THEN
               NOT INVALID KEY
                   MOVE CS-CRS-CODE TO CRS-CODE-OUT
                   MOVE CS-DESC TO CRS-DESC-OUT
                   MOVE CS-CRED-HR TO WS-NODE-HRS
                   IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                       MOVE RF-CRED-HR TO WS-NODE-HRS
                   END-IF
                   MOVE WS-NODE-HRS TO CRED-HR-OUT
                   ADD WS-NODE-HRS TO WS-TOT-CRED-HR
                   MOVE CS-CRS-CODE TO WS-CUR-CRS
           END-READ
           MOVE RF-GRADE TO GRADE-OUT
                       WRITE REPORT-REC FROM DEGREE-LINE AFTER 1
               END-READ
           END-IF.
       620-PRINT-WITHDRAWAL-LINES.
      *    ONE LINE PER APPROVED WITHDRAWAL PETITION, IN TERM-KEY
      *    ORDER.  PENDING AND DENIED PETITIONS STAY OFF.
           IF WS-WD-ON-FILE = 'Y' THEN
               MOVE 'N' TO WS-ANY-WITHDRAWAL
               MOVE SF-STU-NUM TO WD-STU-NUM
               MOVE SPACES TO WD-TERM
               MOVE 'N' TO WS-WD-DONE
               START WD-FILE-DESC KEY IS NOT LESS THAN WD-KEY
                   INVALID KEY MOVE 'Y' TO WS-WD-DONE
               END-START
               PERFORM UNTIL WS-WD-DONE = 'Y'
                   READ WD-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-WD-DONE
                       NOT AT END
                           IF WD-STU-NUM NOT = SF-STU-NUM
                               MOVE 'Y' TO WS-WD-DONE
                           ELSE
                               PERFORM 630-PRINT-ONE-WITHDRAWAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       630-PRINT-ONE-WITHDRAWAL.
           IF WD-STATUS = 'A'
               IF WS-ANY-WITHDRAWAL = 'N'
                   MOVE 'Y' TO WS-ANY-WITHDRAWAL
                   MOVE SPACES TO REPORT-REC
                   WRITE REPORT-REC FROM BLANK-LINE AFTER 1
               END-IF
               IF WD-TYPE = 'M'
                   MOVE 'MEDICAL WITHDRAWAL' TO WDL-TEXT-OUT
               ELSE IF WD-TYPE = 'H'
                   MOVE 'HARDSHIP WITHDRAWAL' TO WDL-TEXT-OUT
               ELSE
                   MOVE 'RETROACTIVE WITHDRAWAL' TO WDL-TEXT-OUT
               END-IF
               END-IF
               MOVE WD-TERM TO WDL-TERM-OUT
               WRITE REPORT-REC FROM WITHDRAWAL-LINE AFTER 1
           END-IF.
       650-PRINT-CONDUCT-LINES.
      *    ONE LINE PER SUSPENSION OR EXPULSION THE STUDENT WAS FOUND
      *    RESPONSIBLE FOR, IN CASE ORDER.  WARNINGS AND PROBATION
      *    STAY OFF THE TRANSCRIPT.
           IF WS-CC-ON-FILE = 'Y' THEN
               MOVE 'N' TO WS-ANY-CONDUCT
               MOVE SF-STU-NUM TO CC-STU-NUM
               MOVE ZERO TO CC-CASE-SEQ
               MOVE 'N' TO WS-CC-DONE
               START CC-FILE-DESC KEY IS NOT LESS THAN CC-KEY
                   INVALID KEY MOVE 'Y' TO WS-CC-DONE
               END-START
               PERFORM UNTIL WS-CC-DONE = 'Y'
                   READ CC-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-CC-DONE
                       NOT AT END
                           IF CC-STU-NUM NOT = SF-STU-NUM
                               MOVE 'Y' TO WS-CC-DONE
                           ELSE
                               PERFORM 660-PRINT-ONE-CASE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       660-PRINT-ONE-CASE.
           IF CC-FINDING = 'R' AND (CC-SANCTION = 'S' OR 'E')
                   AND CC-SANCT-START > ZERO
               IF WS-ANY-CONDUCT = 'N'
                   MOVE 'Y' TO WS-ANY-CONDUCT
                   MOVE SPACES TO REPORT-REC
                   WRITE REPORT-REC FROM BLANK-LINE AFTER 1
               END-IF
               MOVE CC-SANCT-START TO WS-CC-DATE
               MOVE WS-CC-MM TO COND-FROM-MM
               MOVE WS-CC-DD TO COND-FROM-DD
               MOVE WS-CC-CCYY TO COND-FROM-CCYY
               IF CC-SANCTION = 'S'
                   MOVE 'DISCIPLINARY SUSPENSION ' TO COND-TEXT-OUT
                   MOVE ' - ' TO COND-DASH-OUT
                   MOVE CC-SANCT-END TO WS-CC-DATE
                   MOVE WS-CC-MM TO COND-THRU-MM
                   MOVE WS-CC-DD TO COND-THRU-DD
                   MOVE WS-CC-CCYY TO COND-THRU-CCYY
               ELSE
                   MOVE 'DISCIPLINARY EXPULSION  ' TO COND-TEXT-OUT
                   MOVE SPACES TO COND-DASH-OUT
                   MOVE SPACES TO COND-THRU-OUT
               END-IF
               WRITE REPORT-REC FROM CONDUCT-LINE AFTER 1
           END-IF.
       900-NOT-EXISTING-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-NOT-FOUND

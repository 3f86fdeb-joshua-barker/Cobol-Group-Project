       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-VA-CERT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  VA ENROLLMENT CERTIFICATION FOR
      *          CURRENT-TERM.  FOR EVERY ACTIVE ROW ON PROJ-VA-BEN.DAT
      *          (SEE VB-FILE-DESC), SUMS CS-CRED-HR ACROSS THE
      *          STUDENT'S SEATED CHAIN FOR THE TERM (SAME WALK AS
      *          PROJ-TUITION-ASSESS), LEAVING OUT AUDIT SEATS AND ANY
      *          COURSE THE CATALOG MARKS CG-DEG-CREDIT 'N'.  FOR A
      *          CHAPTER 33 STUDENT IT ALSO REPORTS THE TUITION AND
      *          FEES CHARGED ON THE RECEIPT CHAIN INSIDE THE TERM'S
      *          CALENDAR WINDOW (SAME NETTING AS PROJ-1098T).  THE
      *          RESULT IS STAMPED ON THE BENEFICIARY ROW.  A STUDENT
      *          ALREADY CERTIFIED FOR THE TERM IS ONLY REDONE WHEN
      *          PROJ-VA-ADJ.DAT HOLDS PENDING CHANGES FOR THEM, AND
      *          THOSE ROWS ARE THEN MARKED REPORTED -- THE RERUN IS
      *          THE AMENDED CERTIFICATION.  PRINTS VA-CERT.RPT.
      *20261015  CATALOG FD NOW 58 BYTES (CG-EQUIP-NEEDS ADDED).
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  CERTIFIED HOURS ARE THE STUDENT'S OWN HOURS ON THE
      *          ENROLLMENT NODE (RF-CRED-HR), FALLING BACK TO
      *          CS-CRED-HR ON OLDER NODES (VARIABLE-CREDIT SECTIONS).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  ACADEMIC CALENDAR FD NOW 94 BYTES (COURSE EVALUATION
      *          WINDOW ADDED).
      *20261015  RECEIPT ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT.
      *20261015  CLASS SECTION FD NOW 83 BYTES AND RECEIPT FD NOW 88
      *          BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VB-FILE-DESC ASSIGN TO 'PROJ-VA-BEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VB-STU-NUM
               FILE STATUS IS WS-VB-STATUS.
           SELECT VJ-FILE-DESC ASSIGN TO 'PROJ-VA-ADJ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VJ-KEY
               FILE STATUS IS WS-VJ-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT EF-FILE-DES ASSIGN TO 'PROJ-ENR.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS DYNAMIC
               RELATIVE KEY IS WS-EF-KEY.
           SELECT CS-SECT ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CRN.
           SELECT CG-FILE-DESC ASSIGN TO 'PROJ-CATALOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CG-CRS-CODE
               FILE STATUS IS WS-CG-STATUS.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT AC-FILE-DESC ASSIGN TO 'PROJ-ACAD-CAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-TERM
               FILE STATUS IS WS-AC-STATUS.
           SELECT CERT-REPORT ASSIGN TO 'VA-CERT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VB-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY VB-FILE-DESC.
       FD  VJ-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY VJ-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  CG-FILE-DESC IS EXTERNAL RECORD CONTAINS 58 CHARACTERS.
           COPY CG-CAT-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  AC-FILE-DESC IS EXTERNAL RECORD CONTAINS 94 CHARACTERS.
           COPY AC-CAL-DESC.
       FD  CERT-REPORT
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-NODE-HRS               PIC 99.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  NO-MORE-ADJ               PIC X      VALUE 'N'.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-RC-DONE                PIC X.
       01  WS-VB-STATUS              PIC XX.
       01  WS-VJ-STATUS              PIC XX.
       01  WS-CG-STATUS              PIC XX.
       01  WS-AC-STATUS              PIC XX.
       01  WS-CG-ON-FILE             PIC X      VALUE 'N'.
       01  WS-CAL-FOUND              PIC X      VALUE 'N'.
       01  WS-TODAY                  PIC 9(6).
       01  WS-NODE-CCYYMMDD          PIC 9(8).
       01  WS-PENDING-CNT            PIC 9(3).
       01  WS-CERT-HOURS             PIC 9(3).
       01  WS-CERT-TUITION           PIC 9(6)V99.
       01  WS-WAS-CERTIFIED          PIC X.
       01  WS-ACTION                 PIC X(16).
       01  WS-ACTIVE-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-CERT-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-RECERT-CNT             PIC 9(5)   VALUE ZERO.
       01  WS-UNCHANGED-CNT          PIC 9(5)   VALUE ZERO.
       01  WS-NOT-REG-CNT            PIC 9(5)   VALUE ZERO.
       01  WS-REPORTED-CNT           PIC 9(5)   VALUE ZERO.
       01  DATE-WS.
           05 YEAR-WS                PIC XXXX.
           05 MONTH-WS               PIC XX.
           05 DAY-WS                 PIC XX.
       01  WS-LINE-CT                PIC 99    VALUE ZERO.
       01  WS-PAGE                   PIC 99    VALUE ZERO.
       COPY CURRENT-TERM.
       01  HEADING-1.
           05                        PIC X(6)     VALUE SPACES.
           05                        PIC X(30)
                VALUE "VA ENROLLMENT CERTIFICATION  ".
           05 TERM-H1                PIC X(6).
           05                        PIC X(4)     VALUE SPACES.
           05 MONTH-H1               PIC X(2).
           05                        PIC X        VALUE "/".
           05 DAY-H1                 PIC X(2).
           05                        PIC X        VALUE "/".
           05 YEAR-H1                PIC X(4).
           05                        PIC X(9)
                VALUE "   PAGE ".
           05 PAGE-NO-H1             PIC 9(2).
           05                        PIC X(13)    VALUE SPACES.
       01  HEADING-2.
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(9)     VALUE "STUDENT".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(20)    VALUE "LAST NAME".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(4)     VALUE "CH".
           05                        PIC X(1)     VALUE SPACES.
           05                        PIC X(4)     VALUE "PCT".
           05                        PIC X(1)     VALUE SPACES.
           05                        PIC X(5)     VALUE "HOURS".
           05                        PIC X(1)     VALUE SPACES.
           05                        PIC X(10)    VALUE "TUIT/FEES".
           05                        PIC X(2)     VALUE SPACES.
           05                        PIC X(16)    VALUE "ACTION".
           05                        PIC X(1)     VALUE SPACES.
       01  DETAIL-LINE.
           05                        PIC X(2)     VALUE SPACES.
           05 STU-OUT                PIC 9(9).
           05                        PIC X(2)     VALUE SPACES.
           05 NAME-OUT               PIC X(20).
           05                        PIC X(2)     VALUE SPACES.
           05 CHAPTER-OUT            PIC X(4).
           05                        PIC X(1)     VALUE SPACES.
           05 PCT-OUT                PIC ZZZ9.
           05                        PIC X(1)     VALUE SPACES.
           05 HOURS-OUT              PIC ZZZZ9.
           05                        PIC X(1)     VALUE SPACES.
           05 TUITION-OUT            PIC ZZZ,ZZ9.99.
           05                        PIC X(2)     VALUE SPACES.
           05 ACTION-OUT             PIC X(16).
           05                        PIC X(1)     VALUE SPACES.
       01  TOTAL-LINE.
           05                        PIC X(6)     VALUE SPACES.
           05 TOTAL-LABEL-OUT        PIC X(30).
           05 TOTAL-CNT-OUT          PIC ZZZZ9.
           05                        PIC X(39)    VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           DISPLAY 'PROJ-VA-CERT STARTING'
           OPEN I-O VB-FILE-DESC
           IF WS-VB-STATUS = '35'
               DISPLAY 'NO VA BENEFICIARIES ON FILE'
               EXIT PROGRAM
           END-IF
           ACCEPT WS-TODAY FROM DATE
           PERFORM 140-READ-CALENDAR
           OPEN I-O VJ-FILE-DESC
           IF WS-VJ-STATUS = '35'
               OPEN OUTPUT VJ-FILE-DESC
               CLOSE VJ-FILE-DESC
               OPEN I-O VJ-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
                      EF-FILE-DES
                      CS-SECT
                      RC-FILE-DESC
           OPEN INPUT CG-FILE-DESC
           IF WS-CG-STATUS = '35'
               MOVE 'N' TO WS-CG-ON-FILE
           ELSE
               MOVE 'Y' TO WS-CG-ON-FILE
           END-IF
           OPEN OUTPUT CERT-REPORT
           PERFORM 150-HEADING-RTN
           MOVE ZEROS TO VB-STU-NUM
           START VB-FILE-DESC KEY IS NOT LESS THAN VB-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ VB-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF VB-STATUS = 'A'
                           PERFORM 200-CERTIFY-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 700-TOTALS-RTN
           DISPLAY 'PROJ-VA-CERT FINISHED -- ' WS-CERT-CNT
               ' CERTIFIED, ' WS-RECERT-CNT ' RECERTIFIED'
           CLOSE VB-FILE-DESC
                 VJ-FILE-DESC
                 SF-FILE-DESC
                 EF-FILE-DES
                 CS-SECT
                 RC-FILE-DESC
                 CERT-REPORT
           IF WS-CG-ON-FILE = 'Y'
               CLOSE CG-FILE-DESC
           END-IF
           EXIT PROGRAM.
       140-READ-CALENDAR.
      *    SAME ONE-SHOT LOOKUP AS PROJ-TUITION-ASSESS.  THE TERM'S
      *    START AND END DATES BOUND THE CHAPTER 33 CHARGES; WITHOUT A
      *    ROW THE HOURS ARE STILL CERTIFIED BUT NO AMOUNT IS.
           MOVE 'N' TO WS-CAL-FOUND
           OPEN INPUT AC-FILE-DESC
           IF WS-AC-STATUS NOT = '35'
               MOVE CURRENT-TERM TO AC-TERM
               READ AC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AC-TERM-START > ZERO AND AC-TERM-END > ZERO
                           MOVE 'Y' TO WS-CAL-FOUND
                       END-IF
               END-READ
               CLOSE AC-FILE-DESC
           END-IF.
       150-HEADING-RTN.
           ADD 1 TO WS-PAGE
           MOVE WS-PAGE TO PAGE-NO-H1
           MOVE CURRENT-TERM TO TERM-H1
           MOVE FUNCTION CURRENT-DATE TO DATE-WS
           MOVE MONTH-WS TO MONTH-H1
           MOVE DAY-WS TO DAY-H1
           MOVE YEAR-WS TO YEAR-H1
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER PAGE
           WRITE REPORT-REC FROM HEADING-1 AFTER 6
           WRITE REPORT-REC FROM HEADING-2 AFTER 2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 0 TO WS-LINE-CT
           ADD 10 TO WS-LINE-CT.
       200-CERTIFY-ONE-STUDENT.
      *    A TERM ALREADY CERTIFIED WITH NOTHING PENDING AGAINST IT IS
      *    LEFT ALONE.  A STUDENT WITH NO CERTIFIABLE HOURS WHO WAS
      *    NEVER CERTIFIED FOR THE TERM IS LISTED BUT NOT STAMPED; ONE
      *    WHO WAS (EVERYTHING SINCE DROPPED) IS RECERTIFIED AT ZERO.
           ADD 1 TO WS-ACTIVE-CNT
           MOVE 'N' TO WS-WAS-CERTIFIED
           IF VB-CERT-TERM = CURRENT-TERM
               MOVE 'Y' TO WS-WAS-CERTIFIED
           END-IF
           PERFORM 260-COUNT-PENDING
           IF WS-WAS-CERTIFIED = 'Y' AND WS-PENDING-CNT = ZERO
               ADD 1 TO WS-UNCHANGED-CNT
           ELSE
               MOVE VB-STU-NUM TO SF-STU-NUM
               READ SF-FILE-DESC
                   INVALID KEY
                       MOVE SPACES TO SF-LAST-NAME
                       MOVE ZERO TO SF-ENR-REC-PNTR
               END-READ
               MOVE ZERO TO WS-CERT-HOURS
               MOVE ZERO TO WS-CERT-TUITION
               PERFORM 300-WALK-EF-CHAIN
               IF WS-CERT-HOURS = ZERO AND WS-WAS-CERTIFIED = 'N'
                   ADD 1 TO WS-NOT-REG-CNT
                   MOVE 'NOT REGISTERED' TO WS-ACTION
               ELSE
                   IF VB-CHAPTER = '33' AND WS-CAL-FOUND = 'Y'
                       PERFORM 350-WALK-RC-CHAIN
                   END-IF
                   PERFORM 400-STAMP-CERT
               END-IF
               PERFORM 600-DETAIL-RTN
           END-IF.
       260-COUNT-PENDING.
           MOVE ZERO TO WS-PENDING-CNT
           PERFORM 265-START-ADJ
           PERFORM UNTIL NO-MORE-ADJ = 'Y'
               READ VJ-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-ADJ
                   NOT AT END
                       IF VJ-STU-NUM NOT = VB-STU-NUM
                               OR VJ-TERM NOT = CURRENT-TERM
                           MOVE 'Y' TO NO-MORE-ADJ
                       ELSE
                           IF VJ-STATUS = 'P'
                               ADD 1 TO WS-PENDING-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       265-START-ADJ.
      *    POSITIONS PROJ-VA-ADJ.DAT ON THE FIRST ROW FOR THIS STUDENT
      *    AND TERM -- THE DATE AND TIME IN THE KEY KEEP THEM IN THE
      *    ORDER THEY WERE KEYED.
           MOVE 'N' TO NO-MORE-ADJ
           MOVE VB-STU-NUM TO VJ-STU-NUM
           MOVE CURRENT-TERM TO VJ-TERM
           MOVE ZEROS TO VJ-DATE
           MOVE ZEROS TO VJ-TIME
           MOVE LOW-VALUES TO VJ-CRN
           START VJ-FILE-DESC KEY IS NOT LESS THAN VJ-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-ADJ
           END-START.
       270-MARK-REPORTED.
           PERFORM 265-START-ADJ
           PERFORM UNTIL NO-MORE-ADJ = 'Y'
               READ VJ-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-ADJ
                   NOT AT END
                       IF VJ-STU-NUM NOT = VB-STU-NUM
                               OR VJ-TERM NOT = CURRENT-TERM
                           MOVE 'Y' TO NO-MORE-ADJ
                       ELSE
                           IF VJ-STATUS = 'P'
                               MOVE 'R' TO VJ-STATUS
                               MOVE WS-TODAY TO VJ-RPT-DATE
                               REWRITE VJ-RECORD
                               ADD 1 TO WS-REPORTED-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       300-WALK-EF-CHAIN.
           IF SF-ENR-REC-PNTR > 0 THEN
               MOVE SF-ENR-REC-PNTR TO WS-EF-KEY
               READ EF-FILE-DES
               PERFORM 310-SCORE-EF-NODE
               PERFORM UNTIL RF-NXT-CLS-PNTR = 0
                   MOVE RF-NXT-CLS-PNTR TO WS-EF-KEY
                   READ EF-FILE-DES
                   PERFORM 310-SCORE-EF-NODE
               END-PERFORM
           END-IF.
       310-SCORE-EF-NODE.
      *    SEATED, NOT AUDIT, AND NOT A NON-DEGREE COURSE.  A SECTION
      *    WHOSE COURSE IS MISSING FROM THE CATALOG STILL COUNTS.
           IF RF-TERM = CURRENT-TERM AND RF-STATUS = 'E'
                   AND RF-BASIS NOT = 'A' THEN
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 320-CHECK-DEG-CREDIT
               END-READ
           END-IF.
       320-CHECK-DEG-CREDIT.
           MOVE 'Y' TO CG-DEG-CREDIT
           IF WS-CG-ON-FILE = 'Y'
               MOVE CS-CRS-CODE TO CG-CRS-CODE
               READ CG-FILE-DESC
                   INVALID KEY MOVE 'Y' TO CG-DEG-CREDIT
               END-READ
           END-IF
           IF CG-DEG-CREDIT NOT = 'N'
               MOVE CS-CRED-HR TO WS-NODE-HRS
               IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                   MOVE RF-CRED-HR TO WS-NODE-HRS
               END-IF
               ADD WS-NODE-HRS TO WS-CERT-HOURS
           END-IF.
       350-WALK-RC-CHAIN.
           MOVE SF-STU-NUM TO RC-STU-NUM
           MOVE ZEROS TO RC-SEQ
           MOVE 'N' TO WS-RC-DONE
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'Y' TO WS-RC-DONE
           END-START
           PERFORM UNTIL WS-RC-DONE = 'Y'
               READ RC-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-RC-DONE
                   NOT AT END
                       IF RC-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-RC-DONE
                       ELSE
                           PERFORM 360-SUM-RC-NODE
                       END-IF
               END-READ
           END-PERFORM.
       360-SUM-RC-NODE.
      *    SAME NETTING AS PROJ-1098T'S 310-SUM-RC-NODE, BOUNDED BY
      *    THE TERM'S CALENDAR WINDOW INSTEAD OF THE TAX YEAR.
           COMPUTE WS-NODE-CCYYMMDD = 20000000 + RC-POST-DATE
           IF WS-NODE-CCYYMMDD NOT < AC-TERM-START
                   AND WS-NODE-CCYYMMDD NOT > AC-TERM-END
               IF RC-TYPE = 'DROPADJUST'
                   IF RC-AMT-OWED > WS-CERT-TUITION
                       MOVE ZERO TO WS-CERT-TUITION
                   ELSE
                       SUBTRACT RC-AMT-OWED FROM WS-CERT-TUITION
                   END-IF
               ELSE
                   IF RC-VOID NOT = 'Y'
                       IF RC-TYPE = 'TUITION' OR 'FEES'
                           ADD RC-AMT-OWED TO WS-CERT-TUITION
                       END-IF
                   END-IF
               END-IF
           END-IF.
       400-STAMP-CERT.
           IF WS-WAS-CERTIFIED = 'Y'
               ADD 1 TO WS-RECERT-CNT
               MOVE 'RECERTIFIED' TO WS-ACTION
           ELSE
               ADD 1 TO WS-CERT-CNT
               MOVE 'CERTIFIED' TO WS-ACTION
           END-IF
           IF VB-CHAPTER = '33' AND WS-CAL-FOUND = 'N'
               IF WS-WAS-CERTIFIED = 'Y'
                   MOVE 'RECERT - NO CAL' TO WS-ACTION
               ELSE
                   MOVE 'CERT - NO CAL' TO WS-ACTION
               END-IF
           END-IF
           MOVE CURRENT-TERM TO VB-CERT-TERM
           MOVE WS-TODAY TO VB-CERT-DATE
           MOVE WS-CERT-HOURS TO VB-CERT-HOURS
           MOVE WS-CERT-TUITION TO VB-CERT-TUITION
           REWRITE VB-RECORD
           IF WS-PENDING-CNT > ZERO
               PERFORM 270-MARK-REPORTED
           END-IF.
       600-DETAIL-RTN.
           IF WS-LINE-CT > 55
               PERFORM 150-HEADING-RTN
           END-IF
           MOVE VB-STU-NUM TO STU-OUT
           MOVE SF-LAST-NAME TO NAME-OUT
           MOVE VB-CHAPTER TO CHAPTER-OUT
           MOVE VB-BENEFIT-PCT TO PCT-OUT
           MOVE WS-CERT-HOURS TO HOURS-OUT
           MOVE WS-CERT-TUITION TO TUITION-OUT
           MOVE WS-ACTION TO ACTION-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-LINE-CT.
       700-TOTALS-RTN.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER 1
           MOVE 'ACTIVE BENEFICIARIES' TO TOTAL-LABEL-OUT
           MOVE WS-ACTIVE-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'CERTIFIED' TO TOTAL-LABEL-OUT
           MOVE WS-CERT-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'RECERTIFIED' TO TOTAL-LABEL-OUT
           MOVE WS-RECERT-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'ALREADY CERTIFIED, NO CHANGE' TO TOTAL-LABEL-OUT
           MOVE WS-UNCHANGED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'NOT REGISTERED' TO TOTAL-LABEL-OUT
           MOVE WS-NOT-REG-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1
           MOVE 'ADJUSTMENTS REPORTED' TO TOTAL-LABEL-OUT
           MOVE WS-REPORTED-CNT TO TOTAL-CNT-OUT
           WRITE REPORT-REC FROM TOTAL-LINE AFTER 1.

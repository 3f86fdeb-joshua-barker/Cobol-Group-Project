       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-VA.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  THE SCHOOL CERTIFYING OFFICIAL'S
      *          MAINTENANCE SCREEN FOR THE VA BENEFICIARY FILE (SEE
      *          VB-FILE-DESC), SAME ADD-OR-CORRECT SHAPE AS
      *          PROJ-UPD-HEALTH -- KEYS A STUDENT, SHOWS THE ROW ON
      *          FILE IF ANY, AND WRITES OR REWRITES THE CHAPTER,
      *          ELIGIBILITY PERCENT, STATUS AND COMMENT STAMPED WITH
      *          THE OPERATOR.  THE CERTIFIED TERM, HOURS AND TUITION
      *          ARE SHOWN BUT BELONG TO PROJ-VA-CERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VB-FILE-DESC ASSIGN TO 'PROJ-VA-BEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VB-STU-NUM
               FILE STATUS IS WS-VB-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD  VB-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY VB-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-VB-STATUS              PIC XX.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-CHAPTER            PIC X(4).
       01  WS-TMP-PCT                PIC 9(3).
       01  WS-TMP-STATUS             PIC X.
       01  WS-TMP-COMMENT            PIC X(20).
       01  WS-TMP-NAME               PIC X(35).
       01  WS-TMP-CERT-TERM          PIC X(6).
       01  WS-TMP-CERT-HOURS         PIC ZZ9.
       01  WS-TMP-CERT-TUITION       PIC ZZZ,ZZ9.99.
       01  WS-ROW-ON-FILE            PIC X.
       01  WS-ENTRY-OK               PIC X.
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 3 COLUMN 1 VALUE 'STUDENT ID: '.
          05 LINE 3 COLUMN 14 PIC 9(9) TO WS-TMP-SNO.
       01 SCRN-DETAIL.
          05 LINE 5 COLUMN 1 VALUE 'STUDENT: '.
          05 LINE 5 COLUMN 10 PIC X(35) FROM WS-TMP-NAME.
          05 LINE 7 COLUMN 1 VALUE 'BENEFIT CHAPTER (33, 31, 35 ...): '.
          05 LINE 7 COLUMN 36 PIC X(4) USING WS-TMP-CHAPTER.
          05 LINE 9 COLUMN 1 VALUE 'CH 33 ELIGIBILITY PERCENT: '.
          05 LINE 9 COLUMN 28 PIC 9(3) USING WS-TMP-PCT.
          05 LINE 11 COLUMN 1 VALUE 'STATUS (A=ACTIVE I=INACTIVE): '.
          05 LINE 11 COLUMN 32 PIC X USING WS-TMP-STATUS.
          05 LINE 13 COLUMN 1 VALUE 'COMMENT: '.
          05 LINE 13 COLUMN 10 PIC X(20) USING WS-TMP-COMMENT.
          05 LINE 15 COLUMN 1 VALUE 'LAST CERTIFIED TERM: '.
          05 LINE 15 COLUMN 22 PIC X(6) FROM WS-TMP-CERT-TERM.
          05 LINE 15 COLUMN 31 VALUE 'HOURS: '.
          05 LINE 15 COLUMN 38 PIC ZZ9 FROM WS-TMP-CERT-HOURS.
          05 LINE 15 COLUMN 44 VALUE 'TUITION/FEES: '.
          05 LINE 15 COLUMN 58 PIC ZZZ,ZZ9.99 FROM WS-TMP-CERT-TUITION.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'DO YOU WANT TO ADD MORE DATA? (YES/NO): '.
          05 LINE 1 COLUMN 41 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN I-O VB-FILE-DESC
           IF WS-VB-STATUS = '35'
               OPEN OUTPUT VB-FILE-DESC
               CLOSE VB-FILE-DESC
               OPEN I-O VB-FILE-DESC
           END-IF
           OPEN INPUT SF-FILE-DESC
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-INPUT-ROUTINE
           END-PERFORM
           CLOSE VB-FILE-DESC
                 SF-FILE-DESC
           EXIT PROGRAM.
       200-INPUT-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           MOVE WS-TMP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   DISPLAY 'STUDENT NOT IN SYSTEM'
                   DISPLAY 'HIT ENTER TO CONTINUE'
                   ACCEPT ANS
               NOT INVALID KEY
                   PERFORM 250-MAINTAIN-ROW
           END-READ
           DISPLAY SCRN-MORE-DATA
           ACCEPT SCRN-MORE-DATA.
       250-MAINTAIN-ROW.
           MOVE SPACES TO WS-TMP-NAME
           STRING SF-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               SF-LAST-NAME DELIMITED BY '  '
               INTO WS-TMP-NAME
           END-STRING
           MOVE WS-TMP-SNO TO VB-STU-NUM
           READ VB-FILE-DESC
               INVALID KEY
                   MOVE 'N' TO WS-ROW-ON-FILE
                   MOVE SPACES TO WS-TMP-CHAPTER
                   MOVE ZEROS TO WS-TMP-PCT
                   MOVE 'A' TO WS-TMP-STATUS
                   MOVE SPACES TO WS-TMP-COMMENT
                   MOVE SPACES TO WS-TMP-CERT-TERM
                   MOVE ZEROS TO WS-TMP-CERT-HOURS
                   MOVE ZEROS TO WS-TMP-CERT-TUITION
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-ON-FILE
                   MOVE VB-CHAPTER TO WS-TMP-CHAPTER
                   MOVE VB-BENEFIT-PCT TO WS-TMP-PCT
                   MOVE VB-STATUS TO WS-TMP-STATUS
                   MOVE VB-COMMENT TO WS-TMP-COMMENT
                   MOVE VB-CERT-TERM TO WS-TMP-CERT-TERM
                   MOVE VB-CERT-HOURS TO WS-TMP-CERT-HOURS
                   MOVE VB-CERT-TUITION TO WS-TMP-CERT-TUITION
           END-READ
           DISPLAY SCRN-DETAIL
           ACCEPT SCRN-DETAIL
           PERFORM 260-EDIT-ENTRY
           IF WS-ENTRY-OK = 'N'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 300-SAVE-ROW
           END-IF.
       260-EDIT-ENTRY.
      *    A CHAPTER IS REQUIRED.  THE ELIGIBILITY PERCENT ONLY MEANS
      *    SOMETHING UNDER CHAPTER 33 AND IS CLEARED FOR THE OTHERS.
           MOVE 'Y' TO WS-ENTRY-OK
           IF WS-TMP-STATUS = 'a'
               MOVE 'A' TO WS-TMP-STATUS
           END-IF
           IF WS-TMP-STATUS = 'i'
               MOVE 'I' TO WS-TMP-STATUS
           END-IF
           IF WS-TMP-STATUS NOT = 'A' AND NOT = 'I'
               DISPLAY 'STATUS MUST BE A OR I'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = 'Y' AND WS-TMP-CHAPTER = SPACES
               DISPLAY 'A BENEFIT CHAPTER IS REQUIRED'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = 'Y' AND WS-TMP-CHAPTER = '33'
               IF WS-TMP-PCT = ZERO OR WS-TMP-PCT > 100
                   DISPLAY 'CHAPTER 33 NEEDS A PERCENT FROM 1 TO 100'
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF
           IF WS-TMP-CHAPTER NOT = '33'
               MOVE ZEROS TO WS-TMP-PCT
           END-IF.
       300-SAVE-ROW.
      *    THE CERTIFICATION STAMP PROJ-VA-CERT KEEPS ON THE ROW RIDES
      *    THROUGH A CORRECTION UNTOUCHED.
           IF WS-ROW-ON-FILE = 'N'
               MOVE SPACES TO VB-RECORD
               MOVE WS-TMP-SNO TO VB-STU-NUM
               MOVE SPACES TO VB-CERT-TERM
               MOVE ZEROS TO VB-CERT-DATE
               MOVE ZEROS TO VB-CERT-HOURS
               MOVE ZEROS TO VB-CERT-TUITION
           END-IF
           MOVE WS-TMP-CHAPTER TO VB-CHAPTER
           MOVE WS-TMP-PCT TO VB-BENEFIT-PCT
           MOVE WS-TMP-STATUS TO VB-STATUS
           MOVE WS-TMP-COMMENT TO VB-COMMENT
           MOVE WS-OPERATOR-ID TO VB-OPERATOR-ID
           IF WS-ROW-ON-FILE = 'Y'
               REWRITE VB-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY 'VA BENEFICIARY UPDATED'
           ELSE
               WRITE VB-RECORD
               DISPLAY SCRN-CLEAR
               DISPLAY 'VA BENEFICIARY ADDED'
           END-IF
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.

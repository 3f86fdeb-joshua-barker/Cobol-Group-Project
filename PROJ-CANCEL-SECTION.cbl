      *          THROUGH PROJ-JOURNAL LIKE THE INTERACTIVE DROPS DO,
      *          SO PROJ-REG-PACE AND PROJ-JRNL-REPORT SEE A
      *          CANCELLATION'S DROPS AT ALL.
      *20261015  CURRENT-TERM NOW COMES FROM THE REGISTRATION TERM ON
      *          PROJ-TERM-CTL.DAT (PROJ-TERM-LOAD AT STARTUP)
      *          INSTEAD OF THE COMPILED CONSTANT.
      *20261015  A CANCELLED SECTION'S FACULTY PAY CONTRACT (SEE
      *          FC-FILE-DESC) NO LONGER JUST VANISHES.  IF ITS 'ICON'
      *          LETTER HAS GONE OUT, THE ROW IS KEPT AS CANCELLED
      *          WITH IP-CANCEL-PCT OF THE CONTRACT AS A FEE FOR
      *          PROJ-FAC-PAY TO SEND TO PAYROLL, AND THE INSTRUCTOR
      *          GETS AN 'ICXL' LETTER; AN UNANNOUNCED CONTRACT IS
      *          SIMPLY DELETED.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED); EOF-REC FILLER WIDENED TO MATCH,
      *          AND A FREED NODE'S HOURS ARE ZEROED.
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED); EOF-REC FILLER WIDENED TO MATCH, AND A FREED
      *          NODE'S RESERVED-SEAT ROW IS ZEROED.
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EX-STATUS.
           SELECT FC-FILE-DESC ASSIGN TO 'PROJ-FAC-CONTRACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  CANCEL-REPORT
           DATA RECORD IS REPORT-REC.
       01  QUEUE-REC                 PIC X(59).
       FD  EX-FILE-DESC IS EXTERNAL RECORD CONTAINS 24 CHARACTERS.
           COPY EX-FILE-DESC.
       FD  FC-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY FC-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-CQ-STATUS              PIC XX.
       01  WS-EX-STATUS           PIC XX.
       01  WS-EX-ON-FILE          PIC X VALUE 'N'.
       01  WS-EX-DONE             PIC X.
       01  WS-FC-STATUS           PIC XX.
       01  WS-FC-ON-FILE          PIC X VALUE 'N'.
       01  WS-CS-TERM             PIC X(6).
       01  WS-FEE-EDIT            PIC ZZZ,ZZ9.99.
       01  ARE-THERE-MORE-RECORDS    PIC X      VALUE 'Y'.
       01  WS-SECT-FOUND             PIC X      VALUE 'N'.
       01  WS-PROCEED                PIC X      VALUE 'N'.
       01  EOF-REC.
           05  EOF-POINTER           PIC 9(5).
           05  EOF-FREE-HEAD         PIC 9(5).
           05  FILLER                PIC X(39).
       01  ANS                       PIC X.
       01  NOTICE-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X       VALUE SPACES.
           05  NOTICE-NAME-OUT       PIC X(10).
       COPY CURRENT-TERM.
       COPY IP-PAY.
       SCREEN SECTION.
       01  BLANK-SCREEN.
           05  BLANK SCREEN.
           05  LINE 9 COLUMN 30 PIC X TO ANS.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           CALL 'PROJ-PARM-LOAD' USING IP-PARM-ID, IP-PARMS
           OPEN I-O SF-FILE-DESC
           OPEN I-O EF-FILE-DES
           OPEN I-O CS-SECT
           ELSE
               MOVE 'Y' TO WS-EX-ON-FILE
           END-IF
           OPEN I-O FC-FILE-DESC
           IF WS-FC-STATUS = '35'
               MOVE 'N' TO WS-FC-ON-FILE
           ELSE
               MOVE 'Y' TO WS-FC-ON-FILE
           END-IF
           DISPLAY BLANK-SCREEN
           DISPLAY SCRN-CRN
           ACCEPT SCRN-CRN
           MOVE WS-TMP-CRN TO CS-CRN
           READ CS-SECT
               INVALID KEY MOVE 'N' TO WS-SECT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SECT-FOUND
                   MOVE CS-TERM TO WS-CS-TERM
           END-READ
           IF WS-SECT-FOUND = 'N' THEN
               DISPLAY BLANK-SCREEN
           IF WS-PROCEED = 'Y' THEN
               PERFORM 105-OPEN-NOTICE-RTN
               PERFORM 200-UNWIND-ENROLLMENT
               PERFORM 300-CONTRACT-RTN
               MOVE WS-TMP-CRN TO CS-CRN
               DELETE CS-SECT
               CLOSE CANCEL-REPORT
           IF WS-EX-ON-FILE = 'Y'
               CLOSE EX-FILE-DESC
           END-IF
           IF WS-FC-ON-FILE = 'Y'
               CLOSE FC-FILE-DESC
           END-IF
           EXIT PROGRAM.
       105-OPEN-NOTICE-RTN.
      *    CS-CANCEL.RPT ACCUMULATES A NOTIFICATION LIST ACROSS EVERY
           MOVE SPACES TO RF-OPERATOR-ID
           MOVE SPACE TO RF-BASIS
           MOVE SPACE TO RF-AMNESTY
           MOVE ZERO TO RF-CRED-HR
           MOVE ZERO TO RF-RESV-SEQ
           MOVE EOF-FREE-HEAD TO RF-NXT-CLS-PNTR
           REWRITE ENR-REC
      *    THE CLEARING REWRITE JOURNALS SO ITS 'E'-BEFORE/CLEARED-
               INTO CQ-VAR-DATA
           END-STRING
           PERFORM 960-QUEUE-LETTER-RTN.
       300-CONTRACT-RTN.
      *    A CONTRACT THE INSTRUCTOR HAS ALREADY BEEN TOLD ABOUT IS
      *    OWED A CANCELLATION FEE; ONE STILL UNANNOUNCED IS DROPPED.
           IF WS-FC-ON-FILE = 'Y'
               MOVE WS-CS-TERM TO FC-TERM
               MOVE WS-TMP-CRN TO FC-CRN
               READ FC-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FC-STATUS = 'C' AND FC-LETTER-DATE > ZERO
                               AND FC-AMOUNT > ZERO
                           PERFORM 310-CANCEL-CONTRACT
                       ELSE
                           DELETE FC-FILE-DESC RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-IF.
       310-CANCEL-CONTRACT.
           COMPUTE FC-CANCEL-FEE ROUNDED =
               FC-AMOUNT * IP-CANCEL-PCT / 100
           MOVE 'X' TO FC-STATUS
           MOVE 'N' TO FC-EXPORTED
           REWRITE FC-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           ACCEPT WS-TODAY FROM DATE
           MOVE FC-INSTR-ID TO CQ-STU-NUM
           MOVE 'ICXL' TO CQ-LETTER-CODE
           MOVE WS-TODAY TO CQ-DATE
           MOVE FC-CANCEL-FEE TO WS-FEE-EDIT
           MOVE SPACES TO CQ-VAR-DATA
           STRING 'CRN ' DELIMITED BY SIZE
               WS-TMP-CRN DELIMITED BY SIZE
               '  FEE $' DELIMITED BY SIZE
               WS-FEE-EDIT DELIMITED BY SIZE
               INTO CQ-VAR-DATA
           END-STRING
           PERFORM 960-QUEUE-LETTER-RTN.
       960-QUEUE-LETTER-RTN.
      *    ONE EVENT ONTO THE CORRESPONDENCE QUEUE (SEE CQ-REC) FOR
      *    PROJ-LETTER-PRINT'S NIGHTLY RUN.  OPEN EXTEND FAILS WITH

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-BOOK-FEED.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  NIGHTLY BOOKSTORE FEED -- ONE LINE ON
      *          BOOKSTORE-FEED.DAT FOR EVERY REGISTRATION-TERM
      *          ADOPTION ON PROJ-TEXTBOOK.DAT (SEE TB-FILE-DESC),
      *          CARRYING THE SECTION'S CS-ENROLLED-CNT, CS-WAIT-CNT
      *          AND CS-CAPACITY AS THEY STAND TONIGHT SO THE STORE
      *          CAN SIZE ITS ORDER.  ISBN 'NONE' ROWS ARE LEFT OFF.
      *          THE FILE IS REBUILT WHOLE EVERY RUN.  STEP 10 OF
      *          PROJ-NIGHT-RUN.
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
           SELECT TB-FILE-DESC ASSIGN TO 'PROJ-TEXTBOOK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TB-KEY
               FILE STATUS IS WS-TB-STATUS.
           SELECT CS-FILE-DESC ASSIGN TO 'PROJ-CLASS-SECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CS-CRN.
           SELECT FEED-FILE ASSIGN TO 'BOOKSTORE-FEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TB-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY TB-FILE-DESC.
       FD  CS-FILE-DESC IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  FEED-FILE
           DATA RECORD IS FEED-REC.
       01  FEED-REC                  PIC X(90).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-TB-STATUS              PIC XX.
       01  WS-TB-ON-FILE             PIC X      VALUE 'Y'.
       01  WS-CS-FOUND               PIC X.
       01  WS-TODAY                  PIC 9(6).
       01  WS-FEED-CNT               PIC 9(5)   VALUE ZERO.
       01  WS-SKIP-CNT               PIC 9(5)   VALUE ZERO.
      *    ONE LINE PER ADOPTION.  FIXED COLUMNS, NO DELIMITERS.
       01  FEED-LINE.
           05  FD-TERM               PIC X(6).
           05  FD-CRN                PIC 9(5).
           05  FD-CRS-CODE           PIC X(6).
           05  FD-INSTR-ID           PIC 9(5).
           05  FD-ISBN               PIC X(13).
           05  FD-REQUIRED           PIC X.
           05  FD-TITLE              PIC X(24).
           05  FD-ENROLLED           PIC 9(3).
           05  FD-WAITING            PIC 9(3).
           05  FD-CAPACITY           PIC 9(3).
           05  FD-RUN-DATE           PIC 9(6).
           05  FILLER                PIC X(15)  VALUE SPACES.
       COPY CURRENT-TERM.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           MOVE CT-REG-TERM TO CURRENT-TERM
           ACCEPT WS-TODAY FROM DATE
           OPEN OUTPUT FEED-FILE
           OPEN INPUT CS-FILE-DESC
           OPEN INPUT TB-FILE-DESC
           IF WS-TB-STATUS = '35'
               MOVE 'N' TO WS-TB-ON-FILE
               MOVE 'Y' TO NO-MORE-RECORDS
           END-IF
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ TB-FILE-DESC
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END PERFORM 200-ONE-ADOPTION
               END-READ
           END-PERFORM
           DISPLAY 'PROJ-BOOK-FEED -- ' WS-FEED-CNT
               ' ADOPTIONS SENT FOR ' CURRENT-TERM
           IF WS-SKIP-CNT > ZERO
               DISPLAY 'PROJ-BOOK-FEED -- ' WS-SKIP-CNT
                   ' ADOPTIONS SKIPPED, SECTION NOT ON FILE'
           END-IF
           IF WS-TB-ON-FILE = 'Y'
               CLOSE TB-FILE-DESC
           END-IF
           CLOSE CS-FILE-DESC
                 FEED-FILE
           EXIT PROGRAM.
       200-ONE-ADOPTION.
           IF TB-TERM = CURRENT-TERM AND TB-ISBN NOT = 'NONE'
               MOVE 'Y' TO WS-CS-FOUND
               MOVE TB-CRN TO CS-CRN
               READ CS-FILE-DESC
                   INVALID KEY MOVE 'N' TO WS-CS-FOUND
               END-READ
               IF WS-CS-FOUND = 'N'
                   ADD 1 TO WS-SKIP-CNT
               ELSE
                   PERFORM 300-WRITE-FEED-LINE
               END-IF
           END-IF.
       300-WRITE-FEED-LINE.
           MOVE TB-TERM TO FD-TERM
           MOVE TB-CRN TO FD-CRN
           MOVE CS-CRS-CODE TO FD-CRS-CODE
           MOVE CS-INSTR-ID TO FD-INSTR-ID
           MOVE TB-ISBN TO FD-ISBN
           MOVE TB-REQUIRED TO FD-REQUIRED
           MOVE TB-TITLE TO FD-TITLE
           MOVE CS-ENROLLED-CNT TO FD-ENROLLED
           MOVE CS-WAIT-CNT TO FD-WAITING
           MOVE CS-CAPACITY TO FD-CAPACITY
           MOVE WS-TODAY TO FD-RUN-DATE
           WRITE FEED-REC FROM FEED-LINE
           ADD 1 TO WS-FEED-CNT.

      *          ABSOLUTE SLOTS).  RUN THIS ONLY IN A MAINTENANCE
      *          WINDOW WITH EVERY OTHER PROGRAM SHUT DOWN -- IT
      *          REPLACES THE LIVE FILES OUTRIGHT.
      *20261015  INSTRUCTOR FD NOW 52 BYTES (RANK, CONTRACT TYPE, PAY
      *          RATE AND CONTRACTED LOAD ADDED).
      *20261015  INSTRUCTOR FD NOW 82 BYTES (CAMPUS EMAIL ADDRESS
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  AID AND RECEIPT FILES ARE NOW INDEXED BY STUDENT
      *          AND SEQUENCE; THEIR ROWS GO BACK BY KEY.  A GENERATION
      *          TAKEN BEFORE THAT CONVERSION IS REFUSED UP FRONT.
      *20261015  CLASS SECTION FD NOW 83 BYTES AND RECEIPT FD NOW 88
      *          BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES AND FIN AID FD NOW 51 BYTES
      *          (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS WS-EF-KEY.
           SELECT FA-FILE-DESC ASSIGN TO 'PROJ-FIN-AID.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-KEY
               ALTERNATE RECORD KEY IS FA-POST-DATE WITH DUPLICATES.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT BK-GEN1 ASSIGN TO 'BK-GEN1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
               FILE STATUS IS WS-CAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  INSTR-FILE IS EXTERNAL RECORD CONTAINS 82 CHARACTERS.
           COPY INSTR-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
           COPY FA-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  BK-GEN1
           DATA RECORD IS BK1-REC.
       01  WS-BK-STATUS              PIC XX.
       01  WS-CAT-STATUS             PIC XX.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-ARE-MORE               PIC X.
       01  WS-OLD-FORMAT             PIC X      VALUE 'N'.
       01  WS-GEN                    PIC 9.
       01  WS-REC-CNT                PIC 9(7)   VALUE ZERO.
       01  ANS                       PIC X.
               DISPLAY 'NOT A VALID GENERATION -- NOTHING RESTORED'
               EXIT PROGRAM
           END-IF
           PERFORM 160-CHECK-GENERATION
           IF WS-OLD-FORMAT = 'Y'
               DISPLAY 'GENERATION ' WS-GEN ' WAS TAKEN BEFORE THE AID '
                   'AND RECEIPT FILES WERE KEYED BY STUDENT'
               DISPLAY 'IT CANNOT BE RESTORED -- NOTHING RESTORED'
               EXIT PROGRAM
           END-IF
           DISPLAY SCRN-CONFIRM
           ACCEPT SCRN-CONFIRM
           IF ANS NOT = 'Y' AND ANS NOT = 'y'
               END-READ
               CLOSE BK-CATALOG
           END-IF.
       160-CHECK-GENERATION.
      *    A GENERATION WRITTEN BEFORE THE AID AND RECEIPT FILES WENT
      *    INDEXED CARRIES .REL SLOT NUMBERS ON ITS FA AND RC LINES
      *    AND THE OLD RECORD LAYOUTS IN BK-DATA.  LOADING IT WOULD
      *    PUT UNKEYED ROWS INTO THE NEW FILES, SO THE WHOLE GENERATION
      *    IS READ ONCE UP FRONT, BEFORE ANY LIVE FILE IS TOUCHED.
           IF WS-GEN = 1
               OPEN INPUT BK-GEN1
           ELSE IF WS-GEN = 2
               OPEN INPUT BK-GEN2
           ELSE
               OPEN INPUT BK-GEN3
           END-IF
           MOVE 'Y' TO WS-ARE-MORE
           PERFORM UNTIL WS-ARE-MORE = 'N'
               PERFORM 200-READ-BK-LINE
               IF WS-ARE-MORE = 'Y'
                   IF (BK-FILE-ID = 'FA' OR BK-FILE-ID = 'RC')
                           AND BK-SLOT NOT = ZERO
                       MOVE 'Y' TO WS-OLD-FORMAT
                       MOVE 'N' TO WS-ARE-MORE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GEN = 1
               CLOSE BK-GEN1
           ELSE IF WS-GEN = 2
               CLOSE BK-GEN2
           ELSE
               CLOSE BK-GEN3
           END-IF.
       200-READ-BK-LINE.
           IF WS-GEN = 1
               READ BK-GEN1 INTO BK-LINE
               MOVE BK-DATA TO ENR-REC
               WRITE ENR-REC
           ELSE IF BK-FILE-ID = 'FA'
               MOVE BK-DATA TO FA-DATA-REC
               WRITE FA-DATA-REC
           ELSE IF BK-FILE-ID = 'RC'
               MOVE BK-DATA TO RC-REC
               WRITE RC-REC
           END-IF

      *          SIZED WITH HEADROOM SO RECORD GROWTH DOESN'T FORCE A
      *          NEW BACKUP FORMAT.  PROJ-RESTORE PUTS A CHOSEN
      *          GENERATION BACK AS A SET.
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
      *          AND SEQUENCE (PROJ-FIN-AID.DAT, PROJ-REC.DAT); THEIR
      *          LINES ARE WRITTEN WITH A ZERO SLOT IN KEY ORDER.
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
               ACCESS IS DYNAMIC
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
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BK-GEN2 ASSIGN TO 'BK-GEN2.DAT'
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
       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS             PIC XX.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
       01  WS-ARE-MORE               PIC X.
       01  WS-GEN                    PIC 9.
       01  WS-REC-CNT                PIC 9(7)   VALUE ZERO.
               END-READ
           END-PERFORM.
       240-BACKUP-AID.
      *    AID AND RECEIPTS ARE INDEXED NOW AND GO OUT WITH A ZERO SLOT
      *    LIKE THE MASTERS.  A GENERATION TAKEN BEFORE THE CONVERSION
      *    CARRIES NON-ZERO SLOTS ON ITS FA AND RC LINES, WHICH IS HOW
      *    PROJ-RESTORE TELLS THE OLD FORMAT APART AND REFUSES IT.
           MOVE 'Y' TO WS-ARE-MORE
           MOVE ZEROS TO FA-KEY
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'N' TO WS-ARE-MORE
           END-START
           PERFORM UNTIL WS-ARE-MORE = 'N'
                   AT END MOVE 'N' TO WS-ARE-MORE
                   NOT AT END
                       MOVE 'FA' TO BK-FILE-ID
                       MOVE ZEROS TO BK-SLOT
                       MOVE SPACES TO BK-DATA
                       MOVE FA-DATA-REC TO BK-DATA
                       PERFORM 400-WRITE-BK-LINE
           END-PERFORM.
       250-BACKUP-RECEIPTS.
           MOVE 'Y' TO WS-ARE-MORE
           MOVE ZEROS TO RC-KEY
           START RC-FILE-DESC KEY IS NOT LESS THAN RC-KEY
               INVALID KEY MOVE 'N' TO WS-ARE-MORE
           END-START
           PERFORM UNTIL WS-ARE-MORE = 'N'
                   AT END MOVE 'N' TO WS-ARE-MORE
                   NOT AT END
                       MOVE 'RC' TO BK-FILE-ID
                       MOVE ZEROS TO BK-SLOT
                       MOVE SPACES TO BK-DATA
                       MOVE RC-REC TO BK-DATA
                       PERFORM 400-WRITE-BK-LINE

      *          AND THE RC-HISTORY.DAT ROWS PROJ-FY-CLOSE PARKED.
      *          NOTHING IS EVER WRITTEN -- A TEN-YEAR-OLD RECORD IS
      *          A LOOKUP NOW, NOT A MAINTENANCE EVENT.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED).  AN ARCHIVED COURSE PRINTS THE STUDENT'S OWN
      *          HOURS WHERE THE NODE CARRIED THEM (AE-CRED-HR).
      *20261015  ARCHIVED AND HISTORY RECEIPT IMAGES CARRY RC-SEQ
      *          AHEAD OF THE AMOUNTS, AS PROJ-REC.DAT NOW DOES.
      *20261015  CLASS SECTION FD NOW 83 BYTES AND RECEIPT HISTORY FD
      *          NOW 102 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
      *20261015  RECEIPT HISTORY FD NOW 110 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          DATA RECORD IS ARCH-REC.
       01  ARCH-REC.
           05  ARCH-TYPE               PIC X.
           05  ARCH-DATA               PIC X(250).
       FD CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD HI-FILE-DESC IS EXTERNAL RECORD CONTAINS 110 CHARACTERS.
       COPY HI-FILE-DESC.
       FD INQ-REPORT
          DATA RECORD IS REPORT-REC.
           05  AS-FT-PT-FLAG       PIC X.
           05  AS-ACTIVE-FLAG      PIC X.
           05  AS-MAJOR-CODE       PIC 9(4).
           05  FILLER              PIC X(81).
      *    THE ARCHIVED ENROLLMENT AND RECEIPT NODES AS THEIR
      *    COPYBOOKS LAY THEM OUT.
       01  WS-ARCH-EF.
           05  AE-GRADE-DATE       PIC 9(6).
           05  AE-OPERATOR-ID      PIC X(8).
           05  AE-BASIS            PIC X.
           05  AE-AMNESTY          PIC X.
           05  AE-CRED-HR          PIC 99.
       01  WS-ARCH-RC.
           05  AR-TYPE             PIC X(10).
           05  AR-STU-NUM          PIC 9(9).
           05  AR-SEQ              PIC 9(5).
           05  AR-AMT-OWED         PIC 9(4)V99.
           05  AR-AMT-PAID         PIC 9(4)V99.
           05  AR-VOID             PIC X.
           05  AR-POST-DATE        PIC 9(6).
           05  FILLER              PIC X(44).
       01  WS-HIST-NODE.
           05  WH-TYPE             PIC X(10).
           05  WH-STU-NUM          PIC 9(9).
           05  WH-SEQ              PIC 9(5).
           05  WH-AMT-OWED         PIC 9(4)V99.
           05  WH-AMT-PAID         PIC 9(4)V99.
           05  FILLER              PIC X(46).
       01  HEAD-LINE.
           05                        PIC X(2)   VALUE SPACES.
           05                        PIC X(20)
                   MOVE CS-DESC TO DL-DESC-OUT
                   MOVE CS-CRED-HR TO DL-HR-OUT
           END-READ
           IF AE-CRED-HR IS NUMERIC AND AE-CRED-HR > ZERO
               MOVE AE-CRED-HR TO DL-HR-OUT
           END-IF
           MOVE AE-GRADE TO DL-GRADE-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1.
       550-PRINT-ONE-RECEIPT.

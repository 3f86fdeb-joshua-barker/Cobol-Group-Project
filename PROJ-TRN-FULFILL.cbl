      *          TRANSMISSION REGISTER.  PAPER STILL PRINTS EITHER
      *          WAY; THE RECEIVING SCHOOLS THAT REFUSE IT CAN NOW
      *          TAKE THE FILE.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  THE HOURS ON THE PRINTED AND ELECTRONIC TRANSCRIPT
      *          ARE THE STUDENT'S OWN ON THE ENROLLMENT NODE
      *          (RF-CRED-HR), FALLING BACK TO CS-CRED-HR ON OLDER
      *          NODES (VARIABLE-CREDIT SECTIONS).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FILE SECTION.
       FD  TQ-FILE-DESC IS EXTERNAL RECORD CONTAINS 66 CHARACTERS.
           COPY TQ-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  OFFICIAL-REPORT
           DATA RECORD IS REPORT-REC.
           DATA RECORD IS TRANSMIT-REC.
       01  TRANSMIT-REC              PIC X(50).
       WORKING-STORAGE SECTION.
       01  WS-NODE-HRS               PIC 99.
       01  WS-TQ-STATUS              PIC XX.
       01  NO-MORE-REQS              PIC X      VALUE 'N'.
       01  WS-EF-KEY                 PIC 9(5)   VALUE ZEROS.
               NOT INVALID KEY
                   MOVE CS-CRS-CODE TO CRS-CODE-OUT
                   MOVE CS-DESC TO CRS-DESC-OUT
                   MOVE CS-CRED-HR TO WS-NODE-HRS
                   IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                       MOVE RF-CRED-HR TO WS-NODE-HRS
                   END-IF
                   MOVE WS-NODE-HRS TO CRED-HR-OUT
           END-READ
           MOVE RF-GRADE TO GRADE-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1.
               NOT INVALID KEY
                   MOVE CS-CRS-CODE TO ED-CRS-CODE
                   MOVE CS-DESC TO ED-CRS-DESC
                   MOVE CS-CRED-HR TO WS-NODE-HRS
                   IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                       MOVE RF-CRED-HR TO WS-NODE-HRS
                   END-IF
                   MOVE WS-NODE-HRS TO ED-CRED-HR
           END-READ
           MOVE RF-GRADE TO ED-GRADE
           WRITE ELECTRONIC-REC FROM EL-DETAIL

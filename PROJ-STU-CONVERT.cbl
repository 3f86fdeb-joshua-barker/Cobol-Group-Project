      *          PRINTS EXACTLY WHAT IT ALWAYS DID; THE NEW FIELDS
      *          FILL IN AS RECORDS ARE TOUCHED ON PROJ-UPD-STUDENT.
      *          RUN ONCE, IN A MAINTENANCE WINDOW, AFTER A BACKUP.
      *20261015  THE OLD PIN NOW GOES ON THE NEW RECORD ONLY AS ITS
      *          HASH (SF-PIN-HASH, THROUGH PROJ-PWD-HASH), AND THE
      *          .NEW RECORD IS WRITTEN AT THE FULL SF-RECORD LENGTH.
      *20261015  THE AID AND RECEIPT CHAIN HEADS LAND IN SF-OLD-FA-PNTR
      *          AND SF-OLD-RC-PNTR, WHERE PROJ-FIN-CONVERT LOOKS FOR
      *          THEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  OLD-RESIDENCY       PIC X.
           05  OLD-SAP-STATUS      PIC X.
           05  OLD-COLL-FLAG       PIC X.
       FD  NEW-STU-FILE RECORD CONTAINS 250 CHARACTERS.
       01  NEW-RECORD.
           05  NEW-STU-NUM         PIC 9(9).
           05  NEW-BODY            PIC X(241).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-CONVERTED-CNT          PIC 9(5)   VALUE ZERO.
       01  WS-HASH-FN                PIC X.
       01  WS-HASH-SECRET            PIC X(8).
       01  WS-HASH-VALUE             PIC X(10).
       01  WS-HASH-MATCH             PIC X.
       COPY SF-FILE-DESC.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE SPACES TO SF-ZIP
           MOVE OLD-PHONE TO SF-PHONE
           MOVE OLD-SSN TO SF-SSN
           MOVE OLD-FIN-AID-PNTR TO SF-OLD-FA-PNTR
           MOVE OLD-RCT-REC-PNTR TO SF-OLD-RC-PNTR
           MOVE OLD-ENR-REC-PNTR TO SF-ENR-REC-PNTR
           MOVE OLD-CUM-GPA TO SF-CUM-GPA
           MOVE OLD-CRED-HR-ATT TO SF-CRED-HR-ATT
           MOVE OLD-FT-PT-FLAG TO SF-FT-PT-FLAG
           MOVE OLD-ACTIVE-FLAG TO SF-ACTIVE-FLAG
           MOVE OLD-MAJOR-CODE TO SF-MAJOR-CODE
           MOVE 'H' TO WS-HASH-FN
           MOVE OLD-PIN TO WS-HASH-SECRET
           CALL 'PROJ-PWD-HASH' USING WS-HASH-FN, WS-HASH-SECRET,
               WS-HASH-VALUE, WS-HASH-MATCH
           MOVE WS-HASH-VALUE TO SF-PIN-HASH
           MOVE 'N' TO SF-PIN-TEMP
           MOVE OLD-STANDING TO SF-STANDING
           MOVE OLD-RESIDENCY TO SF-RESIDENCY
           MOVE OLD-SAP-STATUS TO SF-SAP-STATUS

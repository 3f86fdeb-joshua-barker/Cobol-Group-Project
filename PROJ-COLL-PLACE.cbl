      *          THE PLACEMENT REGISTER.  AGENCY REMITTANCES COME BACK
      *          THROUGH PROJ-PAY-BATCH, WHICH TRACKS THEM AGAINST THE
      *          PLACED BALANCE.
      *20261015  THE POLICY THRESHOLDS ARE OVERLAID AT STARTUP FROM
      *          PROJ-CODE-PARM.DAT (PROJ-PARM-LOAD); THE COPYBOOK
      *          VALUES ARE NOW ONLY THE DEFAULTS.
      *20261015  RECEIPT ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT.  THE PLACED AMOUNT IS CARRIED IN
      *          WS-PREV-BAL, SINCE THE SCAN READS PAST THE STUDENT.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC ASSIGN TO 'PROJ-REC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT AGENCY-FILE ASSIGN TO 'RC-AGENCY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AG-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
           COPY RC-FILE-DESC.
       FD  AGENCY-FILE
           DATA RECORD IS AGENCY-REC.
       01  ARE-THERE-MORE-RECORDS    PIC X(3)  VALUE "YES".
           88  NO-MORE-RECORDS                 VALUE "NO".
       01  WS-AG-STATUS              PIC XX.
       01  WS-RC-DONE                PIC X.
       01  WS-PREV-BAL               PIC S9(5)V99.
       01  WS-CROSS-DATE             PIC 9(6).
       01  WS-TODAY                  PIC 9(6).
           05                        PIC X(5)     VALUE ' DAYS'.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           CALL 'PROJ-PARM-LOAD' USING CL-PARM-ID, CL-PARMS
           OPEN I-O SF-FILE-DESC
           OPEN INPUT RC-FILE-DESC
           OPEN OUTPUT AGENCY-FILE
       200-CHECK-ONE-STUDENT.
      *    SAME CROSSING TRACKER AS PROJ-DROP-DELINQ'S 200-CHECK-ONE-
      *    STUDENT, AGAINST THE PLACEMENT CUTOFFS.
      *    WS-PREV-BAL IS LEFT ON THE LAST ROW'S BALANCE.
           MOVE ZERO TO WS-PREV-BAL
           MOVE ZERO TO WS-CROSS-DATE
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
                           PERFORM 210-TRACK-CROSSING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PREV-BAL > CL-PLACE-THRESHOLD
                   AND WS-CROSS-DATE > 0 THEN
               COMPUTE WS-CROSS-CCYYMMDD = 20000000 + WS-CROSS-DATE
               COMPUTE WS-CROSS-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-CROSS-CCYYMMDD)
               COMPUTE WS-DAYS-AGED =
                   WS-TODAY-JULIAN - WS-CROSS-JULIAN
               IF WS-DAYS-AGED > CL-PLACE-DAYS THEN
                   PERFORM 300-PLACE-ACCOUNT
               END-IF
           END-IF.
       210-TRACK-CROSSING.
           END-IF
           MOVE RC-BALANCE TO WS-PREV-BAL.
       300-PLACE-ACCOUNT.
      *    THE SCAN LEFT THE LAST ROW'S BALANCE IN WS-PREV-BAL, SO
      *    THAT IS THE AMOUNT BEING PLACED.
           MOVE SF-STU-NUM TO AG-STU-NUM
           MOVE SF-NAME TO AG-NAME
           MOVE SF-ADDR-LINE-1 TO AG-ADDR-1
           MOVE SF-STATE TO AG-STATE
           MOVE SF-ZIP TO AG-ZIP
           MOVE SF-PHONE TO AG-PHONE
           MOVE WS-PREV-BAL TO AG-BALANCE
           MOVE WS-TODAY TO AG-PLACE-DATE
           WRITE AGENCY-REC FROM AGENCY-LINE
           MOVE 'P' TO SF-COLL-FLAG
           REWRITE SF-RECORD
           MOVE SF-STU-NUM TO S-NO-OUT
           MOVE SF-NAME TO NAME-OUT
           MOVE WS-PREV-BAL TO BALANCE-OUT
           MOVE WS-DAYS-AGED TO DAYS-OUT
           WRITE REPORT-REC FROM DETAIL-LINE AFTER 1
           ADD 1 TO WS-PLACED-CNT.

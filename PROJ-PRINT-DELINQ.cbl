      *20260823  ACCOUNTS PLACED WITH COLLECTIONS (SF-COLL-FLAG 'P')
      *          ARE LEFT OFF THE LIST -- PROJ-COLL-PLACE'S REGISTER
      *          IS WHERE THOSE LIVE NOW.
      *20261015  RECEIPT ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-REC.DAT; THE LAST ROW'S BALANCE IS KEPT IN
      *          WS-BALANCE.
      *20261015  RECEIPT FD NOW 88 BYTES (CAMPUS ADDED).
      *20261015  RECEIPT FD NOW 96 BYTES (APPROVER ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT RC-FILE-DESC
               ASSIGN TO "PROJ-REC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RC-KEY
               ALTERNATE RECORD KEY IS RC-POST-DATE WITH DUPLICATES.
           SELECT DELINQUENT-REPORT
               ASSIGN TO "RC-DELINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
       COPY RC-FILE-DESC.
       FD DELINQUENT-REPORT
          DATA RECORD IS REPORT-REC.
       WORKING-STORAGE SECTION.
       01 ARE-THERE-MORE-RECORDS   PIC X(3)     VALUE "YES".
          88 NO-MORE-RECORDS                    VALUE "NO".
       01 WS-RC-DONE               PIC X.
       01 WS-BALANCE               PIC S9(5)V99 VALUE ZERO.
       01 WS-LINE-CT               PIC 99       VALUE ZERO.
       01 WS-PAGE                  PIC 99       VALUE ZERO.
       01 DATE-WS.
                 DELINQUENT-REPORT
           EXIT PROGRAM.
       200-CHECK-ONE-STUDENT.
      *    READS THIS STUDENT'S RECEIPT ROWS THROUGH TO THE LAST ONE;
      *    ITS RC-BALANCE IS THE STUDENT'S CURRENT BALANCE.  A POSITIVE
      *    BALANCE MEANS MORE IS OWED THAN HAS BEEN PAID, SO THE
      *    STUDENT GOES ON THE DELINQUENT TABLE.
           MOVE ZERO TO WS-BALANCE
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
                           MOVE RC-BALANCE TO WS-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BALANCE > 0 AND WS-DELINQ-CNT < 2000 THEN
               ADD 1 TO WS-DELINQ-CNT
               MOVE SF-STU-NUM TO WS-D-STU-NUM(WS-DELINQ-CNT)
               MOVE WS-BALANCE TO WS-D-BALANCE(WS-DELINQ-CNT)
           END-IF.
       400-SORT-DELINQ-TABLE.
      *    DESCENDING BUBBLE SORT ON WS-D-BALANCE SO THE WORST BALANCE

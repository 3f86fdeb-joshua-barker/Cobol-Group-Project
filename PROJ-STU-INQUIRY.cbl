      *          DATE AND TIME -- SO A FERPA COMPLAINT CAN BE
      *          ANSWERED FROM THE FILE.  THE OPERATOR ID NOW COMES
      *          IN FROM MENU ON THE USING LIST.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  CLASS SECTION FD NOW 81 BYTES (MAXIMUM CREDIT HOURS
      *          ADDED) AND ENROLLMENT FD NOW 48 BYTES (PER-STUDENT
      *          CREDIT HOURS ADDED).
      *20261015  TOTAL HOURS ARE THE STUDENT'S OWN HOURS ON EACH
      *          ENROLLMENT NODE (RF-CRED-HR), FALLING BACK TO
      *          CS-CRED-HR ON OLDER NODES (VARIABLE-CREDIT SECTIONS).
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  AID AND RECEIPT ROWS ARE READ BY KEY OFF THE INDEXED
      *          PROJ-FIN-AID.DAT AND PROJ-REC.DAT.
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
            SELECT CS-SECT ASSIGN TO 'PROJ-CLASS-SECT.DAT'
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                FILE STATUS IS WS-AL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
       COPY SF-FILE-DESC.
       FD EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
       COPY EF-REC.
       FD FA-FILE-DESC IS EXTERNAL RECORD CONTAINS 51 CHARACTERS.
       COPY FA-FILE-DESC.
       FD RC-FILE-DESC IS EXTERNAL RECORD CONTAINS 96 CHARACTERS.
       COPY RC-FILE-DESC.
       FD CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
       COPY CS-SECT.
       FD ACCESS-LOG
          DATA RECORD IS ACCESS-REC.
       01  ACCESS-REC                PIC X(47).
       WORKING-STORAGE SECTION.
       01  WS-NODE-HRS               PIC 99.
       01  WS-AL-STATUS              PIC XX.
       COPY AL-ACCESS-REC.
       01  WS-EF-KEY                 PIC 9(5)  VALUE ZEROS.
       01  WS-FA-DONE                PIC X.
       01  WS-RC-DONE                PIC X.
       01  WS-ENR-COUNT              PIC 9(3)  VALUE ZERO.
       01  WS-WAIT-COUNT             PIC 9(3)  VALUE ZERO.
       01  WS-TOT-CRED-HR            PIC 9(3)  VALUE ZERO.
               MOVE RF-CRN TO CS-CRN
               READ CS-SECT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CS-CRED-HR TO WS-NODE-HRS
                       IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                           MOVE RF-CRED-HR TO WS-NODE-HRS
                       END-IF
                       ADD WS-NODE-HRS TO WS-TOT-CRED-HR
               END-READ
           ELSE IF RF-STATUS = 'W' THEN
               ADD 1 TO WS-WAIT-COUNT
           END-IF.
       400-WALK-FA-CHAIN.
           MOVE SF-STU-NUM TO FA-STU-NUM
           MOVE ZEROS TO FA-SEQ
           MOVE 'N' TO WS-FA-DONE
           START FA-FILE-DESC KEY IS NOT LESS THAN FA-KEY
               INVALID KEY MOVE 'Y' TO WS-FA-DONE
           END-START
           PERFORM UNTIL WS-FA-DONE = 'Y'
               READ FA-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-FA-DONE
                   NOT AT END
                       IF FA-STU-NUM NOT = SF-STU-NUM
                           MOVE 'Y' TO WS-FA-DONE
                       ELSE
                           ADD FA-AWARD-AMNT TO WS-TOT-AID
                       END-IF
               END-READ
           END-PERFORM.
       500-WALK-RC-CHAIN.
      *    SAME IDEA AS PROJ-STATEMENT'S 300-WALK-RC-CHAIN -- THE LAST
      *    RECEIPT ROW'S RC-BALANCE IS THE STUDENT'S CURRENT BALANCE.
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
                           MOVE RC-BALANCE TO WS-NET-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
       900-NOT-EXISTING-ROUTINE.
           DISPLAY SCRN-CLEAR
           DISPLAY SCRN-NOT-FOUND

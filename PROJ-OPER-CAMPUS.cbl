       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-OPER-CAMPUS.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  RETURNS THE CAMPUS OF AN OPERATOR'S
      *          WINDOW -- OP-CAMPUS OFF PROJ-OPERATOR.DAT -- FOR THE
      *          OPERATOR-KEYED RECEIPT WRITERS TO STAMP ON RC-CAMPUS.
      *          AN OPERATOR WITH NO CAMPUS KEYED, A CAMPUS NO LONGER
      *          ON THE CAMPUS TABLE, AN ID NOT ON FILE, OR A SITE WITH
      *          NO OPERATOR FILE YET ALL GET CA-MAIN-CAMPUS.  THE FILE
      *          IS OPENED AND CLOSED PER CALL LIKE PROJ-TERM-LOAD, SO
      *          THE CALLER'S OWN OPERATOR FILE IS LEFT ALONE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OC-OP-FILE ASSIGN TO 'PROJ-OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OC-OP-FILE RECORD CONTAINS 76 CHARACTERS.
           COPY OP-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-OP-STATUS              PIC XX.
       01  WS-CA-SUB                 PIC 9(2).
       01  WS-CA-FOUND               PIC X.
       COPY CA-CAMPUS-TABLE.
       LINKAGE SECTION.
       01  OC-OPERATOR-ID            PIC X(8).
       01  OC-CAMPUS                 PIC X(2).
       PROCEDURE DIVISION USING OC-OPERATOR-ID, OC-CAMPUS.
       100-MAIN-MODULE.
           MOVE SPACES TO OC-CAMPUS
           OPEN INPUT OC-OP-FILE
           IF WS-OP-STATUS NOT = '35'
               MOVE OC-OPERATOR-ID TO OP-ID
               READ OC-OP-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE OP-CAMPUS TO OC-CAMPUS
               END-READ
               CLOSE OC-OP-FILE
           END-IF
           IF OC-CAMPUS NOT = SPACES
               CALL 'PROJ-CODE-LOAD' USING CA-CODE-TBL-ID,
                   CA-CODE-TBL-SIZE, CA-CODE-TABLE
               MOVE 'N' TO WS-CA-FOUND
               PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                       UNTIL WS-CA-SUB > CA-CODE-TBL-SIZE
                   IF CA-TBL-CODE(WS-CA-SUB) = OC-CAMPUS
                       MOVE 'Y' TO WS-CA-FOUND
                   END-IF
               END-PERFORM
               IF WS-CA-FOUND = 'N'
                   MOVE SPACES TO OC-CAMPUS
               END-IF
           END-IF
           IF OC-CAMPUS = SPACES
               MOVE CA-MAIN-CAMPUS TO OC-CAMPUS
           END-IF
           EXIT PROGRAM.

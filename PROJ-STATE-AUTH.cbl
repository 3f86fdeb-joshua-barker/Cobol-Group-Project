       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-STATE-AUTH.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  SAYS WHETHER A STUDENT MAY ADD A
      *          SECTION OF A GIVEN DELIVERY MODALITY FROM THE STATE
      *          THEY LIVE IN, FOR PROJ-ENROLLMENT, PROJ-SELF-SERVICE
      *          AND PROJ-ENR-BATCH.  THE CALLER PASSES SF-STATE AND
      *          CS-MODALITY; SA-ACTION COMES BACK 'A' (GO AHEAD), 'W'
      *          (GO AHEAD, BUT TELL THE OPERATOR OR STUDENT THE STATE
      *          IS NOT AUTHORIZED) OR 'R' (REFUSE THE ADD), AND
      *          SA-STATE-DESC CARRIES THE STATE'S NAME OFF
      *          AS-STATE-TABLE WHEN IT IS THERE.  ONLY A FULLY
      *          ONLINE ('O') SECTION IS JUDGED -- IN PERSON AND HYBRID
      *          SECTIONS ALWAYS COME BACK 'A'.  THE TABLE IS LOADED ON
      *          THE FIRST CALL AND KEPT FOR THE REST OF THE RUN.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-AS-LOADED              PIC X      VALUE 'N'.
       01  WS-AS-SUB                 PIC 9(2).
       01  WS-AS-FOUND               PIC X.
       COPY AS-STATE-TABLE.
       LINKAGE SECTION.
       01  SA-STATE                  PIC X(2).
       01  SA-MODALITY               PIC X.
       01  SA-ACTION                 PIC X.
       01  SA-STATE-DESC             PIC X(20).
       PROCEDURE DIVISION USING SA-STATE, SA-MODALITY, SA-ACTION,
           SA-STATE-DESC.
       100-MAIN-MODULE.
           MOVE 'A' TO SA-ACTION
           MOVE SPACES TO SA-STATE-DESC
           IF SA-MODALITY NOT = 'O'
               EXIT PROGRAM
           END-IF
           IF WS-AS-LOADED = 'N'
               CALL 'PROJ-CODE-LOAD' USING AS-CODE-TBL-ID,
                   AS-CODE-TBL-SIZE, AS-CODE-TABLE
               MOVE 'Y' TO WS-AS-LOADED
           END-IF
           IF AS-CODE-TBL-SIZE = ZERO
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO WS-AS-FOUND
           IF SA-STATE NOT = SPACES
               PERFORM VARYING WS-AS-SUB FROM 1 BY 1
                       UNTIL WS-AS-SUB > AS-CODE-TBL-SIZE
                          OR WS-AS-FOUND = 'Y'
                   IF AS-TBL-STATE(WS-AS-SUB) = SA-STATE
                       MOVE 'Y' TO WS-AS-FOUND
                       MOVE AS-TBL-DESC(WS-AS-SUB) TO SA-STATE-DESC
                       IF AS-TBL-ACTION(WS-AS-SUB) = 'R'
                           MOVE 'R' TO SA-ACTION
                       ELSE IF AS-TBL-ACTION(WS-AS-SUB) = 'W'
                           MOVE 'W' TO SA-ACTION
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AS-FOUND = 'N'
               MOVE 'W' TO SA-ACTION
           END-IF
           EXIT PROGRAM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-CAMPUS-RATE.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  RETURNS THE PER-CREDIT-HOUR TUITION
      *          RATE FOR A SECTION AT A GIVEN CAMPUS.  THE CALLER
      *          PASSES THE STANDARD TU-RATE-TABLE RATE FOR THE
      *          STUDENT'S RESIDENCY IN CR-RATE; WHEN THE CAMPUS ROW
      *          ON CA-CAMPUS-TABLE CARRIES A NON-ZERO RATE FOR THAT
      *          RESIDENCY ('N' NON-RESIDENT, ANYTHING ELSE RESIDENT)
      *          IT COMES BACK IN CR-RATE INSTEAD.  A BLANK CAMPUS IS
      *          PRICED AS THE MAIN CAMPUS; ONE NOT ON THE TABLE LEAVES
      *          THE STANDARD RATE.  THE
      *          TABLE IS LOADED ON THE FIRST CALL AND KEPT FOR THE
      *          REST OF THE RUN, SO THE ASSESSMENT CAN CALL THIS ONCE
      *          PER ENROLLMENT NODE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CA-LOADED              PIC X      VALUE 'N'.
       01  WS-CA-SUB                 PIC 9(2).
       01  WS-CAMPUS                 PIC X(2).
       COPY CA-CAMPUS-TABLE.
       LINKAGE SECTION.
       01  CR-CAMPUS                 PIC X(2).
       01  CR-RESIDENCY              PIC X.
       01  CR-RATE                   PIC 9(3)V99.
       PROCEDURE DIVISION USING CR-CAMPUS, CR-RESIDENCY, CR-RATE.
       100-MAIN-MODULE.
           IF WS-CA-LOADED = 'N'
               CALL 'PROJ-CODE-LOAD' USING CA-CODE-TBL-ID,
                   CA-CODE-TBL-SIZE, CA-CODE-TABLE
               MOVE 'Y' TO WS-CA-LOADED
           END-IF
           MOVE CR-CAMPUS TO WS-CAMPUS
           IF WS-CAMPUS = SPACES
               MOVE CA-MAIN-CAMPUS TO WS-CAMPUS
           END-IF
           PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > CA-CODE-TBL-SIZE
               IF CA-TBL-CODE(WS-CA-SUB) = WS-CAMPUS
                   IF CR-RESIDENCY = 'N'
                       IF CA-TBL-NONRES(WS-CA-SUB) > ZERO
                           MOVE CA-TBL-NONRES(WS-CA-SUB) TO CR-RATE
                       END-IF
                   ELSE
                       IF CA-TBL-RES-RATE(WS-CA-SUB) > ZERO
                           MOVE CA-TBL-RES-RATE(WS-CA-SUB) TO CR-RATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT PROGRAM.

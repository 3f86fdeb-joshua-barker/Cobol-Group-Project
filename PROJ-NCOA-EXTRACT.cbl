       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-NCOA-EXTRACT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  OUTBOUND FILE FOR THE NATIONAL CHANGE
      *          OF ADDRESS VENDOR -- SF-BAD-ADDR ONLY CATCHES A MOVE
      *          AFTER THE ENVELOPE COMES BACK, AND WE WOULD RATHER
      *          CATCH IT BEFORE THE STATEMENTS AND 1098-TS GO OUT.
      *          ONE FIXED-FORMAT ROW PER ACTIVE STUDENT WITH A
      *          STREET ADDRESS ON FILE GOES TO NCOA-OUT.DAT --
      *          STUDENT ID, NAME AND SF-ADDRESS AS IT STANDS.  A
      *          STUDENT ALREADY FLAGGED FOR RETURNED MAIL IS SENT
      *          TOO; THE VENDOR MAY HAVE THE NEW ADDRESS.  THE
      *          VENDOR'S RESULTS COME BACK THROUGH PROJ-NCOA-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SF-STU-NUM.
           SELECT NCOA-OUT ASSIGN TO 'NCOA-OUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  NCOA-OUT
           DATA RECORD IS NCOA-OUT-REC.
       01  NCOA-OUT-REC.
           05  NO-STU-NUM            PIC 9(9).
           05  NO-FIRST-NAME         PIC X(15).
           05  NO-LAST-NAME          PIC X(20).
           05  NO-ADDRESS            PIC X(76).
       WORKING-STORAGE SECTION.
       01  NO-MORE-RECORDS           PIC X      VALUE 'N'.
       01  WS-SENT-CNT               PIC 9(6)   VALUE ZERO.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT SF-FILE-DESC
           OPEN OUTPUT NCOA-OUT
           DISPLAY 'PROJ-NCOA-EXTRACT STARTING'
           MOVE ZEROS TO SF-STU-NUM
           START SF-FILE-DESC KEY IS NOT LESS THAN SF-STU-NUM
               INVALID KEY MOVE 'Y' TO NO-MORE-RECORDS
           END-START
           PERFORM UNTIL NO-MORE-RECORDS = 'Y'
               READ SF-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO NO-MORE-RECORDS
                   NOT AT END
                       IF SF-ACTIVE-FLAG = 'A'
                               AND SF-ADDR-LINE-1 NOT = SPACES
                           PERFORM 200-SEND-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROJ-NCOA-EXTRACT FINISHED -- ' WS-SENT-CNT
               ' ADDRESS(ES) WRITTEN TO NCOA-OUT.DAT'
           CLOSE SF-FILE-DESC
                 NCOA-OUT
           EXIT PROGRAM.
       200-SEND-ONE-STUDENT.
           MOVE SF-STU-NUM TO NO-STU-NUM
           MOVE SF-FIRST-NAME TO NO-FIRST-NAME
           MOVE SF-LAST-NAME TO NO-LAST-NAME
           MOVE SF-ADDRESS TO NO-ADDRESS
           WRITE NCOA-OUT-REC
           ADD 1 TO WS-SENT-CNT.

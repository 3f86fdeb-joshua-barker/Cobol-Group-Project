       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-VA-NOTE.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  CALLED BY EVERY ENROLLMENT PATH AFTER
      *          AN ADD, DROP OR W-GRADE WITHDRAWAL, SAME CALL-AND-
      *          RETURN SHAPE AS PROJ-JOURNAL.  IF THE STUDENT IS AN
      *          ACTIVE VA BENEFICIARY (SEE VB-FILE-DESC) WHOSE
      *          ENROLLMENT IS ALREADY CERTIFIED FOR THE TERM, ONE
      *          PENDING ADJUSTMENT ROW GOES ON PROJ-VA-ADJ.DAT (SEE
      *          VJ-FILE-DESC); OTHERWISE THE CALL DOES NOTHING.  BOTH
      *          FILES ARE OPENED AND CLOSED PER CALL, AND A SITE WITH
      *          NO BENEFICIARY FILE YET IS A NO-OP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VB-FILE-DESC ASSIGN TO 'PROJ-VA-BEN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VB-STU-NUM
               FILE STATUS IS WS-VB-STATUS.
           SELECT VJ-FILE-DESC ASSIGN TO 'PROJ-VA-ADJ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VJ-KEY
               FILE STATUS IS WS-VJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VB-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY VB-FILE-DESC.
       FD  VJ-FILE-DESC IS EXTERNAL RECORD CONTAINS 60 CHARACTERS.
           COPY VJ-FILE-DESC.
       WORKING-STORAGE SECTION.
       01  WS-VB-STATUS              PIC XX.
       01  WS-VJ-STATUS              PIC XX.
       01  WS-CERTIFIED              PIC X.
       LINKAGE SECTION.
       01  VN-STU-NUM                PIC 9(9).
       01  VN-TERM                   PIC X(6).
       01  VN-CRN                    PIC X(5).
       01  VN-ACTION                 PIC X.
       01  VN-SOURCE                 PIC X(8).
       PROCEDURE DIVISION USING VN-STU-NUM, VN-TERM, VN-CRN,
           VN-ACTION, VN-SOURCE.
       100-MAIN-MODULE.
           MOVE 'N' TO WS-CERTIFIED
           OPEN INPUT VB-FILE-DESC
           IF WS-VB-STATUS NOT = '35'
               MOVE VN-STU-NUM TO VB-STU-NUM
               READ VB-FILE-DESC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF VB-STATUS = 'A' AND VB-CERT-TERM = VN-TERM
                           MOVE 'Y' TO WS-CERTIFIED
                       END-IF
               END-READ
               CLOSE VB-FILE-DESC
           END-IF
           IF WS-CERTIFIED = 'Y'
               PERFORM 200-WRITE-ADJUSTMENT
           END-IF
           EXIT PROGRAM.
       200-WRITE-ADJUSTMENT.
           OPEN I-O VJ-FILE-DESC
           IF WS-VJ-STATUS = '35'
               OPEN OUTPUT VJ-FILE-DESC
               CLOSE VJ-FILE-DESC
               OPEN I-O VJ-FILE-DESC
           END-IF
           MOVE SPACES TO VJ-RECORD
           MOVE VN-STU-NUM TO VJ-STU-NUM
           MOVE VN-TERM TO VJ-TERM
           ACCEPT VJ-DATE FROM DATE
           ACCEPT VJ-TIME FROM TIME
           MOVE VN-CRN TO VJ-CRN
           MOVE VN-ACTION TO VJ-ACTION
           MOVE VN-SOURCE TO VJ-SOURCE
           MOVE 'P' TO VJ-STATUS
           MOVE ZEROS TO VJ-RPT-DATE
           WRITE VJ-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE VJ-FILE-DESC.

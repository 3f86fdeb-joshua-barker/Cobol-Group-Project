       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-FA-AY-CONVERT.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ONE-TIME CONVERSION FOR THE AID-YEAR
      *          STAMP.  READS PROJ-FIN-AID.REL UNDER ITS OLD 39-BYTE
      *          LAYOUT AND PROJ-FA-DISB.DAT UNDER ITS OLD 36-BYTE ONE
      *          AND BUILDS .NEW FILES UNDER THE CURRENT LAYOUTS WITH
      *          FA-AID-YEAR / DS-AID-YEAR FILLED IN.  AN AWARD NODE
      *          TAKES THE AID YEAR ITS FA-POST-DATE FALLS IN (JULY 1
      *          THRU JUNE 30); A DISBURSEMENT PIECE TAKES THE ONE ITS
      *          DS-PLAN-DATE FALLS IN.  A FREE NODE (NO POST DATE)
      *          AND THE CONTROL SLOT STAY BLANK.  AID NODES KEEP THEIR
      *          SLOT NUMBERS, SO EVERY CHAIN POINTER STILL HOLDS.  THE
      *          ARCHIVED AID LINES ON SF-ARCHIVE.DAT AND THE AID LINES
      *          IN THE THREE BACKUP GENERATIONS ARE STAMPED THE SAME
      *          WAY.  THE OPERATOR RENAMES EVERY .NEW OVER ITS .DAT (OR
      *          .REL), SAME AS PROJ-PIN-CONVERT, THEN STARTS A NEW
      *          JOURNAL -- THE OLD ONE HOLDS PRE-CONVERSION IMAGES.
      *          RUN ONCE, IN A MAINTENANCE WINDOW, AFTER A BACKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FA-FILE ASSIGN TO 'PROJ-FIN-AID.REL'
               ORGANIZATION IS RELATIVE
               ACCESS IS SEQUENTIAL
               RELATIVE KEY IS WS-OLD-FA-KEY
               FILE STATUS IS WS-FA-STATUS.
           SELECT NEW-FA-FILE ASSIGN TO 'PROJ-FIN-AID.NEW'
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS WS-NEW-FA-KEY.
           SELECT OLD-DS-FILE ASSIGN TO 'PROJ-FA-DISB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OLD-DS-KEY
               FILE STATUS IS WS-DS-STATUS.
           SELECT NEW-DS-FILE ASSIGN TO 'PROJ-FA-DISB.NEW'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NEW-DS-KEY.
           SELECT ARCHIVE-FILE
               ASSIGN TO "SF-ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT NEW-ARCHIVE-FILE
               ASSIGN TO "SF-ARCHIVE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BK-GEN1 ASSIGN TO 'BK-GEN1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT BK-GEN2 ASSIGN TO 'BK-GEN2.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT BK-GEN3 ASSIGN TO 'BK-GEN3.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT BK-NEW1 ASSIGN TO 'BK-GEN1.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BK-NEW2 ASSIGN TO 'BK-GEN2.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BK-NEW3 ASSIGN TO 'BK-GEN3.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FA-FILE RECORD CONTAINS 39 CHARACTERS.
       01  OLD-FA-REC                  PIC X(39).
       FD  NEW-FA-FILE RECORD CONTAINS 43 CHARACTERS.
       01  NEW-FA-REC                  PIC X(43).
       FD  OLD-DS-FILE RECORD CONTAINS 36 CHARACTERS.
       01  OLD-DS-REC.
           05  OLD-DS-KEY          PIC X(15).
           05  FILLER              PIC X(21).
       FD  NEW-DS-FILE RECORD CONTAINS 40 CHARACTERS.
       01  NEW-DS-REC.
           05  NEW-DS-KEY          PIC X(15).
           05  FILLER              PIC X(25).
       FD  ARCHIVE-FILE
           DATA RECORD IS ARCH-REC.
       01  ARCH-REC.
           05  ARCH-TYPE               PIC X.
           05  ARCH-DATA               PIC X(250).
       FD  NEW-ARCHIVE-FILE
           DATA RECORD IS NEW-ARCH-REC.
       01  NEW-ARCH-REC                PIC X(251).
       FD  BK-GEN1
           DATA RECORD IS BK1-REC.
       01  BK1-REC                     PIC X(257).
       FD  BK-GEN2
           DATA RECORD IS BK2-REC.
       01  BK2-REC                     PIC X(257).
       FD  BK-GEN3
           DATA RECORD IS BK3-REC.
       01  BK3-REC                     PIC X(257).
       FD  BK-NEW1
           DATA RECORD IS BK-NEW1-REC.
       01  BK-NEW1-REC                 PIC X(257).
       FD  BK-NEW2
           DATA RECORD IS BK-NEW2-REC.
       01  BK-NEW2-REC                 PIC X(257).
       FD  BK-NEW3
           DATA RECORD IS BK-NEW3-REC.
       01  BK-NEW3-REC                 PIC X(257).
       WORKING-STORAGE SECTION.
       01  WS-FA-STATUS                PIC XX.
       01  WS-DS-STATUS                PIC XX.
       01  WS-AR-STATUS                PIC XX.
       01  WS-BK-STATUS                PIC XX.
       01  WS-EOF                      PIC X.
       01  WS-GEN                      PIC 9.
       01  WS-OLD-FA-KEY               PIC 9(5)  VALUE ZERO.
       01  WS-NEW-FA-KEY               PIC 9(5)  VALUE ZERO.
       01  WS-FA-CNT                   PIC 9(7)  VALUE ZERO.
       01  WS-DS-CNT                   PIC 9(7)  VALUE ZERO.
       01  WS-ARCH-CNT                 PIC 9(7)  VALUE ZERO.
       01  WS-BK-CNT                   PIC 9(7)  VALUE ZERO.
      *    THE DATE BEING PLACED IN AN AID YEAR, AS YY AND MM, AND THE
      *    'YYYY' AID YEAR THAT COMES BACK (SPACES FOR NO DATE).
       01  WS-DATE-YY                  PIC 9(2).
       01  WS-DATE-MM                  PIC 9(2).
       01  WS-AY-OUT.
           05  WS-AY-FIRST             PIC 9(2).
           05  WS-AY-SECOND            PIC 9(2).
       01  WS-AY-OUT-X REDEFINES WS-AY-OUT
                                       PIC X(4).
      *    AN OLD 39-BYTE AID NODE INSIDE A 250-BYTE AREA -- THE AID
      *    YEAR GOES ON THE END (40-43), WHERE AN ARCHIVE OR BACKUP
      *    LINE ALREADY CARRIES SPACES.  AN OLD 36-BYTE DISBURSEMENT
      *    PIECE TAKES ITS AID YEAR AT 37-40.
       01  WS-IMAGE                    PIC X(250).
       01  WS-FA-IMAGE REDEFINES WS-IMAGE.
           05  WS-FA-AWARD-CODE        PIC 9(4).
           05  FILLER                  PIC X(20).
           05  WS-FA-POST-DATE         PIC 9(6).
           05  WS-FA-POST-DATE-X REDEFINES WS-FA-POST-DATE.
               10  WS-FA-POST-YY       PIC 9(2).
               10  WS-FA-POST-MM       PIC 9(2).
               10  FILLER              PIC 9(2).
           05  FILLER                  PIC X(9).
           05  WS-FA-NEW-YEAR          PIC X(4).
           05  FILLER                  PIC X(207).
       01  WS-DS-IMAGE REDEFINES WS-IMAGE.
           05  FILLER                  PIC X(15).
           05  WS-DS-PLAN-DATE         PIC 9(8).
           05  WS-DS-PLAN-DATE-X REDEFINES WS-DS-PLAN-DATE.
               10  FILLER              PIC 9(2).
               10  WS-DS-PLAN-YY       PIC 9(2).
               10  WS-DS-PLAN-MM       PIC 9(2).
               10  FILLER              PIC 9(2).
           05  FILLER                  PIC X(13).
           05  WS-DS-NEW-YEAR          PIC X(4).
           05  FILLER                  PIC X(210).
       01  WS-BK-LINE.
           05  WS-BK-FILE-ID           PIC X(2).
           05  WS-BK-SLOT              PIC 9(5).
           05  WS-BK-DATA              PIC X(250).
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY 'PROJ-FA-AY-CONVERT STARTING'
           PERFORM 200-CONVERT-AID-NODES
           DISPLAY 'FIN AID NODES      -- ' WS-FA-CNT ' RECORD(S)'
           PERFORM 300-CONVERT-DISB-PIECES
           DISPLAY 'DISBURSEMENTS      -- ' WS-DS-CNT ' RECORD(S)'
           PERFORM 500-CONVERT-ARCHIVE
           DISPLAY 'ARCHIVED AID LINES -- ' WS-ARCH-CNT ' RECORD(S)'
           PERFORM 600-CONVERT-BACKUP
               VARYING WS-GEN FROM 1 BY 1 UNTIL WS-GEN > 3
           DISPLAY 'BACKUP GENERATIONS -- ' WS-BK-CNT ' LINE(S)'
           DISPLAY 'PROJ-FA-AY-CONVERT FINISHED'
           DISPLAY 'VERIFY THE COUNTS, THEN RENAME PROJ-FIN-AID.NEW'
           DISPLAY 'OVER PROJ-FIN-AID.REL AND EVERY OTHER .NEW FILE'
           DISPLAY 'WRITTEN ABOVE OVER ITS .DAT, START A NEW JOURNAL,'
           DISPLAY 'AND TAKE A FRESH BACKUP BEFORE ANYTHING ELSE RUNS'
           EXIT PROGRAM.
       200-CONVERT-AID-NODES.
      *    EVERY SLOT IS COPIED TO THE SAME SLOT OF THE NEW FILE.  SLOT
      *    1 IS THE CONTROL RECORD AND IS COPIED AS IT STANDS.
           OPEN INPUT OLD-FA-FILE
           IF WS-FA-STATUS NOT = '35'
               OPEN OUTPUT NEW-FA-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-FA-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-FA-REC TO WS-IMAGE
                           IF WS-OLD-FA-KEY NOT = 1
                               PERFORM 210-STAMP-FA-IMAGE
                           END-IF
                           MOVE WS-OLD-FA-KEY TO WS-NEW-FA-KEY
                           WRITE NEW-FA-REC FROM WS-IMAGE
                               INVALID KEY
                                   DISPLAY 'SLOT ' WS-NEW-FA-KEY
                                       ' NOT WRITTEN TO .NEW FILE'
                           END-WRITE
                           ADD 1 TO WS-FA-CNT
                   END-READ
               END-PERFORM
               CLOSE OLD-FA-FILE
                     NEW-FA-FILE
           END-IF.
       210-STAMP-FA-IMAGE.
      *    A NODE THAT ALREADY CARRIES AN AID YEAR IS LEFT ALONE.
           IF WS-FA-NEW-YEAR = SPACES
               IF WS-FA-POST-DATE NUMERIC
                       AND WS-FA-POST-DATE NOT = ZERO
                   MOVE WS-FA-POST-YY TO WS-DATE-YY
                   MOVE WS-FA-POST-MM TO WS-DATE-MM
                   PERFORM 800-AID-YEAR-OF-DATE
                   MOVE WS-AY-OUT-X TO WS-FA-NEW-YEAR
               END-IF
           END-IF.
       300-CONVERT-DISB-PIECES.
           OPEN INPUT OLD-DS-FILE
           IF WS-DS-STATUS NOT = '35'
               OPEN OUTPUT NEW-DS-FILE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO OLD-DS-KEY
               START OLD-DS-FILE KEY IS NOT LESS THAN OLD-DS-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-DS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-DS-REC TO WS-IMAGE
                           PERFORM 310-STAMP-DS-IMAGE
                           WRITE NEW-DS-REC FROM WS-IMAGE
                           ADD 1 TO WS-DS-CNT
                   END-READ
               END-PERFORM
               CLOSE OLD-DS-FILE
                     NEW-DS-FILE
           END-IF.
       310-STAMP-DS-IMAGE.
           IF WS-DS-NEW-YEAR = SPACES
               IF WS-DS-PLAN-DATE NUMERIC
                       AND WS-DS-PLAN-DATE NOT = ZERO
                   MOVE WS-DS-PLAN-YY TO WS-DATE-YY
                   MOVE WS-DS-PLAN-MM TO WS-DATE-MM
                   PERFORM 800-AID-YEAR-OF-DATE
                   MOVE WS-AY-OUT-X TO WS-DS-NEW-YEAR
               END-IF
           END-IF.
       500-CONVERT-ARCHIVE.
      *    ONLY THE 'F' LINES ARE AID NODES; EVERYTHING ELSE IS COPIED
      *    AS IT STANDS.
           OPEN INPUT ARCHIVE-FILE
           IF WS-AR-STATUS NOT = '35'
               OPEN OUTPUT NEW-ARCHIVE-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ARCH-TYPE = 'F'
                               MOVE ARCH-DATA TO WS-IMAGE
                               PERFORM 210-STAMP-FA-IMAGE
                               MOVE WS-IMAGE TO ARCH-DATA
                               ADD 1 TO WS-ARCH-CNT
                           END-IF
                           WRITE NEW-ARCH-REC FROM ARCH-REC
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
                     NEW-ARCHIVE-FILE
           END-IF.
       600-CONVERT-BACKUP.
      *    A GENERATION NEVER TAKEN IS SIMPLY NOT THERE.
           IF WS-GEN = 1
               OPEN INPUT BK-GEN1
           ELSE IF WS-GEN = 2
               OPEN INPUT BK-GEN2
           ELSE
               OPEN INPUT BK-GEN3
           END-IF
           END-IF
           IF WS-BK-STATUS NOT = '35'
               IF WS-GEN = 1
                   OPEN OUTPUT BK-NEW1
               ELSE IF WS-GEN = 2
                   OPEN OUTPUT BK-NEW2
               ELSE
                   OPEN OUTPUT BK-NEW3
               END-IF
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM 605-READ-BK-LINE
               PERFORM UNTIL WS-EOF = 'Y'
                   PERFORM 610-CONVERT-ONE-BK-LINE
                   PERFORM 605-READ-BK-LINE
               END-PERFORM
               IF WS-GEN = 1
                   CLOSE BK-GEN1
                         BK-NEW1
               ELSE IF WS-GEN = 2
                   CLOSE BK-GEN2
                         BK-NEW2
               ELSE
                   CLOSE BK-GEN3
                         BK-NEW3
               END-IF
           END-IF.
       605-READ-BK-LINE.
           IF WS-GEN = 1
               READ BK-GEN1 INTO WS-BK-LINE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           ELSE IF WS-GEN = 2
               READ BK-GEN2 INTO WS-BK-LINE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           ELSE
               READ BK-GEN3 INTO WS-BK-LINE
                   AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF.
       610-CONVERT-ONE-BK-LINE.
           IF WS-BK-FILE-ID = 'FA' AND WS-BK-SLOT NOT = 1
               MOVE WS-BK-DATA TO WS-IMAGE
               PERFORM 210-STAMP-FA-IMAGE
               MOVE WS-IMAGE TO WS-BK-DATA
               ADD 1 TO WS-BK-CNT
           END-IF
           IF WS-GEN = 1
               WRITE BK-NEW1-REC FROM WS-BK-LINE
           ELSE IF WS-GEN = 2
               WRITE BK-NEW2-REC FROM WS-BK-LINE
           ELSE
               WRITE BK-NEW3-REC FROM WS-BK-LINE
           END-IF.
       800-AID-YEAR-OF-DATE.
      *    JULY THRU DECEMBER OPENS AN AID YEAR, JANUARY THRU JUNE
      *    CLOSES ONE -- AUGUST 2008 AND MARCH 2009 BOTH GIVE '0809'.
           IF WS-DATE-MM NOT < 7
               MOVE WS-DATE-YY TO WS-AY-FIRST
               IF WS-DATE-YY = 99
                   MOVE ZERO TO WS-AY-SECOND
               ELSE
                   COMPUTE WS-AY-SECOND = WS-DATE-YY + 1
               END-IF
           ELSE
               MOVE WS-DATE-YY TO WS-AY-SECOND
               IF WS-DATE-YY = ZERO
                   MOVE 99 TO WS-AY-FIRST
               ELSE
                   COMPUTE WS-AY-FIRST = WS-DATE-YY - 1
               END-IF
           END-IF.

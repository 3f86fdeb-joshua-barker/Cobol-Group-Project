       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-ADDR-INQUIRY.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  ADDRESS HISTORY INQUIRY -- THE
      *          OPERATOR KEYS A STUDENT AND A DATE AND SEES EVERY
      *          ADDRESS ON SF-ADDR-HIST.DAT (SEE MH-FILE-DESC) WITH
      *          WHEN AND HOW IT CHANGED, THE ONE IN EFFECT ON THAT
      *          DATE MARKED -- WHERE A STATEMENT OR 1098-T MAILED
      *          THAT DAY WAS ACTUALLY SENT.  A ZERO DATE MEANS TODAY.
      *          A STUDENT WHOSE ADDRESS HAS NEVER CHANGED HAS NO
      *          HISTORY, AND THE ADDRESS ON THE STUDENT RECORD IS
      *          SHOWN AS THE ONE IN EFFECT.  EVERY VIEW IS LOGGED ON
      *          SF-ACCESS-LOG.DAT THE SAME AS PROJ-STU-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM
               FILE STATUS IS WS-SF-STATUS.
           SELECT MH-FILE-DESC ASSIGN TO 'SF-ADDR-HIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS WS-MH-STATUS.
           SELECT ACCESS-LOG ASSIGN TO 'SF-ACCESS-LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  MH-FILE-DESC IS EXTERNAL RECORD CONTAINS 120 CHARACTERS.
           COPY MH-FILE-DESC.
       FD  ACCESS-LOG
           DATA RECORD IS ACCESS-REC.
       01  ACCESS-REC                PIC X(47).
       WORKING-STORAGE SECTION.
       01  WS-SF-STATUS              PIC XX.
       01  WS-MH-STATUS              PIC XX.
       01  WS-AL-STATUS              PIC XX.
       01  WS-MH-ON-FILE             PIC X      VALUE 'N'.
       01  WS-MH-DONE                PIC X.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-AS-OF                  PIC 9(8).
       01  WS-TODAY                  PIC 9(6).
       01  WS-ROW-CNT                PIC 9(2).
       01  WS-SUB                    PIC 9(2).
       01  WS-IN-EFFECT              PIC 9(2).
       01  WS-EFFECT-GONE            PIC X.
       01  WS-MARK                   PIC X.
       01  WS-SOURCE-DESC            PIC X(8).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
      *    THE LAST 15 CHANGES ARE AS MANY AS THE SCREEN HOLDS; AN
      *    OLDER ROW SCROLLS OFF THE TOP.
       01  WS-ROW-TABLE.
           05  WS-ROW OCCURS 15 TIMES.
               10  WS-ROW-DATE       PIC 9(8).
               10  WS-ROW-SOURCE     PIC X.
               10  WS-ROW-OPERATOR   PIC X(8).
               10  WS-ROW-ADDRESS    PIC X(76).
       01  WS-SHOW-ADDRESS.
           05  WS-SHOW-ADDR-1        PIC X(25).
           05  WS-SHOW-ADDR-2        PIC X(25).
           05  WS-SHOW-CITY          PIC X(15).
           05  WS-SHOW-STATE         PIC X(2).
           05  WS-SHOW-ZIP           PIC X(9).
       COPY AL-ACCESS-REC.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-KEY.
          05 LINE 3 COLUMN 1 VALUE 'STUDENT NUMBER: '.
          05 LINE 3 COLUMN 18 PIC 9(9) TO WS-TMP-SNO.
          05 LINE 4 COLUMN 1 VALUE 'AS OF (CCYYMMDD, 0 = TODAY): '.
          05 LINE 4 COLUMN 31 PIC 9(8) TO WS-AS-OF.
       01 SCRN-MORE-DATA.
          05 LINE 24 COLUMN 1 VALUE
                  'LOOK UP ANOTHER STUDENT? (YES/NO): '.
          05 LINE 24 COLUMN 37 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           OPEN INPUT SF-FILE-DESC
           OPEN INPUT MH-FILE-DESC
           IF WS-MH-STATUS NOT = '35'
               MOVE 'Y' TO WS-MH-ON-FILE
           END-IF
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO ' OR 'no '
               PERFORM 200-ONE-INQUIRY
               DISPLAY SCRN-MORE-DATA
               ACCEPT SCRN-MORE-DATA
           END-PERFORM
           CLOSE SF-FILE-DESC
           IF WS-MH-ON-FILE = 'Y'
               CLOSE MH-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-ONE-INQUIRY.
           DISPLAY SCRN-CLEAR
           MOVE ZEROS TO WS-TMP-SNO
           MOVE ZEROS TO WS-AS-OF
           DISPLAY SCRN-KEY
           ACCEPT SCRN-KEY
           IF WS-AS-OF = ZERO
               ACCEPT WS-TODAY FROM DATE
               COMPUTE WS-AS-OF = 20000000 + WS-TODAY
           END-IF
           MOVE WS-TMP-SNO TO SF-STU-NUM
           READ SF-FILE-DESC
               INVALID KEY
                   DISPLAY 'STUDENT NOT ON FILE'
               NOT INVALID KEY
                   PERFORM 980-LOG-THE-VIEW
                   PERFORM 300-LOAD-HISTORY
                   PERFORM 400-SHOW-HISTORY
           END-READ.
       300-LOAD-HISTORY.
      *    ROWS COME BACK OLDEST FIRST.  THE ONE IN EFFECT IS THE LAST
      *    DATED ON OR BEFORE THE AS-OF DATE.
           MOVE ZERO TO WS-ROW-CNT
           MOVE ZERO TO WS-IN-EFFECT
           MOVE 'N' TO WS-EFFECT-GONE
           IF WS-MH-ON-FILE = 'Y'
               MOVE 'N' TO WS-MH-DONE
               MOVE WS-TMP-SNO TO MH-STU-NUM
               MOVE ZEROS TO MH-EFF-DATE
               MOVE ZEROS TO MH-EFF-TIME
               START MH-FILE-DESC KEY IS NOT LESS THAN MH-KEY
                   INVALID KEY MOVE 'Y' TO WS-MH-DONE
               END-START
               PERFORM UNTIL WS-MH-DONE = 'Y'
                   READ MH-FILE-DESC NEXT RECORD
                       AT END MOVE 'Y' TO WS-MH-DONE
                       NOT AT END
                           IF MH-STU-NUM NOT = WS-TMP-SNO
                               MOVE 'Y' TO WS-MH-DONE
                           ELSE
                               PERFORM 310-KEEP-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       310-KEEP-ONE-ROW.
           IF WS-ROW-CNT = 15
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 14
                   MOVE WS-ROW(WS-SUB + 1) TO WS-ROW(WS-SUB)
               END-PERFORM
               IF WS-IN-EFFECT = 1
                   MOVE 'Y' TO WS-EFFECT-GONE
               END-IF
               IF WS-IN-EFFECT > ZERO
                   SUBTRACT 1 FROM WS-IN-EFFECT
               END-IF
           ELSE
               ADD 1 TO WS-ROW-CNT
           END-IF
           MOVE MH-EFF-DATE TO WS-ROW-DATE(WS-ROW-CNT)
           MOVE MH-SOURCE TO WS-ROW-SOURCE(WS-ROW-CNT)
           MOVE MH-OPERATOR-ID TO WS-ROW-OPERATOR(WS-ROW-CNT)
           MOVE MH-ADDRESS TO WS-ROW-ADDRESS(WS-ROW-CNT)
           IF MH-EFF-DATE NOT > WS-AS-OF
               MOVE WS-ROW-CNT TO WS-IN-EFFECT
           END-IF.
       400-SHOW-HISTORY.
           DISPLAY SCRN-CLEAR
           DISPLAY 'ADDRESS HISTORY  ' SF-STU-NUM ' ' SF-FIRST-NAME
               ' ' SF-LAST-NAME
           DISPLAY 'IN EFFECT ON ' WS-AS-OF ' MARKED *'
           DISPLAY ' '
           IF WS-ROW-CNT = ZERO
               DISPLAY 'NO ADDRESS CHANGES ON FILE -- THE ADDRESS ON'
                   ' THE STUDENT RECORD HAS ALWAYS APPLIED'
               MOVE SF-ADDRESS TO WS-SHOW-ADDRESS
               DISPLAY '* ' WS-SHOW-ADDR-1 ' ' WS-SHOW-CITY ' '
                   WS-SHOW-STATE ' ' WS-SHOW-ZIP
           ELSE
               IF WS-IN-EFFECT = ZERO AND WS-EFFECT-GONE = 'Y'
                   DISPLAY 'THE ADDRESS IN EFFECT IS OLDER THAN THE '
                       'CHANGES SHOWN'
               ELSE IF WS-IN-EFFECT = ZERO
                   DISPLAY 'NO ADDRESS ON FILE AS OF THAT DATE'
               END-IF
               END-IF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ROW-CNT
                   PERFORM 410-SHOW-ONE-ROW
               END-PERFORM
           END-IF.
       410-SHOW-ONE-ROW.
           IF WS-SUB = WS-IN-EFFECT
               MOVE '*' TO WS-MARK
           ELSE
               MOVE SPACE TO WS-MARK
           END-IF
           IF WS-ROW-SOURCE(WS-SUB) = 'U'
               MOVE 'OFFICE' TO WS-SOURCE-DESC
           ELSE IF WS-ROW-SOURCE(WS-SUB) = 'S'
               MOVE 'STUDENT' TO WS-SOURCE-DESC
           ELSE IF WS-ROW-SOURCE(WS-SUB) = 'N'
               MOVE 'NCOA' TO WS-SOURCE-DESC
           ELSE
               MOVE 'PRIOR' TO WS-SOURCE-DESC
           END-IF
           END-IF
           END-IF
           MOVE WS-ROW-ADDRESS(WS-SUB) TO WS-SHOW-ADDRESS
           DISPLAY WS-MARK ' ' WS-ROW-DATE(WS-SUB) ' '
               WS-SOURCE-DESC ' ' WS-ROW-OPERATOR(WS-SUB)
           DISPLAY '    ' WS-SHOW-ADDR-1 ' ' WS-SHOW-CITY ' '
               WS-SHOW-STATE ' ' WS-SHOW-ZIP.
       980-LOG-THE-VIEW.
      *    ONE ACCESS-LOG EVENT (SEE AL-ACCESS-REC), SAME AS
      *    PROJ-STU-INQUIRY.
           OPEN EXTEND ACCESS-LOG
           IF WS-AL-STATUS = '35'
               OPEN OUTPUT ACCESS-LOG
           END-IF
           ACCEPT AL-DATE FROM DATE
           ACCEPT AL-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO AL-OPERATOR
           MOVE WS-TMP-SNO TO AL-STU-NUM
           MOVE 'PROJ-ADDR-INQ' TO AL-PROGRAM
           WRITE ACCESS-REC FROM AL-LINE
           CLOSE ACCESS-LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-UPD-PJ.
      *ORIGINALLY WRITTEN BY CALEB STEVENS, 20261015.
      *MODIFICATION HISTORY:
      *20261015  FIRST WRITTEN.  PROFESSIONAL-JUDGMENT ADJUSTMENTS
      *          FOR THE AID OFFICE (SEE PJ-FILE-DESC) -- LISTS A
      *          STUDENT'S ADJUSTMENTS FOR AN AID YEAR (DEFAULT
      *          CT-AID-YEAR), ADDS ONE, OR VOIDS ONE.  SAME LIST-THEN-
      *          ACT SHAPE AS PROJ-UPD-VERIFY.  THE ORIGINAL VALUE IS
      *          NEVER KEYED: IT IS WHAT IS IN EFFECT AT THE TIME -- AN
      *          EARLIER ADJUSTMENT TO THE SAME FIELD, OR ELSE THE EFC
      *          ON FA-ISIR.DAT, THE COST OF ATTENDANCE
      *          PROJ-FA-PACKAGE WOULD BUILD, PK-COA-HOURS, OR
      *          DEPENDENT.  EACH ROW IS STAMPED WITH THE SIGNED-ON
      *          OPERATOR AND THE DATE.  A DOCUMENT CODE NOT YET
      *          RECEIVED ON FA-VERIFY.DAT IS ALLOWED BUT WARNED ON --
      *          PROJ-PJ-LOG FLAGS IT FOR THE AUDITORS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PJ-FILE-DESC ASSIGN TO 'FA-PROF-JUDG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-PJ-STATUS.
           SELECT VF-FILE-DESC ASSIGN TO 'FA-VERIFY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VF-KEY
               FILE STATUS IS WS-VF-STATUS.
           SELECT SF-FILE-DESC ASSIGN TO 'PROJ-STU-FILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SF-STU-NUM.
           SELECT ISIR-INPUT ASSIGN TO 'FA-ISIR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PJ-FILE-DESC IS EXTERNAL RECORD CONTAINS 80 CHARACTERS.
           COPY PJ-FILE-DESC.
       FD  VF-FILE-DESC IS EXTERNAL RECORD CONTAINS 30 CHARACTERS.
           COPY VF-FILE-DESC.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  ISIR-INPUT.
       01  ISIR-INPUT-REC.
           05  IS-STU-NUM          PIC 9(9).
           05  IS-EFC              PIC 9(5).
       WORKING-STORAGE SECTION.
       01  WS-PJ-STATUS              PIC XX.
       01  WS-VF-STATUS              PIC XX.
       01  WS-IS-STATUS              PIC XX.
       01  WS-VF-ON-FILE             PIC X      VALUE 'N'.
       01  WS-OPTION                 PIC X.
       01  WS-TMP-SNO                PIC 9(9).
       01  WS-TMP-YEAR               PIC X(4).
       01  WS-TMP-FIELD              PIC X(4).
       01  WS-TMP-VALUE              PIC 9(7)V99.
       01  WS-TMP-REASON             PIC X(4).
       01  WS-TMP-DOC                PIC X(4).
       01  WS-TMP-SEQ                PIC 9(2).
       01  WS-STU-FOUND              PIC X.
       01  WS-PJ-DONE                PIC X.
       01  WS-IS-DONE                PIC X.
       01  WS-ENTRY-OK               PIC X.
       01  WS-EDIT-MSG               PIC X(40).
       01  WS-LAST-SEQ               PIC 9(2).
       01  WS-ROW-CNT                PIC 9(2).
       01  WS-ORIG-VALUE             PIC 9(7)V99.
       01  WS-ORIG-FOUND             PIC X.
       01  WS-COA-HOURS              PIC 9(2).
       01  WS-DOC-NOTE               PIC X(16).
       01  WS-TODAY                  PIC 9(6).
       01  MORE-DATA                 PIC X(3).
       01  ANS                       PIC X.
       01  WS-LIST-ORIG              PIC Z,ZZZ,ZZ9.99.
       01  WS-LIST-ADJ               PIC Z,ZZZ,ZZ9.99.
       COPY CURRENT-TERM.
       COPY TU-RATE-TABLE.
       COPY PK-POLICY.
       LINKAGE SECTION.
       01  WS-OPERATOR-ID            PIC X(8).
       SCREEN SECTION.
       01 SCRN-CLEAR.
          05 BLANK SCREEN.
       01 SCRN-SNO.
          05 LINE 3 COLUMN 1 VALUE 'ENTER STUDENT NUMBER: '.
          05 LINE 3 COLUMN 24 PIC 9(9) TO WS-TMP-SNO.
          05 LINE 3 COLUMN 36 VALUE 'AID YEAR: '.
          05 LINE 3 COLUMN 46 PIC X(4) USING WS-TMP-YEAR.
       01 SCRN-ACTION.
          05 LINE 20 COLUMN 1 VALUE
             'ADD ADJUSTMENT (A), VOID ADJUSTMENT (V), (X): '.
          05 LINE 20 COLUMN 48 PIC X TO WS-OPTION.
       01 SCRN-ADD.
          05 LINE 21 COLUMN 1 VALUE 'FIELD (EFC COA HRS DEP): '.
          05 LINE 21 COLUMN 26 PIC X(4) TO WS-TMP-FIELD.
          05 LINE 21 COLUMN 32 VALUE 'NEW VALUE: '.
          05 LINE 21 COLUMN 43 PIC 9(7)V99 TO WS-TMP-VALUE.
          05 LINE 22 COLUMN 1 VALUE
             'REASON (JOBL INCR MEDX DIVC DEAT DEPO COAA OTHR): '.
          05 LINE 22 COLUMN 51 PIC X(4) TO WS-TMP-REASON.
          05 LINE 23 COLUMN 1 VALUE 'SUPPORTING DOCUMENT CODE: '.
          05 LINE 23 COLUMN 27 PIC X(4) TO WS-TMP-DOC.
       01 SCRN-SEQ.
          05 LINE 22 COLUMN 1 VALUE 'SEQUENCE TO VOID: '.
          05 LINE 22 COLUMN 19 PIC 9(2) TO WS-TMP-SEQ.
       01 SCRN-MORE-DATA.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1 VALUE
                  'ANOTHER STUDENT? (YES/NO): '.
          05 LINE 1 COLUMN 29 PIC X(3) TO MORE-DATA.
       PROCEDURE DIVISION USING WS-OPERATOR-ID.
       100-MAIN-MODULE.
           CALL 'PROJ-TERM-LOAD' USING TERM-CONTROL
           CALL 'PROJ-PARM-LOAD' USING TU-PARM-ID, TU-PARMS
           CALL 'PROJ-PARM-LOAD' USING PK-PARM-ID, PK-PARMS
           OPEN I-O PJ-FILE-DESC
           IF WS-PJ-STATUS = '35'
               OPEN OUTPUT PJ-FILE-DESC
               CLOSE PJ-FILE-DESC
               OPEN I-O PJ-FILE-DESC
           END-IF
           OPEN INPUT VF-FILE-DESC
           IF WS-VF-STATUS = '35'
               MOVE 'N' TO WS-VF-ON-FILE
           ELSE
               MOVE 'Y' TO WS-VF-ON-FILE
           END-IF
           OPEN INPUT SF-FILE-DESC
           MOVE SPACES TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'NO '
               PERFORM 200-ONE-STUDENT
               DISPLAY SCRN-MORE-DATA
               ACCEPT SCRN-MORE-DATA
           END-PERFORM
           CLOSE PJ-FILE-DESC
                 SF-FILE-DESC
           IF WS-VF-ON-FILE = 'Y'
               CLOSE VF-FILE-DESC
           END-IF
           EXIT PROGRAM.
       200-ONE-STUDENT.
           DISPLAY SCRN-CLEAR
           MOVE CT-AID-YEAR TO WS-TMP-YEAR
           DISPLAY SCRN-SNO
           ACCEPT SCRN-SNO
           MOVE WS-TMP-SNO TO SF-STU-NUM
           MOVE 'Y' TO WS-STU-FOUND
           READ SF-FILE-DESC
               INVALID KEY MOVE 'N' TO WS-STU-FOUND
           END-READ
           IF WS-STU-FOUND = 'N'
               DISPLAY 'STUDENT NOT IN SYSTEM'
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               MOVE SPACE TO WS-OPTION
               PERFORM UNTIL WS-OPTION = 'X' OR 'x'
                   DISPLAY SCRN-CLEAR
                   PERFORM 300-LIST-ADJUSTMENTS
                   DISPLAY SCRN-ACTION
                   ACCEPT SCRN-ACTION
                   IF WS-OPTION = 'A' OR 'a'
                       PERFORM 400-ADD-ADJUSTMENT
                   ELSE IF WS-OPTION = 'V' OR 'v'
                       PERFORM 500-VOID-ADJUSTMENT
                   END-IF
               END-PERFORM
           END-IF.
       300-LIST-ADJUSTMENTS.
      *    KEYED RANGE WALK OF THE STUDENT'S ROWS FOR THE AID YEAR,
      *    SAME SHAPE AS PROJ-UPD-VERIFY'S 300-LIST-CHECKLIST.  ALSO
      *    LEAVES THE LAST SEQUENCE USED FOR 400.
           DISPLAY 'PROFESSIONAL JUDGMENT FOR ' WS-TMP-SNO ' '
               SF-NAME ' AID YEAR ' WS-TMP-YEAR
           DISPLAY 'SQ FLD   ORIGINAL    ADJUSTED    RSN  DOC  '
               'OPERATOR DATE   ST'
           MOVE ZERO TO WS-LAST-SEQ
           MOVE ZERO TO WS-ROW-CNT
           MOVE 'N' TO WS-PJ-DONE
           MOVE WS-TMP-SNO TO PJ-STU-NUM
           MOVE WS-TMP-YEAR TO PJ-AID-YEAR
           MOVE ZERO TO PJ-SEQ
           START PJ-FILE-DESC KEY IS NOT LESS THAN PJ-KEY
               INVALID KEY MOVE 'Y' TO WS-PJ-DONE
           END-START
           PERFORM UNTIL WS-PJ-DONE = 'Y'
               READ PJ-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-PJ-DONE
                   NOT AT END
                       IF PJ-STU-NUM NOT = WS-TMP-SNO
                               OR PJ-AID-YEAR NOT = WS-TMP-YEAR
                           MOVE 'Y' TO WS-PJ-DONE
                       ELSE
                           MOVE PJ-SEQ TO WS-LAST-SEQ
                           ADD 1 TO WS-ROW-CNT
                           MOVE PJ-ORIG-VALUE TO WS-LIST-ORIG
                           MOVE PJ-ADJ-VALUE TO WS-LIST-ADJ
                           DISPLAY PJ-SEQ ' ' PJ-FIELD ' '
                               WS-LIST-ORIG ' ' WS-LIST-ADJ ' '
                               PJ-REASON ' ' PJ-DOC-CODE ' '
                               PJ-OPERATOR-ID ' ' PJ-DATE ' '
                               PJ-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ROW-CNT = ZERO
               DISPLAY '  NO ADJUSTMENTS -- PACKAGED AS THE ISIR STANDS'
           END-IF.
       400-ADD-ADJUSTMENT.
           MOVE SPACES TO WS-TMP-FIELD WS-TMP-REASON WS-TMP-DOC
           MOVE ZERO TO WS-TMP-VALUE
           DISPLAY SCRN-ADD
           ACCEPT SCRN-ADD
           PERFORM 410-EDIT-ENTRY
           IF WS-ENTRY-OK = 'N'
               DISPLAY WS-EDIT-MSG
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           ELSE
               PERFORM 600-VALUE-IN-EFFECT
               PERFORM 420-CHECK-DOCUMENT
               ACCEPT WS-TODAY FROM DATE
               MOVE SPACES TO PJ-RECORD
               MOVE WS-TMP-SNO TO PJ-STU-NUM
               MOVE WS-TMP-YEAR TO PJ-AID-YEAR
               COMPUTE PJ-SEQ = WS-LAST-SEQ + 1
               MOVE WS-TMP-FIELD TO PJ-FIELD
               MOVE WS-ORIG-VALUE TO PJ-ORIG-VALUE
               MOVE WS-TMP-VALUE TO PJ-ADJ-VALUE
               MOVE WS-TMP-REASON TO PJ-REASON
               MOVE WS-TMP-DOC TO PJ-DOC-CODE
               MOVE WS-OPERATOR-ID TO PJ-OPERATOR-ID
               MOVE WS-TODAY TO PJ-DATE
               MOVE 'A' TO PJ-STATUS
               MOVE ZERO TO PJ-VOID-DATE
               WRITE PJ-RECORD
                   INVALID KEY
                       DISPLAY 'ADJUSTMENT NOT WRITTEN -- TRY AGAIN'
               END-WRITE
               IF WS-DOC-NOTE NOT = SPACES
                   DISPLAY 'WARNING -- SUPPORTING DOCUMENT '
                       WS-DOC-NOTE
               END-IF
               DISPLAY 'HIT ENTER TO CONTINUE'
               ACCEPT ANS
           END-IF.
       410-EDIT-ENTRY.
           MOVE 'Y' TO WS-ENTRY-OK
           IF WS-TMP-FIELD NOT = 'EFC ' AND NOT = 'COA '
                   AND NOT = 'HRS ' AND NOT = 'DEP '
               MOVE 'N' TO WS-ENTRY-OK
               MOVE 'FIELD MUST BE EFC, COA, HRS OR DEP'
                   TO WS-EDIT-MSG
           ELSE IF WS-TMP-REASON NOT = 'JOBL' AND NOT = 'INCR'
                   AND NOT = 'MEDX' AND NOT = 'DIVC' AND NOT = 'DEAT'
                   AND NOT = 'DEPO' AND NOT = 'COAA' AND NOT = 'OTHR'
               MOVE 'N' TO WS-ENTRY-OK
               MOVE 'NOT A PROFESSIONAL JUDGMENT REASON CODE'
                   TO WS-EDIT-MSG
           ELSE IF WS-LAST-SEQ = 99
               MOVE 'N' TO WS-ENTRY-OK
               MOVE 'NO MORE ADJUSTMENTS FIT THIS AID YEAR'
                   TO WS-EDIT-MSG
           ELSE IF WS-TMP-FIELD = 'DEP ' AND WS-TMP-VALUE NOT = 0
                   AND WS-TMP-VALUE NOT = 1
               MOVE 'N' TO WS-ENTRY-OK
               MOVE 'DEPENDENCY IS 0 DEPENDENT OR 1 INDEPENDENT'
                   TO WS-EDIT-MSG
           ELSE IF WS-TMP-FIELD = 'HRS ' AND
                   (WS-TMP-VALUE < 1 OR WS-TMP-VALUE > 24)
               MOVE 'N' TO WS-ENTRY-OK
               MOVE 'HOURS MUST BE 1 THRU 24' TO WS-EDIT-MSG
           ELSE IF WS-TMP-FIELD = 'EFC ' AND WS-TMP-VALUE > 99999
               MOVE 'N' TO WS-ENTRY-OK
               MOVE 'EFC IS 99999 AT MOST' TO WS-EDIT-MSG
           END-IF.
       420-CHECK-DOCUMENT.
      *    THE ADJUSTMENT IS KEPT EITHER WAY; THE COUNSELOR IS TOLD,
      *    AND PROJ-PJ-LOG FLAGS IT UNTIL THE DOCUMENT IS RECEIVED.
           MOVE SPACES TO WS-DOC-NOTE
           IF WS-TMP-DOC = SPACES
               MOVE 'NOT GIVEN' TO WS-DOC-NOTE
           ELSE IF WS-VF-ON-FILE = 'N'
               MOVE 'NOT ON FILE' TO WS-DOC-NOTE
           ELSE
               MOVE WS-TMP-SNO TO VF-STU-NUM
               MOVE WS-TMP-DOC TO VF-DOC-CODE
               READ VF-FILE-DESC
                   INVALID KEY MOVE 'NOT ON FILE' TO WS-DOC-NOTE
                   NOT INVALID KEY
                       IF VF-RCV-DATE = ZEROS
                           MOVE 'NOT YET RECEIVED' TO WS-DOC-NOTE
                       END-IF
               END-READ
           END-IF.
       500-VOID-ADJUSTMENT.
           DISPLAY SCRN-SEQ
           ACCEPT SCRN-SEQ
           MOVE WS-TMP-SNO TO PJ-STU-NUM
           MOVE WS-TMP-YEAR TO PJ-AID-YEAR
           MOVE WS-TMP-SEQ TO PJ-SEQ
           READ PJ-FILE-DESC
               INVALID KEY
                   DISPLAY 'NO SUCH ADJUSTMENT'
               NOT INVALID KEY
                   IF PJ-STATUS = 'V'
                       DISPLAY 'THAT ADJUSTMENT IS ALREADY VOID'
                   ELSE
                       MOVE 'V' TO PJ-STATUS
                       MOVE WS-OPERATOR-ID TO PJ-VOID-OPER
                       ACCEPT PJ-VOID-DATE FROM DATE
                       REWRITE PJ-RECORD
                       DISPLAY 'ADJUSTMENT VOIDED -- THE EARLIER VALUE '
                           'IS BACK IN EFFECT'
                   END-IF
           END-READ
           DISPLAY 'HIT ENTER TO CONTINUE'
           ACCEPT ANS.
       600-VALUE-IN-EFFECT.
      *    THE LATEST ACTIVE ROW FOR THE FIELD, IF THERE IS ONE.
      *    OTHERWISE THE VALUE PACKAGING STARTS FROM.
           MOVE 'N' TO WS-ORIG-FOUND
           MOVE ZERO TO WS-ORIG-VALUE
           MOVE PK-COA-HOURS TO WS-COA-HOURS
           MOVE 'N' TO WS-PJ-DONE
           MOVE WS-TMP-SNO TO PJ-STU-NUM
           MOVE WS-TMP-YEAR TO PJ-AID-YEAR
           MOVE ZERO TO PJ-SEQ
           START PJ-FILE-DESC KEY IS NOT LESS THAN PJ-KEY
               INVALID KEY MOVE 'Y' TO WS-PJ-DONE
           END-START
           PERFORM UNTIL WS-PJ-DONE = 'Y'
               READ PJ-FILE-DESC NEXT RECORD
                   AT END MOVE 'Y' TO WS-PJ-DONE
                   NOT AT END
                       IF PJ-STU-NUM NOT = WS-TMP-SNO
                               OR PJ-AID-YEAR NOT = WS-TMP-YEAR
                           MOVE 'Y' TO WS-PJ-DONE
                       ELSE IF PJ-STATUS = 'A'
                           IF PJ-FIELD = WS-TMP-FIELD
                               MOVE 'Y' TO WS-ORIG-FOUND
                               MOVE PJ-ADJ-VALUE TO WS-ORIG-VALUE
                           END-IF
                           IF PJ-FIELD = 'HRS '
                               MOVE PJ-ADJ-VALUE TO WS-COA-HOURS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORIG-FOUND = 'N'
               IF WS-TMP-FIELD = 'EFC '
                   PERFORM 610-ISIR-EFC
               ELSE IF WS-TMP-FIELD = 'COA '
                   PERFORM 620-COMPUTED-COA
               ELSE IF WS-TMP-FIELD = 'HRS '
                   MOVE PK-COA-HOURS TO WS-ORIG-VALUE
               END-IF
           END-IF.
       610-ISIR-EFC.
      *    THE LAST LINE ON THE IMPORTED ISIR FILE FOR THE STUDENT --
      *    BY STUDENT ID OR BY SSN, THE SAME MATCH PROJ-FA-PACKAGE
      *    MAKES.  NO LINE LEAVES ZERO.
           OPEN INPUT ISIR-INPUT
           IF WS-IS-STATUS NOT = '35'
               MOVE 'N' TO WS-IS-DONE
               PERFORM UNTIL WS-IS-DONE = 'Y'
                   READ ISIR-INPUT
                       AT END MOVE 'Y' TO WS-IS-DONE
                       NOT AT END
                           IF IS-STU-NUM = SF-STU-NUM
                                   OR (IS-STU-NUM = SF-SSN
                                       AND SF-SSN NOT = ZERO)
                               MOVE IS-EFC TO WS-ORIG-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISIR-INPUT
           END-IF.
       620-COMPUTED-COA.
      *    PROJ-FA-PACKAGE'S 300-BUILD-PACKAGE COST OF ATTENDANCE, AT
      *    THE HOURS IN EFFECT.
           IF SF-RESIDENCY = 'N'
               COMPUTE WS-ORIG-VALUE =
                   (WS-COA-HOURS * TU-NONRES-RATE)
                   + TU-FLAT-FEE + PK-BOOKS-ALLOW
           ELSE
               COMPUTE WS-ORIG-VALUE =
                   (WS-COA-HOURS * TU-RES-RATE)
                   + TU-FLAT-FEE + PK-BOOKS-ALLOW
           END-IF.

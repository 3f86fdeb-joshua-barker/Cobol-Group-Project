      *          GR-POINT-TABLE ANYWAY, BUT THE EXCLUSION IS NOW
      *          EXPLICIT SO A MISKEYED LETTER GRADE ON AN AUDIT NODE
      *          STILL CANNOT TOUCH SF-CUM-GPA.
      *20261015  THE GRADE POINTS NOW COME FROM PROJ-CODE-LOAD (BUILT-IN
      *          LIST PLUS THE ROWS IN EFFECT ON PROJ-CODE-PARM.DAT)
      *          INSTEAD OF A LOCAL LIST OF MOVES.
      *20261015  AN 'NR' (NOT REPORTED, STAMPED BY PROJ-GRADE-MONITOR
      *          PAST THE GRADE DEADLINE) IS EXCLUDED EXPLICITLY, AS
      *          THE AUDIT NODE IS, SO NO GR-POINT-TABLE ROW KEYED ON
      *          PROJ-UPD-CODES CAN EVER GIVE IT POINTS OR HOURS.
      *20261015  CLASS SECTION FD NOW 79 BYTES (LECTURE/LAB LINK
      *          GROUP AND ROLE ADDED).
      *20261015  VARIABLE-CREDIT SECTIONS.  ATTEMPTED AND EARNED
      *          HOURS AND QUALITY POINTS USE THE STUDENT'S OWN HOURS
      *          ON THE ENROLLMENT NODE (RF-CRED-HR), FALLING BACK TO
      *          CS-CRED-HR ON OLDER NODES.  CLASS SECTION FD NOW 81
      *          BYTES AND ENROLLMENT FD NOW 48 BYTES.
      *20261015  ENROLLMENT FD NOW 49 BYTES (RESERVED-SEAT ROW
      *          ADDED).
      *20261015  CLASS SECTION FD NOW 83 BYTES (CAMPUS ADDED).
      *20261015  CLASS SECTION FD NOW 84 BYTES (DELIVERY MODALITY
      *          ADDED).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-TC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SF-FILE-DESC IS EXTERNAL RECORD CONTAINS 250 CHARACTERS.
           COPY SF-FILE-DESC.
       FD  EF-FILE-DES IS EXTERNAL RECORD CONTAINS 49 CHARACTERS.
           COPY EF-REC.
       FD  CS-SECT IS EXTERNAL RECORD CONTAINS 84 CHARACTERS.
           COPY CS-SECT.
       FD  TC-FILE-DESC IS EXTERNAL RECORD CONTAINS 55 CHARACTERS.
           COPY TC-FILE-DESC.
       01  WS-QUALITY-PTS            PIC 9(5)V99.
       01  WS-CRED-HR-ATT            PIC 9(3).
       01  WS-CRED-HR-EARN           PIC 9(3).
       01  WS-NODE-HRS               PIC 99.
       01  WS-RPL-FOUND              PIC X.
       01  WS-TC-STATUS              PIC XX.
       01  WS-TC-ON-FILE             PIC X      VALUE 'N'.
           END-IF
           EXIT PROGRAM.
       050-LOAD-GRADE-TABLE.
      *    THE GRADE POINTS COME FROM PROJ-CODE-LOAD -- ITS
      *    BUILT-IN LIST PLUS WHATEVER IS IN EFFECT ON
      *    PROJ-CODE-PARM.DAT (KEYED ON PROJ-UPD-CODES).
           CALL 'PROJ-CODE-LOAD' USING GR-POINT-TBL-ID,
               GR-POINT-TBL-SIZE, GR-POINT-TABLE.
       200-UPDATE-ONE-STUDENT.
           MOVE ZERO TO WS-QUALITY-PTS
           MOVE ZERO TO WS-CRED-HR-ATT
               END-PERFORM
           END-IF.
       310-SCORE-EF-NODE.
      *    AN AUDIT OR AMNESTY NODE, OR AN 'NR' STILL WAITING ON ITS
      *    LATE GRADE, NEVER FEEDS THE TOTALS.
           IF RF-BASIS NOT = 'A' AND RF-AMNESTY NOT = 'Y'
                   AND RF-GRADE NOT = 'NR'
               MOVE 'N' TO WS-GRADE-FOUND
               PERFORM VARYING GR-POINT-IDX FROM 1 BY 1
                       UNTIL GR-POINT-IDX > GR-POINT-TBL-SIZE
      *    EITHER WAY THE COURSE COUNTS EXACTLY ONCE.  A STUDENT WITH
      *    MORE THAN WS-RPL-MAX DISTINCT GRADED COURSES OVERFLOWS THE
      *    TABLE; THE EXTRA COURSES ARE COUNTED STRAIGHT THROUGH
      *    (NEVER DROPPED) WITHOUT REPLACEMENT PROTECTION.  THE HOURS
      *    ARE THE STUDENT'S OWN ON THE NODE (RF-CRED-HR), OR THE
      *    SECTION'S CS-CRED-HR ON AN OLDER NODE.
           MOVE RF-CRN TO CS-CRN
           READ CS-SECT
               NOT INVALID KEY
                   MOVE CS-CRED-HR TO WS-NODE-HRS
                   IF RF-CRED-HR IS NUMERIC AND RF-CRED-HR > ZERO
                       MOVE RF-CRED-HR TO WS-NODE-HRS
                   END-IF
                   PERFORM 330-RECORD-ATTEMPT
           END-READ.
       330-RECORD-ATTEMPT.
                           WS-RPL-POINTS(RPL-IDX) THEN
                       MOVE GR-TBL-POINTS(GR-POINT-IDX)
                           TO WS-RPL-POINTS(RPL-IDX)
                       MOVE WS-NODE-HRS TO WS-RPL-CRED-HR(RPL-IDX)
                       MOVE RF-GRADE TO WS-RPL-GRADE(RPL-IDX)
                   END-IF
               END-IF
                   MOVE CS-CRS-CODE TO WS-RPL-CRS-CODE(RPL-IDX)
                   MOVE GR-TBL-POINTS(GR-POINT-IDX)
                       TO WS-RPL-POINTS(RPL-IDX)
                   MOVE WS-NODE-HRS TO WS-RPL-CRED-HR(RPL-IDX)
                   MOVE RF-GRADE TO WS-RPL-GRADE(RPL-IDX)
               ELSE
                   ADD WS-NODE-HRS TO WS-CRED-HR-ATT
                   COMPUTE WS-QUALITY-PTS =
                       WS-QUALITY-PTS +
                       (WS-NODE-HRS * GR-TBL-POINTS(GR-POINT-IDX))
                   IF RF-GRADE NOT = 'F ' THEN
                       ADD WS-NODE-HRS TO WS-CRED-HR-EARN
                   END-IF
               END-IF
           END-IF.

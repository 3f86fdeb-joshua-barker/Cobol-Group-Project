      *****************************************************************
      * LV-FILE-DESC
      * RECORD LAYOUT FOR PROJ-LOA.DAT (INDEXED BY LV-STU-NUM), THE
      * STUDENT'S LEAVE OF ABSENCE -- ONE ROW PER STUDENT, THE MOST
      * RECENT LEAVE, KEPT ON PROJ-UPD-LOA.  LV-START-DATE (CCYYMMDD)
      * IS THE FIRST DAY OF THE LEAVE, LV-LEAVE-TERM THE TERM IT
      * BEGAN IN AND LV-RETURN-TERM THE TERM THE STUDENT IS EXPECTED
      * BACK.  LV-APPROVED IS 'Y' ONCE THE LEAVE IS APPROVED (WITH
      * THE APPROVING OPERATOR AND DATE), 'N' WHILE IT IS ONLY
      * REQUESTED.  LV-STATUS IS 'A' WHILE THE LEAVE IS OPEN, 'R'
      * WHEN THE STUDENT CAME BACK (REGISTERED FOR THE RETURN TERM)
      * AND 'W' WHEN THEY DID NOT AND PROJ-LOA-RETURN CONVERTED THE
      * LEAVE TO A WITHDRAWAL, WITH LV-CLOSE-DATE (YYMMDD) THE DAY
      * EITHER HAPPENED.  AN APPROVED, OPEN LEAVE THAT HAS STARTED IS
      * "ON APPROVED LEAVE": PROJ-NSLDS-EXTRACT REPORTS 'A' INSTEAD
      * OF WITHDRAWN, PROJ-R2T4 WILL NOT RUN, PROJ-ARCHIVE-STUDENTS
      * LEAVES THE STUDENT ON FILE AND PROJ-ADVISE-LOAD KEEPS THEM ON
      * THEIR ADVISOR'S CASELOAD.  LV-R2T4-DUE IS 'Y' FROM THE
      * CONVERSION UNTIL PROJ-R2T4 IS RUN FOR THE STUDENT, WHICH
      * MEASURES THE RETURN FROM LV-START-DATE AGAINST THE LEAVE
      * TERM -- A STUDENT WHO DOES NOT COME BACK FROM A LEAVE
      * WITHDREW THE DAY IT BEGAN.
      *****************************************************************
       01  LV-RECORD.
           05  LV-STU-NUM          PIC 9(9).
           05  LV-START-DATE       PIC 9(8).
           05  LV-LEAVE-TERM       PIC X(6).
           05  LV-RETURN-TERM      PIC X(6).
           05  LV-REASON           PIC X(30).
           05  LV-APPROVED         PIC X.
           05  LV-APPROVED-BY      PIC X(8).
           05  LV-APPROVE-DATE     PIC 9(6).
           05  LV-STATUS           PIC X.
           05  LV-CLOSE-DATE       PIC 9(6).
           05  LV-R2T4-DUE         PIC X.
           05  LV-OPERATOR-ID      PIC X(8).
           05  LV-CHG-DATE         PIC 9(6).
           05  FILLER              PIC X(4).

      * BLOB INTO SF-FIRST-NAME AND SF-ADDR-LINE-1, SO THOSE LISTINGS
      * PRINT EXACTLY WHAT THEY ALWAYS DID.  SF-EMAIL RIDES AT THE
      * END OF THE RECORD.
      * SF-STU-NUM IS THE INSTITUTIONAL STUDENT ID, ASSIGNED BY
      * PROJ-ADD-STUDENT FROM THE 'STUDENT ' SEQUENCE (SEE
      * SQ-FILE-DESC) -- 900000001 UP, SO IT CAN NEVER BE AN SSN.
      * IT IS THE KEY ON EVERY STUDENT-SIDE FILE.  BEFORE IT EXISTED
      * THE OPERATOR KEYED THE SSN AS THE STUDENT NUMBER;
      * PROJ-SID-CONVERT RENUMBERED THOSE RECORDS, THEIR CHAINS, THE
      * ARCHIVE AND EVERY KEYED FILE IN ONE PASS.
      * SF-SSN IS KEPT FOR THE PROGRAMS THAT MUST REPORT IT OR MATCH
      * ON IT -- PROJ-1098T, PROJ-NSLDS-EXTRACT AND THE ISIR MATCH IN
      * PROJ-FA-BATCH/PROJ-FA-PACKAGE -- AND FOR THE DUPLICATE CHECK
      * ON ADD.  ANY SCREEN OR REPORT THAT SHOWS IT SHOWS ONLY THE
      * LAST FOUR DIGITS.  ZERO MEANS NONE WAS GIVEN.
      * SF-CUM-GPA/SF-CRED-HR-ATT/SF-CRED-HR-EARN ARE MAINTAINED BY
      * PROJ-GPA-UPDATE, NOT COMPUTED ON THE FLY -- SEE THAT PROGRAM
      * FOR HOW THEY ARE RECOMPUTED FROM A STUDENT'S RF-CRN CHAIN.
      * SF-MAJOR-CODE IS THE STUDENT'S DECLARED DEGREE PROGRAM, CHECKED
      * AGAINST MJ-CODE-TABLE.CPY BY PROJ-ADD-STUDENT/PROJ-UPD-STUDENT.
      * ZERO MEANS UNDECLARED.
      * SF-HOME-CAMPUS IS THE CAMPUS THE STUDENT ATTENDS (SEE
      * CA-CAMPUS-TABLE), KEYED ON PROJ-ADD-STUDENT/PROJ-UPD-STUDENT.
      * IT SITS IN THE FIRST TWO OF THE FOUR OLD PIN BYTES AFTER
      * SF-MAJOR-CODE; A RECORD NOBODY HAS KEYED A CAMPUS ON STILL
      * HOLDS THE ZEROS PROJ-PIN-CONVERT LEFT THERE (OR SPACES), AND
      * ANYTHING NOT ON THE CAMPUS TABLE READS AS THE MAIN CAMPUS.
      * SF-PIN-HASH GATES PROJ-SELF-SERVICE, WHERE A STUDENT LOOKS UP
      * THEIR OWN SCHEDULE AND BALANCE WITHOUT A STAFF OPERATOR.  IT
      * HOLDS THE SALTED ONE-WAY HASH OF THE PIN FROM PROJ-PWD-HASH,
      * NEVER THE PIN ITSELF.  THE FOUR BYTES AFTER SF-MAJOR-CODE
      * HELD THE PIN IN CLEAR UNTIL PROJ-PIN-CONVERT; ONLY
      * SF-HOME-CAMPUS USES THEM NOW (THE LAST TWO ARE STILL UNUSED).
      * PROJ-ADD-STUDENT ISSUES A ONE-TIME STARTING
      * PIN AND PROJ-UPD-STUDENT'S RESET ISSUES ANOTHER; EITHER WAY
      * SF-PIN-TEMP IS 'Y' AND PROJ-SELF-SERVICE MAKES THE STUDENT
      * CHOOSE THEIR OWN PIN AT FIRST USE.
      * SF-STANDING IS THE ACADEMIC STANDING APPLIED BY PROJ-ACAD-
      * STANDING AFTER EACH TERM-END GRADE/GPA CYCLE -- 'G' GOOD,
      * 'W' WARNING, 'P' PROBATION, 'S' SUSPENDED (SEE ST-THRESHOLD
      * ACCOUNT WITH THE COLLECTION AGENCY -- PLACED ACCOUNTS STOP
      * DRAWING LATE FEES AND DROP OFF THE NORMAL DUNNING LISTS, AND
      * PROJ-PAY-BATCH TRACKS AGENCY REMITTANCES AGAINST THEM,
      * CLEARING THE FLAG WHEN THE BALANCE SETTLES.  'W' ONCE
      * PROJ-WRITEOFF HAS WRITTEN THE BALANCE OFF AS BAD DEBT (SEE
      * WO-FILE-DESC).  SPACE OTHERWISE.
      * SF-RESIDENCY IS 'R' (RESIDENT) OR 'N' (NON-RESIDENT), KEYED AT
      * ADD TIME AND CORRECTED ON PROJ-UPD-STUDENT -- IT PICKS THE
      * PER-CREDIT-HOUR RATE PROJ-TUITION-ASSESS CHARGES (SEE
      * PROJ-BILL-CYCLE, PROJ-GRADE-MAILER) SUPPRESS FLAGGED
      * STUDENTS ONTO THE SF-NEEDS-ADDR.RPT WORKLIST INSTEAD OF
      * PAYING POSTAGE TO REACH NOBODY.  PROJ-UPD-STUDENT CLEARS THE
      * FLAG AUTOMATICALLY WHEN A NEW SF-ADDRESS IS KEYED, AS DO THE
      * STUDENT'S OWN CHANGE ON PROJ-SELF-SERVICE AND A DEFINITE NCOA
      * MOVE (PROJ-NCOA-IMPORT) -- WHICH ALSO SETS IT, SOURCE 'NCOA',
      * FOR A MOVE THAT LEFT NO FORWARDING ADDRESS.  EVERY CHANGE TO
      * SF-ADDRESS IS KEPT ON SF-ADDR-HIST.DAT (SEE MH-FILE-DESC).
      * SF-MAIL-PREF IS 'E' WHEN THE STUDENT HAS OPTED TO RECEIVE
      * CORRESPONDENCE BY EMAIL -- PROJ-LETTER-PRINT RENDERS THEIR
      * QUEUED EVENTS INTO THE CQ-EMAIL.DAT SPOOL FOR THE MAIL
      * DH-FILE-DESC), NOT WHATEVER WAS KEYED LAST WEEK.  SPACES ON A
      * PRE-CONVERSION RECORD MEANS THE CURRENT ROWS APPLY, THE OLD
      * BEHAVIOR.
      * SF-OLD-FA-PNTR/SF-OLD-RC-PNTR HELD THE HEADS OF THE STUDENT'S
      * AWARD AND RECEIPT CHAINS ON THE OLD PROJ-FIN-AID.REL AND
      * PROJ-REC.REL.  THOSE ARE NOW PROJ-FIN-AID.DAT AND PROJ-REC.DAT,
      * KEYED BY STUDENT NUMBER (SEE FA-FILE-DESC/RC-FILE-DESC), AND
      * PROJ-FIN-CONVERT ZEROED BOTH FIELDS AS IT COPIED THE CHAINS
      * ACROSS.  NOTHING ELSE READS THEM; NEW RECORDS CARRY ZERO.
      *****************************************************************
       01  SF-RECORD.
           05  SF-STU-NUM          PIC 9(9).
               10  SF-ZIP          PIC X(9).
           05  SF-PHONE            PIC 9(10).
           05  SF-SSN              PIC 9(9).
           05  SF-OLD-FA-PNTR      PIC 9(5).
           05  SF-OLD-RC-PNTR      PIC 9(5).
           05  SF-ENR-REC-PNTR     PIC 9(5).
           05  SF-CUM-GPA          PIC 9V99.
           05  SF-CRED-HR-ATT      PIC 9(3).
           05  SF-FT-PT-FLAG       PIC X.
           05  SF-ACTIVE-FLAG      PIC X.
           05  SF-MAJOR-CODE       PIC 9(4).
           05  SF-HOME-CAMPUS      PIC X(2).
           05  FILLER              PIC X(2).
           05  SF-STANDING         PIC X.
           05  SF-RESIDENCY        PIC X.
           05  SF-SAP-STATUS       PIC X.
           05  SF-BAD-ADDR-DATE    PIC 9(6).
           05  SF-BAD-ADDR-SRC     PIC X(4).
           05  SF-MAIL-PREF        PIC X.
           05  SF-PIN-HASH         PIC X(10).
           05  SF-PIN-TEMP         PIC X.

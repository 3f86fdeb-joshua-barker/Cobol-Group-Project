      *****************************************************************
      * QC-FILE-DESC
      * RECORD LAYOUT FOR PROJ-EXTRACT-CRIT.DAT (INDEXED BY QC-NAME),
      * THE SAVED SELECTION CRITERIA FOR THE AD HOC STUDENT
      * POPULATION EXTRACT (PROJ-POP-EXTRACT).  AN OPERATOR BUILDS
      * THE CRITERIA ON THAT PROGRAM'S SCREEN AND MAY SAVE THEM UNDER
      * A NAME; KEYING THE NAME AGAIN LATER BRINGS THEM BACK, READY TO
      * RUN OR ADJUST.  A BLANK OR ZERO CRITERION SELECTS ANYONE.
      * QC-MAJOR-CODE/QC-STANDING/QC-FT-PT/QC-RESIDENCY/QC-SAP-STATUS
      * MATCH THE SF- FIELDS OF THE SAME NAME.
      * QC-BAL-MIN/QC-BAL-MAX BOUND THE ACCOUNT BALANCE (THE LAST
      * RC-BALANCE ON PROJ-REC.DAT) AND QC-GPA-MIN/QC-GPA-MAX BOUND
      * SF-CUM-GPA -- A ZERO MAXIMUM MEANS NO UPPER BOUND, AND BOTH
      * ZERO MEANS THE RANGE IS NOT TESTED.
      * QC-TERM SELECTS STUDENTS ENROLLED ('E') IN THAT TERM, AND
      * QC-CRN THOSE ENROLLED IN THAT CRN (IN QC-TERM WHEN IT IS
      * GIVEN).  QC-HOLD-CODE SELECTS STUDENTS WITH AN UNRELEASED HOLD
      * OF THAT CODE (SEE HD-FILE-DESC).  QC-HALL SELECTS STUDENTS
      * ASSIGNED TO THAT HALL (SEE DA-FILE-DESC) IN QC-TERM, OR IN
      * THE BILLING TERM WHEN QC-TERM IS BLANK.
      * QC-COLUMNS ARE 'Y'/'N', ONE PER OPTIONAL COLUMN OF THE
      * DELIMITED FILE AND THE PRINTED LIST -- THE STUDENT ID IS
      * ALWAYS THE FIRST COLUMN.  QC-OPERATOR-ID AND QC-CHG-DATE SAY
      * WHO SAVED THE CRITERIA LAST.
      *****************************************************************
       01  QC-RECORD.
           05  QC-NAME             PIC X(12).
           05  QC-MAJOR-CODE       PIC 9(4).
           05  QC-STANDING         PIC X.
           05  QC-FT-PT            PIC X.
           05  QC-RESIDENCY        PIC X.
           05  QC-SAP-STATUS       PIC X.
           05  QC-BAL-MIN          PIC 9(5)V99.
           05  QC-BAL-MAX          PIC 9(5)V99.
           05  QC-GPA-MIN          PIC 9V99.
           05  QC-GPA-MAX          PIC 9V99.
           05  QC-TERM             PIC X(6).
           05  QC-CRN              PIC X(5).
           05  QC-HOLD-CODE        PIC X(2).
           05  QC-HALL             PIC X(4).
           05  QC-COLUMNS.
               10  QC-COL-NAME     PIC X.
               10  QC-COL-ADDR     PIC X.
               10  QC-COL-PHONE    PIC X.
               10  QC-COL-EMAIL    PIC X.
               10  QC-COL-MAJOR    PIC X.
               10  QC-COL-STANDING PIC X.
               10  QC-COL-FT-PT    PIC X.
               10  QC-COL-RESID    PIC X.
               10  QC-COL-SAP      PIC X.
               10  QC-COL-GPA      PIC X.
               10  QC-COL-HOURS    PIC X.
               10  QC-COL-BAL      PIC X.
           05  QC-OPERATOR-ID      PIC X(8).
           05  QC-CHG-DATE         PIC 9(6).
           05  FILLER              PIC X(7).

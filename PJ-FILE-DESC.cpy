      *****************************************************************
      * PJ-FILE-DESC
      * RECORD LAYOUT FOR FA-PROF-JUDG.DAT (INDEXED BY PJ-KEY, THE
      * STUDENT NUMBER + AID YEAR + A SEQUENCE), ONE ROW PER
      * PROFESSIONAL-JUDGMENT ADJUSTMENT A COUNSELOR MAKES TO WHAT THE
      * ISIR AND PK-POLICY WOULD OTHERWISE GIVE.  KEYED ON PROJ-UPD-PJ;
      * ROWS ARE NEVER CHANGED OR DELETED, ONLY VOIDED, SO THE FILE IS
      * THE AUDIT TRAIL PROJ-PJ-LOG PRINTS.  FOR EACH PJ-FIELD THE
      * ACTIVE ROW WITH THE HIGHEST PJ-SEQ IS THE VALUE IN EFFECT:
      *   'EFC ' EXPECTED FAMILY CONTRIBUTION, WHOLE DOLLARS -- USED
      *          BY PROJ-FA-PACKAGE IN PLACE OF THE ISIR EFC (INCOME
      *          AFTER A JOB LOSS, AND SO ON).
      *   'COA ' COST OF ATTENDANCE, WHOLE DOLLARS -- USED BY
      *          PROJ-FA-PACKAGE IN PLACE OF THE COMPUTED COA.
      *   'HRS ' HOURS THE COST OF ATTENDANCE IS PRICED AT, IN PLACE
      *          OF PK-COA-HOURS -- ALSO THE ENROLLMENT BASIS
      *          PROJ-FA-RECALC MEASURES A DROP AGAINST.
      *   'DEP ' DEPENDENCY OVERRIDE, 0 DEPENDENT / 1 INDEPENDENT --
      *          RECORDED FOR THE AUDIT; THE COUNSELOR KEYS THE EFC
      *          THE OVERRIDE PRODUCES AS AN 'EFC ' ROW.
      * PJ-REASON IS ONE OF JOBL (JOB LOSS), INCR (OTHER INCOME
      * CHANGE), MEDX (MEDICAL EXPENSE), DIVC (DIVORCE/SEPARATION),
      * DEAT (DEATH IN THE FAMILY), DEPO (DEPENDENCY OVERRIDE), COAA
      * (COST OF ATTENDANCE ITEM) OR OTHR.  PJ-STATUS IS 'A' ACTIVE
      * OR 'V' VOIDED, WITH WHO VOIDED IT AND WHEN.
      * PJ-ORIG-VALUE IS WHAT WAS IN EFFECT BEFORE THE ROW (THE ISIR
      * OR COMPUTED VALUE, OR THE EARLIER ADJUSTMENT).  PJ-DOC-CODE IS
      * THE SUPPORTING DOCUMENT'S CODE ON FA-VERIFY.DAT (SEE
      * VF-FILE-DESC); PJ-DATE IS YYMMDD.
      *****************************************************************
       01  PJ-RECORD.
           05  PJ-KEY.
               10  PJ-STU-NUM      PIC 9(9).
               10  PJ-AID-YEAR     PIC X(4).
               10  PJ-SEQ          PIC 9(2).
           05  PJ-FIELD            PIC X(4).
           05  PJ-ORIG-VALUE       PIC 9(7)V99.
           05  PJ-ADJ-VALUE        PIC 9(7)V99.
           05  PJ-REASON           PIC X(4).
           05  PJ-DOC-CODE         PIC X(4).
           05  PJ-OPERATOR-ID      PIC X(8).
           05  PJ-DATE             PIC 9(6).
           05  PJ-STATUS           PIC X.
           05  PJ-VOID-OPER        PIC X(8).
           05  PJ-VOID-DATE        PIC 9(6).
           05  FILLER              PIC X(6).

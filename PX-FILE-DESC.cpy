      *****************************************************************
      * PX-FILE-DESC
      * RECORD LAYOUT FOR SF-PROXY.DAT (INDEXED BY PX-KEY, THE STUDENT
      * NUMBER PLUS A TWO-DIGIT PROXY NUMBER), ONE ROW PER PERSON --
      * PARENT, GUARANTOR, SPOUSE -- THE STUDENT HAS SIGNED A FERPA
      * RELEASE FOR.  THE SIGNED RELEASE IS THE AUTHORITY; THIS ROW IS
      * HOW WE FIND IT AGAIN AND WHAT IT ALLOWS.
      * PX-SCOPE SAYS WHAT THE PROXY MAY SEE, ONE 'Y'/'N' BYTE PER
      * AREA OF THE RECORD:
      *     PX-SEE-BALANCE   BALANCE, AND A COPY OF EACH MONTHLY
      *                      STATEMENT PROJ-BILL-CYCLE PRINTS, MAILED
      *                      TO PX-ADDRESS
      *     PX-SEE-SCHEDULE  THE CURRENT CLASS SCHEDULE
      *     PX-SEE-GRADES    POSTED FINAL GRADES
      *     PX-SEE-AID       FINANCIAL AID AWARDS
      * PX-EXPIRE-DATE (YYMMDD) IS THE LAST DAY THE RELEASE IS GOOD
      * FOR; AFTER IT THE PROXY CANNOT SIGN ON AND GETS NO STATEMENT
      * COPY.  PX-REVOKED 'Y' ENDS IT EARLY -- THE ROW STAYS ON FILE AS
      * ITS OWN RECORD OF WHAT WAS RELEASED AND WHEN.
      * PX-PIN-HASH IS THE PROXY'S OWN SELF-SERVICE PIN, HASHED BY
      * PROJ-PWD-HASH THE SAME WAY AS SF-PIN-HASH; PX-PIN-TEMP 'Y'
      * MAKES THE FIRST PROXY SIGN-ON CHOOSE A NEW ONE.
      * KEYED ON PROJ-UPD-PROXY (PX-OPERATOR-ID/PX-KEYED-DATE STAMP
      * THE LAST CHANGE).  PROJ-SELF-SERVICE'S PROXY SIGN-ON SHOWS
      * ONLY THE SCOPED AREAS AND LOGS EVERY VIEW TO SF-ACCESS-LOG.DAT
      * UNDER THE PROXY'S IDENTITY ('PROXY-' AND PX-SEQ).
      *****************************************************************
       01  PX-RECORD.
           05  PX-KEY.
               10  PX-STU-NUM      PIC 9(9).
               10  PX-SEQ          PIC 9(2).
           05  PX-NAME.
               10  PX-FIRST-NAME   PIC X(15).
               10  PX-LAST-NAME    PIC X(20).
           05  PX-RELATION         PIC X(10).
           05  PX-ADDRESS.
               10  PX-ADDR-LINE-1  PIC X(25).
               10  PX-ADDR-LINE-2  PIC X(25).
               10  PX-CITY         PIC X(15).
               10  PX-STATE        PIC X(2).
               10  PX-ZIP          PIC X(9).
           05  PX-PIN-HASH         PIC X(10).
           05  PX-PIN-TEMP         PIC X.
           05  PX-SCOPE.
               10  PX-SEE-BALANCE  PIC X.
               10  PX-SEE-SCHEDULE PIC X.
               10  PX-SEE-GRADES   PIC X.
               10  PX-SEE-AID      PIC X.
           05  PX-RELEASE-DATE     PIC 9(6).
           05  PX-EXPIRE-DATE      PIC 9(6).
           05  PX-REVOKED          PIC X.
           05  PX-OPERATOR-ID      PIC X(8).
           05  PX-KEYED-DATE       PIC 9(6).
           05  FILLER              PIC X(26).

      *****************************************************************
      * CP-FILE-DESC
      * RECORD LAYOUT FOR PROJ-CODE-PARM.DAT (INDEXED BY CP-KEY), THE
      * OFFICE-MAINTAINED REFERENCE CODE AND POLICY PARAMETER FILE.
      * CP-TABLE-ID NAMES THE TABLE THE ROW BELONGS TO -- A CODE TABLE
      * (HD HOLDS, LT LETTERS, MJ MAJORS, FA AID CODES, RC RECEIPT
      * TYPES, GR GRADE POINTS, GC GRADE-CHANGE REASONS, HR HEALTH
      * REQUIREMENTS, PT PARKING PERMIT TYPES) LOADED BY
      * PROJ-CODE-LOAD, OR A POLICY PARAMETER
      * GROUP (DL, LF, SA, ST, TU, CL, AE, IL, TL, OL, PK, PW, TQ,
      * AD, HG, PG, T4 -- ONE PER THRESHOLD COPYBOOK) LOADED BY
      * PROJ-PARM-LOAD.  EVERY CHANGE IS A NEW
      * ROW WITH ITS OWN CP-EFF-DATE (CCYYMMDD); THE LOADERS TAKE THE
      * LATEST ROW PER CODE THAT IS ALREADY IN EFFECT, SO A NEW RATE
      * CAN BE KEYED AHEAD OF THE DAY IT STARTS AND THE OLD VALUE
      * STAYS ON FILE.  CP-STATUS 'I' RETIRES A CODE AS OF THE ROW'S
      * DATE.  ROWS OVERLAY THE BUILT-IN DEFAULTS, THEY DO NOT HAVE
      * TO REPEAT THEM.  MAINTAINED ONLY THROUGH PROJ-UPD-CODES, WHICH
      * STAMPS CP-CHG-OPER/CP-CHG-DATE AND LOGS EVERY CHANGE TO
      * PROJ-CODE-PARM.LOG.
      *  CP-FLAGS     HD -- BLOCKS ENROLLMENT/TRANSCRIPT/SELF-SERVICE
      *               ('Y'/'N' IN BYTES 1-3); FA -- FULL-TIME REQUIRED
      *               IN BYTE 1, SCHOLARSHIP FUND REQUIRED IN BYTE 2,
      *               REPORTED TO COD IN BYTE 3, TITLE IV ('Y'
      *               ON THE ACCOUNT, 'W' WORK-STUDY) IN BYTE 4;
      *               HR -- WHO IT APPLIES TO ('A' ALL
      *               REGISTERED, 'H' HOUSING RESIDENTS) IN BYTE 1;
      *               AS -- ONLINE ADDS FROM THE STATE ('A' AUTHORIZED,
      *               'W' WARN, 'R' REFUSE) IN BYTE 1;
      *               PL -- 'P' PLACEMENT OR 'C' CREDIT BY EXAM IN
      *               BYTE 1.
      *  CP-NUM-VALUE FA -- ANNUAL MAXIMUM; GR -- QUALITY POINTS;
      *               PT -- PERMIT TERM PRICE; PL -- MINIMUM SCORE; A
      *               PARAMETER GROUP -- THE PARAMETER'S VALUE.
      *  CP-NUM-VALUE-2 FA -- AGGREGATE MAXIMUM, ZERO = NONE;
      *               PL -- CREDIT HOURS A 'C' RULE AWARDS.
      *  CP-TEXT-1/2  LT -- THE TWO BODY LINES OF THE LETTER; PL --
      *               THE COURSE IN THE FIRST 6 CHARACTERS OF LINE 1.
      *****************************************************************
       01  CP-RECORD.
           05  CP-KEY.
               10  CP-TABLE-ID     PIC X(2).
               10  CP-CODE         PIC X(10).
               10  CP-EFF-DATE     PIC 9(8).
           05  CP-DESC             PIC X(20).
           05  CP-FLAGS            PIC X(4).
           05  CP-NUM-VALUE        PIC S9(7)V99.
           05  CP-TEXT-1           PIC X(50).
           05  CP-TEXT-2           PIC X(50).
           05  CP-STATUS           PIC X.
           05  CP-CHG-OPER         PIC X(8).
           05  CP-CHG-DATE         PIC 9(6).
           05  CP-NUM-VALUE-2      PIC S9(7)V99.
           05  FILLER              PIC X(3).

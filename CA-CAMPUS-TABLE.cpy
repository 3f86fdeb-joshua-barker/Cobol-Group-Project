      *****************************************************************
      * CA-CAMPUS-TABLE
      * THE CAMPUSES WE TEACH AND TAKE MONEY AT -- THE MAIN CAMPUS,
      * THE DOWNTOWN CENTER AND THE EXTENSION SITE TO START.  THE CODE
      * RIDES ON RM-CAMPUS, CS-CAMPUS, SF-HOME-CAMPUS, OP-CAMPUS,
      * RC-CAMPUS AND CD-CAMPUS.  FILLED AT PROGRAM START BY CALL
      * 'PROJ-CODE-LOAD' USING CA-CODE-TBL-ID, CA-CODE-TBL-SIZE,
      * CA-CODE-TABLE; A NEW SITE IS KEYED ON PROJ-UPD-CODES (TABLE
      * CA).  CA-TBL-RES-RATE AND CA-TBL-NONRES ARE THE PER-CREDIT-
      * HOUR TUITION CHARGED FOR A SECTION AT THE CAMPUS (VALUE AND
      * VALUE 2 ON THE CODE ROW) -- ZERO MEANS THE STANDARD
      * TU-RATE-TABLE RATE.  PROJ-CAMPUS-RATE MAKES THE CHOICE FOR
      * THE ASSESSMENT AND THE DROP/WITHDRAWAL ADJUSTMENTS.
      * A BLANK CAMPUS ON ANY OF THOSE FIELDS, OR A CODE NO LONGER ON
      * THE TABLE, IS READ AS CA-MAIN-CAMPUS.
      * THE OCCURS MUST MATCH THE CA VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  CA-MAIN-CAMPUS            PIC X(2)  VALUE 'MN'.
       01  CA-CODE-TBL-ID            PIC X(2)  VALUE 'CA'.
       01  CA-CODE-TBL-SIZE          PIC 9(2)  VALUE 03.
       01  CA-CODE-TABLE.
           05  CA-CODE-ENTRY OCCURS 10 TIMES INDEXED BY CA-CODE-IDX.
               10  CA-TBL-CODE       PIC X(2).
               10  CA-TBL-DESC       PIC X(20).
               10  CA-TBL-RES-RATE   PIC 9(3)V99.
               10  CA-TBL-NONRES     PIC 9(3)V99.

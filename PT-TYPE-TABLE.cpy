      *****************************************************************
      * PT-TYPE-TABLE
      * THE PARKING PERMIT TYPES PROJ-PARK-PERMIT SELLS AND THE TERM
      * PRICE OF EACH, POSTED AS A 'PARKING' CHARGE WHEN THE PERMIT IS
      * SOLD.  FILLED AT PROGRAM START BY CALL 'PROJ-CODE-LOAD' USING
      * PT-CODE-TBL-ID, PT-CODE-TBL-SIZE, PT-CODE-TABLE; A NEW TYPE OR
      * A NEW PRICE IS KEYED ON PROJ-UPD-CODES (TABLE PT, VALUE =
      * PRICE).
      * THE OCCURS MUST MATCH THE PT VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  PT-CODE-TBL-ID            PIC X(2)  VALUE 'PT'.
       01  PT-CODE-TBL-SIZE          PIC 9(2)  VALUE 03.
       01  PT-CODE-TABLE.
           05  PT-CODE-ENTRY OCCURS 20 TIMES INDEXED BY PT-CODE-IDX.
               10  PT-TBL-CODE       PIC X(2).
               10  PT-TBL-DESC       PIC X(20).
               10  PT-TBL-PRICE      PIC 9(4)V99.

      *****************************************************************
      * RC-TYPE-TABLE
      * THE VALID RECEIPT TYPES PROJ-RC CHECKS WS-RC-RCT-TYPE AGAINST
      * BEFORE WRITING A RECEIPT.  FILLED AT PROGRAM START BY CALL
      * 'PROJ-CODE-LOAD' USING RC-TYPE-TBL-ID, RC-TYPE-TBL-SIZE,
      * RC-TYPE-TABLE; A NEW RECEIPT TYPE IS KEYED ON PROJ-UPD-CODES.
      * THE OCCURS MUST MATCH THE RC VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  RC-TYPE-TBL-ID            PIC X(2)  VALUE 'RC'.
       01  RC-TYPE-TBL-SIZE          PIC 9(2)  VALUE 20.
       01  RC-TYPE-TABLE.
           05  RC-TYPE-ENTRY OCCURS 40 TIMES INDEXED BY RC-TYPE-IDX.
               10  RC-TBL-TYPE       PIC X(10).

      *****************************************************************
      * MR-REASON-TABLE
      * THE REASON CODES A MISCELLANEOUS (NON-STUDENT) RECEIPT IS
      * TAKEN FOR ON PROJ-MISC-RCPT -- ALUMNI TRANSCRIPTS, CAMP AND
      * EVENT FEES, LIBRARY FINES AND THE LIKE.  THE REASON IS ALSO
      * THE GL-ACCT-MAP CODE (SOURCE 'MR') PROJ-GL-EXPORT BOOKS THE
      * MONEY TO.  FILLED AT PROGRAM START BY CALL 'PROJ-CODE-LOAD'
      * USING MR-REASON-TBL-ID, MR-REASON-TBL-SIZE, MR-REASON-TABLE;
      * A NEW REASON IS KEYED ON PROJ-UPD-CODES.
      * THE OCCURS MUST MATCH THE MR VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  MR-REASON-TBL-ID          PIC X(2)  VALUE 'MR'.
       01  MR-REASON-TBL-SIZE        PIC 9(2)  VALUE 04.
       01  MR-REASON-TABLE.
           05  MR-REASON-ENTRY OCCURS 20 TIMES INDEXED BY MR-REASON-IDX.
               10  MR-TBL-REASON     PIC X(4).
               10  MR-TBL-DESC       PIC X(20).

      *****************************************************************
      * AS-STATE-TABLE
      * THE STATES WE ARE AUTHORIZED TO TEACH FULLY ONLINE SECTIONS
      * INTO, AND WHAT REGISTRATION DOES WHEN A STUDENT LIVING IN A
      * STATE ADDS ONE.  AS-TBL-ACTION IS 'A' AUTHORIZED, 'W' ALLOW
      * THE ADD WITH A WARNING, OR 'R' REFUSE THE ADD (CP-FLAGS
      * BYTE 1 ON THE CODE ROW).  THE STATE IS MATCHED ON SF-STATE.
      * A STATE NOT ON THE TABLE, OR A STUDENT WITH NO STATE, IS
      * WARNED; AN EMPTY TABLE MEANS NO STATE HAS BEEN KEYED YET AND
      * EVERY ADD IS ALLOWED.  ONLY AN ONLINE ('O') CS-MODALITY IS
      * CHECKED.  FILLED AT PROGRAM START BY CALL 'PROJ-CODE-LOAD'
      * USING AS-CODE-TBL-ID, AS-CODE-TBL-SIZE, AS-CODE-TABLE; A STATE
      * IS KEYED ON PROJ-UPD-CODES (TABLE AS).  PROJ-STATE-AUTH MAKES
      * THE CHOICE FOR THE REGISTRATION PROGRAMS.
      * THE OCCURS MUST MATCH THE AS VIEW IN PROJ-CODE-LOAD.
      *****************************************************************
       01  AS-CODE-TBL-ID            PIC X(2)  VALUE 'AS'.
       01  AS-CODE-TBL-SIZE          PIC 9(2)  VALUE 00.
       01  AS-CODE-TABLE.
           05  AS-CODE-ENTRY OCCURS 60 TIMES INDEXED BY AS-CODE-IDX.
               10  AS-TBL-STATE      PIC X(2).
               10  AS-TBL-DESC       PIC X(20).
               10  AS-TBL-ACTION     PIC X.

      *****************************************************************
      * CV-CONDUCT-LINK
      * THE PARAMETER BLOCK PASSED ON CALL 'PROJ-CONDUCT-CHK' USING
      * CV-CONDUCT-LINK, THE ONE PLACE A CONDUCT SANCTION IS JUDGED
      * AGAINST A REGISTRATION.  THE CALLER FILLS CV-STU-NUM AND
      * CV-TERM; CV-BLOCKED COMES BACK 'Y' WHEN A SUSPENSION OR
      * EXPULSION ON CONDUCT-CASE.DAT (SEE CC-FILE-DESC) OVERLAPS THE
      * TERM'S AC-TERM-START THROUGH AC-TERM-END, WITH CV-SANCTION
      * ('S' OR 'E') AND CV-SANCT-END (ZERO FOR AN EXPULSION) TAKEN
      * FROM THE CASE THAT BLOCKS.  A TERM WITH NO CALENDAR ROW IS
      * JUDGED AS OF TODAY.  NO CASE FILE, NO BLOCK.
      *****************************************************************
       01  CV-CONDUCT-LINK.
           05  CV-STU-NUM          PIC 9(9).
           05  CV-TERM             PIC X(6).
           05  CV-BLOCKED          PIC X.
           05  CV-SANCTION         PIC X.
           05  CV-SANCT-END        PIC 9(8).

      *****************************************************************
      * BR-FILE-DESC
      * RECORD LAYOUT FOR PROJ-BLOCK-ROSTER.DAT (INDEXED BY BR-KEY,
      * THE BLOCK CODE AND TERM PLUS STUDENT NUMBER), THE STUDENTS OF
      * EACH REGISTRATION BLOCK (SEE BG-FILE-DESC).  KEYED ON
      * PROJ-UPD-BLOCK.
      * BR-STATUS --
      *   SPACE  NOT YET REGISTERED;
      *   'E'    SEATED IN EVERY BLOCK CRN BY THE BLOCK RUN;
      *   'X'    REFUSED BY THE LAST BLOCK RUN -- BR-EXC-CRN AND
      *          BR-EXC-REASON SAY WHY, AND THE NEXT RUN TRIES AGAIN;
      *   'D'    TAKEN OUT OF THE BLOCK BY A BLOCK DROP.
      * BR-STATUS-DATE IS THE CCYYMMDD THE STATUS WAS LAST SET.
      *****************************************************************
       01  BR-RECORD.
           05  BR-KEY.
               10  BR-CODE         PIC X(6).
               10  BR-TERM         PIC X(6).
               10  BR-STU-NUM      PIC 9(9).
           05  BR-STATUS           PIC X.
           05  BR-STATUS-DATE      PIC 9(8).
           05  BR-EXC-CRN          PIC 9(5).
           05  BR-EXC-REASON       PIC X(40).
           05  BR-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(7).

      *****************************************************************
      * OD-FILE-DESC
      * RECORD LAYOUT FOR COD-TRACK.DAT (INDEXED BY OD-KEY, STUDENT
      * NUMBER + AWARD CODE + SEQUENCE), ONE ROW PER RECORD REPORTED
      * TO THE FEDERAL COMMON ORIGINATION AND DISBURSEMENT (COD)
      * SYSTEM FOR A CODE MARKED FA-TBL-COD-RPT.  OD-SEQ 00 IS THE
      * AWARD'S ORIGINATION; ANY OTHER OD-SEQ IS THE DS-SEQ OF THE
      * DISBURSEMENT PIECE ON PROJ-FA-DISB.DAT.  WRITTEN BY
      * PROJ-COD-EXPORT EACH TIME A RECORD GOES OUT (STATUS 'S') AND
      * UPDATED FROM COD'S ACKNOWLEDGMENT BY PROJ-COD-ACK.
      * OD-STATUS:
      *   'S' SENT      -- AWAITING COD'S RESPONSE.
      *   'A' ACCEPTED  -- AS SENT.
      *   'C' CORRECTED -- ACCEPTED AT COD'S AMOUNT, OD-ACCEPT-AMT.
      *   'R' REJECTED  -- OD-ERR-CODE SAYS WHY; SENT AGAIN ON THE
      *                    NEXT EXPORT ONCE THE OFFICE HAS FIXED IT.
      * PROJ-FA-DISBURSE RELEASES A PIECE ONLY WHEN ITS ROW IS 'A'
      * OR 'C'.  OD-RELEASE-IND IS 'N' WHILE ONLY THE ANTICIPATED
      * DISBURSEMENT HAS BEEN REPORTED AND 'Y' ONCE THE ACTUAL
      * DISBURSEMENT (DS-RELEASED) HAS GONE OUT.  OD-DISB-DATE IS
      * CCYYMMDD; OD-SENT-DATE AND OD-RESP-DATE ARE YYMMDD.
      *****************************************************************
       01  OD-RECORD.
           05  OD-KEY.
               10  OD-STU-NUM      PIC 9(9).
               10  OD-AWARD-CODE   PIC 9(4).
               10  OD-SEQ          PIC 9(2).
           05  OD-AID-YEAR         PIC X(4).
           05  OD-AMOUNT           PIC 9(5)V99.
           05  OD-DISB-DATE        PIC 9(8).
           05  OD-RELEASE-IND      PIC X.
           05  OD-STATUS           PIC X.
           05  OD-SENT-DATE        PIC 9(6).
           05  OD-ACCEPT-AMT       PIC 9(5)V99.
           05  OD-RESP-DATE        PIC 9(6).
           05  OD-ERR-CODE         PIC X(4).
           05  FILLER              PIC X(21).

      * ON OR AFTER DS-PLAN-DATE BY APPENDING THE ACTUAL AWARD NODE TO
      * PROJ-FIN-AID.REL AND FLIPPING DS-RELEASED TO 'Y' WITH THE
      * RELEASE DATE; PROJ-FA-PENDING LISTS WHAT IS STILL WAITING.
      * DS-AID-YEAR IS THE AID YEAR OF THE AWARD THE PIECE BELONGS TO
      * (SEE FA-AID-YEAR); THE RELEASED NODE CARRIES IT.
      *****************************************************************
       01  DS-RECORD.
           05  DS-KEY.
           05  DS-PLAN-AMT         PIC 9(4)V99.
           05  DS-RELEASED         PIC X.
           05  DS-RELEASE-DATE     PIC 9(6).
           05  DS-AID-YEAR         PIC X(4).

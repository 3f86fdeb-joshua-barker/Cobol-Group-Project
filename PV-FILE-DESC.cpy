      *****************************************************************
      * PV-FILE-DESC
      * RECORD LAYOUT FOR PARK-PERMIT.DAT (INDEXED BY PV-KEY, THE
      * LICENSE PLATE PLUS THE TERM), ONE PARKING PERMIT PER VEHICLE
      * PER TERM, SOLD ON PROJ-PARK-PERMIT.  KEYED BY PLATE BECAUSE
      * THAT IS WHAT CAMPUS SAFETY WRITES ON A CITATION --
      * PROJ-PARK-CITE FINDS THE STUDENT FROM IT.
      * PV-TYPE LOOKS UP PT-TYPE-TABLE; PV-PRICE IS WHAT THE PERMIT
      * SOLD FOR, POSTED AS A 'PARKING' CHARGE ON THE RECEIPT CHAIN.
      * PV-LOT IS THE LOT THE PERMIT IS GOOD IN.  PV-SALE-DATE IS
      * CCYYMMDD.
      *****************************************************************
       01  PV-RECORD.
           05  PV-KEY.
               10  PV-PLATE        PIC X(8).
               10  PV-TERM         PIC X(6).
           05  PV-PLATE-STATE      PIC X(2).
           05  PV-STU-NUM          PIC 9(9).
           05  PV-TYPE             PIC X(2).
           05  PV-LOT              PIC X(4).
           05  PV-PRICE            PIC 9(4)V99.
           05  PV-SALE-DATE        PIC 9(8).
           05  PV-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(7).

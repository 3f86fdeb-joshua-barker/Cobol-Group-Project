      *****************************************************************
      * LS-FILE-DESC
      * RECORD LAYOUT FOR LMS-SNAP.DAT (INDEXED BY LS-KEY, THE CRN
      * PLUS STUDENT NUMBER), WHAT THE LEARNING MANAGEMENT SYSTEM WAS
      * LAST TOLD ABOUT EACH SEAT -- PROJ-LMS-FEED COMPARES TONIGHT'S
      * ENROLLMENT NODES AGAINST IT TO SEND ONLY THE ADDS, DROPS AND
      * WITHDRAWALS SINCE THE LAST RUN.  LS-STATE IS 'E' FOR A SEAT
      * THE LMS HAS AS ACTIVE, 'W' FOR ONE IT WAS TOLD WAS WITHDRAWN
      * (RF-STATUS 'D' WITH A 'W' GRADE).  LS-SEEN-RUN IS THE DATE AND
      * TIME OF THE LAST RUN THAT FOUND THE NODE STILL ON FILE; A ROW
      * FOR ONE OF THE RUN'S TERMS NOT SEEN BY THE RUN IS A DROP
      * (THE NODE WAS FREED) AND COMES OFF.  A FULL REFRESH REBUILDS
      * THE FILE FROM SCRATCH.
      *****************************************************************
       01  LS-RECORD.
           05  LS-KEY.
               10  LS-CRN          PIC X(5).
               10  LS-STU-NUM      PIC 9(9).
           05  LS-TERM             PIC X(6).
           05  LS-STATE            PIC X.
           05  LS-SEEN-RUN         PIC 9(14).
           05  LS-SENT-DATE        PIC 9(6).
           05  FILLER              PIC X(9).

      * RECORD LAYOUT FOR SF-NSLDS-RPT.DAT (INDEXED BY NS-STU-NUM),
      * THE LAST ENROLLMENT STATUS REPORTED TO THE LOAN SERVICERS FOR
      * EACH STUDENT -- 'F' FULL TIME, 'H' HALF TIME, 'L' LESS THAN
      * HALF TIME, 'W' WITHDRAWN/NOT ENROLLED, 'A' ON AN APPROVED
      * LEAVE OF ABSENCE (SEE LV-FILE-DESC).  PROJ-NSLDS-EXTRACT
      * COMPARES EACH STUDENT'S CURRENT STATUS (THE SEATED-HOURS WALK)
      * AGAINST THIS ROW AND ONLY WRITES A STATUS-CHANGE RECORD WHEN
      * THEY DIFFER, THEN BRINGS THE ROW FORWARD -- THAT IS WHAT KEEPS

           05  CH-LAB-FEE          PIC 9(3)V99.
           05  CH-COREQ            PIC X(6).
           05  CH-EFF-TERM         PIC X(6).
           05  CH-DEG-CREDIT       PIC X.
           05  CH-EQUIP-NEEDS      PIC X(4).
           05  FILLER              PIC X(2).

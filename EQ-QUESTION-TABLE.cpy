      *****************************************************************
      * EQ-QUESTION-TABLE
      * THE FIXED COURSE EVALUATION QUESTIONS, IN THE ORDER OF
      * EV-ANSWER ON EV-FILE-DESC.  EVERY QUESTION IS ANSWERED 1
      * (STRONGLY DISAGREE) THROUGH 5 (STRONGLY AGREE), OR 0 TO SKIP.
      * THE WORDING STAYS FIXED FROM TERM TO TERM SO RESULTS COMPARE;
      * A CHANGE HERE MEANS A NEW QUESTION, NOT A CORRECTION.
      *****************************************************************
       01  EQ-QUESTION-CNT           PIC 9(2)  VALUE 08.
       01  EQ-QUESTION-VALUES.
           05  FILLER                PIC X(40) VALUE
               'THE COURSE OBJECTIVES WERE MADE CLEAR'.
           05  FILLER                PIC X(40) VALUE
               'THE COURSE WAS WELL ORGANIZED'.
           05  FILLER                PIC X(40) VALUE
               'THE INSTRUCTOR EXPLAINED MATERIAL WELL'.
           05  FILLER                PIC X(40) VALUE
               'THE INSTRUCTOR WAS AVAILABLE FOR HELP'.
           05  FILLER                PIC X(40) VALUE
               'GRADING WAS FAIR AND RETURNED PROMPTLY'.
           05  FILLER                PIC X(40) VALUE
               'THE ASSIGNMENTS HELPED ME LEARN'.
           05  FILLER                PIC X(40) VALUE
               'I WOULD RECOMMEND THIS INSTRUCTOR'.
           05  FILLER                PIC X(40) VALUE
               'OVERALL, THIS WAS A WORTHWHILE COURSE'.
       01  EQ-QUESTION-TABLE REDEFINES EQ-QUESTION-VALUES.
           05  EQ-QUESTION-TEXT      PIC X(40) OCCURS 8 TIMES.

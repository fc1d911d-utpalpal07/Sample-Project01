      *    SECONDARY/TIE-BREAK KEY WHEN INDD2 CARRIES MORE THAN ONE
      *    ROW FOR THE SAME EMP-NUMB - SEE COBBAT03 READ-INP-INPUT2.
      *    USED BY COBBAT03 VIA READ INP-INPUT2 INTO COBCPY02.
      *
      *    EMP-REC-TYPE (COL 85) SAYS WHAT THE ROW IS.  BLANK IS THE
      *    EMPLOYEE'S OWN PHONE AND ADDRESS, AS THE FEED HAS ALWAYS
      *    CARRIED.  'E' IS AN EMERGENCY CONTACT - COLS 11-75 THEN
      *    HOLD THE CONTACT'S NAME, RELATIONSHIP AND PHONE INSTEAD
      *    (EMP-EMERGENCY-DATA), AND AN EMPLOYEE MAY HAVE SEVERAL.
      *    BOTH KINDS ARRIVE MIXED IN EMP-NUMB ORDER ON THE ONE FILE.
      *-----------------------------------------------------------
       01  COBCPY02.
           05  EMP-NUMB           PIC X(10).
           05  EMP-CONTACT-DATA.
               10  EMP-PHONE      PIC X(15).
               10  EMP-ADDRESS    PIC X(50).
           05  EMP-EMERGENCY-DATA REDEFINES EMP-CONTACT-DATA.
               10  EMP-EC-NAME    PIC X(30).
               10  EMP-EC-RELATION
                                  PIC X(15).
               10  EMP-EC-PHONE   PIC X(15).
               10  FILLER         PIC X(05).
           05  EMP-EFF-DATE       PIC X(08).
           05  FILLER             PIC X(01).
           05  EMP-REC-TYPE       PIC X(01).
               88  EMP-CONTACT-ROW     VALUE SPACE.
               88  EMP-EMERGENCY-ROW   VALUE 'E'.
           05  FILLER             PIC X(15).

      *    STD-PHONE-FLAG: 'Y' = PHONE IN CANONICAL NNN-NNN-NNNN
      *    FORM, 'N' = PHONE COULD NOT BE MADE VALID AND IS CARRIED
      *    AS RECEIVED.
      *
      *    STD-REC-TYPE (COL 85) IS CARRIED THROUGH FROM COBCPY02'S
      *    EMP-REC-TYPE: BLANK = THE EMPLOYEE'S OWN CONTACT ROW,
      *    'E' = EMERGENCY CONTACT, LAID OUT AS STD-EMERGENCY-DATA.
      *    ON AN 'E' ROW STD-PHONE-FLAG DESCRIBES STD-EC-PHONE.
      *-----------------------------------------------------------
       01  COBCPY05.
           05  STD-NUMB           PIC X(10).
           05  STD-CONTACT-DATA.
               10  STD-PHONE      PIC X(15).
               10  STD-ADDRESS    PIC X(50).
           05  STD-EMERGENCY-DATA REDEFINES STD-CONTACT-DATA.
               10  STD-EC-NAME    PIC X(30).
               10  STD-EC-RELATION
                                  PIC X(15).
               10  STD-EC-PHONE   PIC X(15).
               10  FILLER         PIC X(05).
           05  STD-EFF-DATE       PIC X(08).
           05  STD-PHONE-FLAG     PIC X(01).
           05  STD-REC-TYPE       PIC X(01).
           05  FILLER             PIC X(15).

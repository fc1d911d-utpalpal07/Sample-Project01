      *-----------------------------------------------------------
      *    COBCPY08 - OUTBOUND PAYROLL INTERFACE RECORD, 160 BYTES.
      *    WRITTEN BY COBEXP02 TO PAYIFDD FOR PAYROLL, AND APPENDED
      *    (BEHIND THE SEND DATE) TO THE PAYROLL.SENT REGISTER THAT
      *    COBREC03 MATCHES PAYROLL'S ACKNOWLEDGEMENTS AGAINST.
      *    ONE BATCH PER RUN: AN 'H' BATCH HEADER, ONE 'D' DETAIL
      *    PER EMPLOYEE WITH A NAME, ADDRESS OR DEPARTMENT CHANGE
      *    (PAY-DTL-SEQ NUMBERED FROM 1 WITHIN THE BATCH), THEN A
      *    'T' TRAILER WITH THE DETAIL COUNT AND THE EMP-NUM HASH
      *    TOTAL (THE DIGITS OF EACH EMP-NUM TAKEN AS A NUMBER AND
      *    SUMMED, AS ON COBEXP01'S EXTRACTS).  PAYROLL QUOTES
      *    PAY-BATCH-NO AND PAY-DTL-SEQ BACK ON EVERY ACKNOWLEDGEMENT
      *    (COBCPY09).
      *    PAY-DTL-ACTION: 'A' = EMPLOYEE NEW TO THE FEED - EVERY
      *    FIELD APPLIES.  'C' = CHANGE - ONLY THE FIELD GROUPS
      *    FLAGGED 'Y' (NAME, ADDRESS, DEPARTMENT) ARE TO BE APPLIED;
      *    THE REST CARRY CURRENT VALUES FOR IDENTIFICATION ONLY.
      *-----------------------------------------------------------
       01  COBCPY08.
           05  PAY-REC-TYPE       PIC X(01).
               88  PAY-HEADER     VALUE 'H'.
               88  PAY-DETAIL     VALUE 'D'.
               88  PAY-TRAILER    VALUE 'T'.
           05  PAY-BATCH-NO       PIC 9(06).
           05  PAY-BODY           PIC X(153).
           05  PAY-HDR-BODY REDEFINES PAY-BODY.
               10  PAY-HDR-DATE       PIC X(10).
               10  PAY-HDR-SOURCE     PIC X(08).
               10  FILLER             PIC X(135).
           05  PAY-DTL-BODY REDEFINES PAY-BODY.
               10  PAY-DTL-SEQ        PIC 9(06).
               10  PAY-DTL-ACTION     PIC X(01).
                   88  PAY-DTL-ADD    VALUE 'A'.
                   88  PAY-DTL-CHANGE VALUE 'C'.
               10  PAY-DTL-EMP-NUM    PIC X(10).
               10  PAY-DTL-NAME-CHG   PIC X(01).
               10  PAY-DTL-ADDR-CHG   PIC X(01).
               10  PAY-DTL-DEPT-CHG   PIC X(01).
               10  PAY-DTL-FIRST-NM   PIC X(20).
               10  PAY-DTL-LAST-NM    PIC X(20).
               10  PAY-DTL-ADDRESS    PIC X(50).
               10  PAY-DTL-DEPT       PIC X(05).
               10  PAY-DTL-DEPT-NAME  PIC X(20).
               10  PAY-DTL-EFF-DATE   PIC X(10).
               10  FILLER             PIC X(08).
           05  PAY-TRL-BODY REDEFINES PAY-BODY.
               10  PAY-TRL-COUNT      PIC 9(06).
               10  PAY-TRL-HASH       PIC 9(15).
               10  FILLER             PIC X(132).

      *-----------------------------------------------------------
      *    COBCPY09 - PAYROLL ACKNOWLEDGEMENT RECORD, 80 BYTES.
      *    PAYROLL RETURNS ONE ACKNOWLEDGEMENT FILE PER PROCESSING
      *    DAY: AN 'H' HEADER CARRYING ITS PROCESSING DATE, ONE 'D'
      *    DETAIL PER INTERFACE DETAIL IT PROCESSED THAT DAY (FROM
      *    ANY BATCH), THEN A 'T' TRAILER WITH THE DETAIL COUNT.
      *    ACK-DTL-BATCH-NO / ACK-DTL-SEQ ARE PAY-BATCH-NO /
      *    PAY-DTL-SEQ FROM THE INTERFACE (COBCPY08) AS SENT, AND
      *    ACK-DTL-EMP-NUM ECHOES PAY-DTL-EMP-NUM.
      *    ACK-DTL-STATUS: 'A' = APPLIED BY PAYROLL, 'R' = REJECTED -
      *    PAYROLL'S REASON CODE AND TEXT FOLLOW.  READ BY COBREC03,
      *    WHICH KEEPS EVERY DETAIL ON THE PAYROLL.ACKHIST FILE.
      *-----------------------------------------------------------
       01  COBCPY09.
           05  ACK-REC-TYPE       PIC X(01).
               88  ACK-HEADER     VALUE 'H'.
               88  ACK-DETAIL     VALUE 'D'.
               88  ACK-TRAILER    VALUE 'T'.
           05  ACK-BODY           PIC X(79).
           05  ACK-HDR-BODY REDEFINES ACK-BODY.
               10  ACK-HDR-DATE       PIC X(10).
               10  FILLER             PIC X(69).
           05  ACK-DTL-BODY REDEFINES ACK-BODY.
               10  ACK-DTL-BATCH-NO   PIC 9(06).
               10  ACK-DTL-SEQ        PIC 9(06).
               10  ACK-DTL-EMP-NUM    PIC X(10).
               10  ACK-DTL-STATUS     PIC X(01).
                   88  ACK-APPLIED    VALUE 'A'.
                   88  ACK-REJECTED   VALUE 'R'.
               10  ACK-DTL-REASON-CD  PIC X(04).
               10  ACK-DTL-REASON     PIC X(40).
               10  FILLER             PIC X(12).
           05  ACK-TRL-BODY REDEFINES ACK-BODY.
               10  ACK-TRL-COUNT      PIC 9(06).
               10  FILLER             PIC X(73).

      *-----------------------------------------------------------
      *    COBCPY11 - EMERGENCY CONTACT KSDS RECORD, 100 BYTES,
      *    KEYED ON ECK-KEY (EMP-NUM + 2-DIGIT SEQUENCE).  LOADED BY
      *    COBBAT03 FROM THE 'E' ROWS ON ITS INDD2, NUMBERED 01, 02,
      *    ... IN THE ORDER EACH EMPLOYEE'S CONTACTS ARRIVE, AND READ
      *    BY COBINQ01 WITH A GENERIC START ON ECK-EMP-NUM.
      *    ECK-PHONE-FLAG IS COBSTD01'S 'Y'/'N' VERDICT ON THE PHONE.
      *-----------------------------------------------------------
       01  COBCPY11.
           05  ECK-KEY.
               10  ECK-EMP-NUM    PIC X(10).
               10  ECK-SEQ        PIC 9(02).
           05  ECK-NAME           PIC X(30).
           05  ECK-RELATION       PIC X(15).
           05  ECK-PHONE          PIC X(15).
           05  ECK-PHONE-FLAG     PIC X(01).
           05  ECK-EFF-DATE       PIC X(08).
           05  FILLER             PIC X(19).

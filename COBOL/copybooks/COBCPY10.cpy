      *-----------------------------------------------------------
      *    COBCPY10 - EMP-NUM CROSS-REFERENCE RECORD, 80 BYTES.
      *    ONE PER EMPLOYEE NUMBER HR HAS REISSUED, APPENDED BY
      *    COBMNT07 WHEN IT RE-KEYS THE STORES FROM XRF-OLD-NUM TO
      *    XRF-NEW-NUM.  THE FILE IS PERMANENT AND NEVER REWRITTEN -
      *    A NUMBER RENUMBERED TWICE LEAVES TWO ENTRIES CHAINED
      *    OLD -> MIDDLE -> NEW.  COBINQ01 AND COBINQ02 FOLLOW THE
      *    CHAIN BOTH WAYS SO AN INQUIRY ON ANY NUMBER THE EMPLOYEE
      *    HAS EVER HELD FINDS THE WHOLE RECORD.
      *-----------------------------------------------------------
       01  COBCPY10.
           05  XRF-OLD-NUM        PIC X(10).
           05  XRF-NEW-NUM        PIC X(10).
           05  XRF-DATE           PIC X(10).
           05  XRF-REASON         PIC X(30).
           05  FILLER             PIC X(20).

      *-----------------------------------------------------------
      *    COBCPY07 - JOINER/MOVER/LEAVER EVENT RECORD, 120 BYTES.
      *    WRITTEN BY COBBAT07 TO EVTDD (TONIGHT'S EVENTS ONLY) AND
      *    APPENDED TO THE PERMANENT EVENT HISTORY.  ONE RECORD PER
      *    BUSINESS EVENT, SO ACCESS PROVISIONING CAN ACT ON EACH
      *    LINE WITHOUT READING THE RAW DELTA.
      *    EVT-TYPE: 'NEWHIRE' / 'REHIRE' (DELTA ADD - REHIRE WHEN
      *    COBBAT05.HISTORY HOLDS AN EARLIER DROP FOR THE EMP-NUM),
      *    'TRANSFER' (OUT-DEPT CHANGED SINCE LAST NIGHT), 'STATUS'
      *    (OUT-EMP-STATUS CHANGED) AND 'LEAVER' (DELTA DROP).
      *    EVT-OLD-xxx IS SPACES ON A JOINER, EVT-NEW-xxx ON A
      *    LEAVER.  EVT-EFF-DATE IS THE HIRE DATE ON A JOINER WHEN
      *    COBBAT04 SUPPLIED ONE, OTHERWISE THE RUN DATE.
      *    VALUE CLAUSES APPLY ONLY WHERE THIS IS COPIED INTO
      *    WORKING-STORAGE (THE WRITER'S COPY).
      *-----------------------------------------------------------
       01  COBCPY07.
           05  EVT-TYPE           PIC X(08).
               88  EVT-NEW-HIRE   VALUE 'NEWHIRE '.
               88  EVT-REHIRE     VALUE 'REHIRE  '.
               88  EVT-TRANSFER   VALUE 'TRANSFER'.
               88  EVT-STATUS-CHG VALUE 'STATUS  '.
               88  EVT-LEAVER     VALUE 'LEAVER  '.
           05  FILLER             PIC X(01) VALUE '-'.
           05  EVT-EMP-NUM        PIC X(10).
           05  FILLER             PIC X(01) VALUE '-'.
           05  EVT-EFF-DATE       PIC X(10).
           05  FILLER             PIC X(01) VALUE '-'.
           05  EVT-OLD-DEPT       PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  EVT-NEW-DEPT       PIC X(05).
           05  FILLER             PIC X(01) VALUE '-'.
           05  EVT-OLD-STATUS     PIC X(01).
           05  FILLER             PIC X(01) VALUE '-'.
           05  EVT-NEW-STATUS     PIC X(01).
           05  FILLER             PIC X(01) VALUE '-'.
           05  EVT-NAME           PIC X(41).
           05  FILLER             PIC X(01) VALUE '-'.
           05  EVT-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(20) VALUE SPACES.

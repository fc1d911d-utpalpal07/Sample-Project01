      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBMNT08.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ERASURE DECK - ONE CARD PER FORMER EMPLOYEE WHOSE PERSONAL
      *    DATA LEGAL HAS AGREED TO ERASE: THE EMP-NUM IN COLUMNS
      *    1-10 AND LEGAL'S REQUEST REFERENCE IN COLUMNS 12-31.
           SELECT CRD-INPUT  ASSIGN TO CARDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CARD.
      *
      *    CONTROL CARD - THE LEGAL RETENTION PERIOD IN WHOLE YEARS
      *    (COLS 1-2) COUNTED FROM THE DATE THE EMPLOYEE LEFT.
      *    OPTIONAL, DEFAULT 07.
           SELECT OPTIONAL CTL-CARD ASSIGN TO CTLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CTL.
      *
      *    THE COBBAT03 MERGED FILE (COBCPY03) AND THE PRIOR
      *    GENERATION COBBAT05 COMPARES IT AGAINST - BOTH OPENED I-O
      *    AND REWRITTEN IN PLACE.
           SELECT MRG-FILE   ASSIGN TO MRGDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-MERGED.
      *
           SELECT PRI-FILE   ASSIGN TO PRIORDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PRIOR.
      *
      *    COBBAT03'S UNMATCHED FILES - INDD1 MASTER RECORDS
      *    (COBCPY01) AND INDD2 CONTACT ROWS (COBCPY02) THAT FOUND NO
      *    PARTNER.  A LEAVER'S CONTACT ROWS LAND IN UNMATCH2.
           SELECT UN1-FILE   ASSIGN TO UNM1DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-UNMTCH1.
      *
           SELECT UN2-FILE   ASSIGN TO UNM2DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-UNMTCH2.
      *
      *    THE EMPKSDS BUILT BY COBBAT03 (AND ADDED TO BY COBMNT01),
      *    OPENED I-O FOR RANDOM READ/REWRITE.
           SELECT EMP-KSDS   ASSIGN TO EMPKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KSDS-NUM
           FILE STATUS FS-KSDS.
      *
      *    THE EMERGENCY CONTACT KSDS (COBCPY11), BROWSED FROM THE
      *    EMPLOYEE'S SEQUENCE 00 AND EACH CONTACT REWRITTEN.
      *    OPTIONAL - WITH NO DD THERE IS NOTHING TO ERASE.
           SELECT OPTIONAL EC-KSDS ASSIGN TO ECKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ECK-KEY
           FILE STATUS FS-ECKSDS.
      *
      *    THE PERMANENT CHANGE HISTORY COBBAT05 APPENDS TO.  READ
      *    FIRST FOR EACH EMPLOYEE'S LEAVING DATE, THEN OPENED I-O
      *    AND EVERY ONE OF THEIR IMAGES REWRITTEN IN PLACE - THE
      *    RUN DATE AND CHANGE TYPE ARE KEPT, SO THE HISTORY STILL
      *    COUNTS THE SAME ADDS, CHANGES AND DROPS.
           SELECT HIST-FILE  ASSIGN TO HISTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-HISTORY.
      *
      *    COBMNT01'S BEFORE/AFTER IMAGE TRAIL.
           SELECT IMG-FILE   ASSIGN TO AUDIMGDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-IMAGE.
      *
      *    THE COMMON REJECT REPOSITORY COBBAT01, COBBAT02 AND
      *    COBBAT04 APPEND TO.
           SELECT REPO-FILE  ASSIGN TO REPODD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REPO.
      *
      *    THE MAINTENANCE PENDING QUEUE (COBCPY06) - COBMNT01 CARDS
      *    CARRY THE FULL EMPLOYEE IMAGE.
           SELECT PEND-QUEUE ASSIGN TO PENDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PEND.
      *
      *    COBBAT07'S PERMANENT JOINER/MOVER/LEAVER EVENT HISTORY
      *    (COBCPY07) - EVERY EVENT CARRIES THE EMPLOYEE'S NAME.
           SELECT EVH-FILE   ASSIGN TO EVTHDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EVENTS.
      *
      *    COBEXP02'S PAYROLL.SENT REGISTER - SEND DATE, THEN THE
      *    INTERFACE RECORD AS SENT (COBCPY08).  DETAILS CARRY NAME
      *    AND ADDRESS; BATCH, SEQUENCE AND EMP-NUM ARE KEPT SO
      *    COBREC03 STILL MATCHES PAYROLL'S ACKNOWLEDGEMENTS.
           SELECT SNT-FILE   ASSIGN TO SENTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SENT.
      *
      *    CARDS REFUSED, WITH A REASON - NOTHING IS TOUCHED FOR A
      *    REFUSED REQUEST.
           SELECT REJ-OUTPUT ASSIGN TO REJDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT.
      *
      *    ERASURE CERTIFICATES - ONE PER REQUEST CARRIED THROUGH,
      *    LISTING EVERY STORE AND HOW MANY OF THE EMPLOYEE'S RECORDS
      *    WERE ERASED IN IT.  LEGAL RETAINS THESE, SO THE FILE IS
      *    APPENDED TO, NEVER REPLACED.
           SELECT OPTIONAL CERT-OUTPUT ASSIGN TO CERTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
      *
      *    SHARED RUN-HISTORY LOG - ALSO WRITTEN BY COBBAT01, COBBAT02
      *    AND COBBAT03.  OPENED EXTEND (APPEND) WHEN IT ALREADY
      *    EXISTS, OTHERWISE CREATED FRESH ON THE FIRST EVER RUN.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO AUDITDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CRD-INPUT  RECORDING MODE F.
       01  CARD-REC.
           05  CRD-EMP-NUM        PIC X(10).
           05  FILLER             PIC X(01).
           05  CRD-REFERENCE      PIC X(20).
           05  FILLER             PIC X(49).
      *
       FD  CTL-CARD  RECORDING MODE F.
       01  CTL-REC.
           05  CTL-RETAIN-YEARS   PIC X(02).
           05  FILLER             PIC X(78).
      *
       FD  MRG-FILE   RECORDING MODE F.
       01  MERGED-REC             PIC X(115).
      *
       FD  PRI-FILE   RECORDING MODE F.
       01  PRIOR-REC              PIC X(115).
      *
       FD  UN1-FILE   RECORDING MODE F.
       01  UNMTCH1-REC            PIC X(100).
      *
       FD  UN2-FILE   RECORDING MODE F.
       01  UNMTCH2-REC            PIC X(100).
      *
       FD  EMP-KSDS.
       01  EMPKSDS-REC.
           05  KSDS-NUM           PIC X(10).
           05  FILLER             PIC X(105).
      *
       FD  EC-KSDS.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY11.
      *
      *    SAME LAYOUT COBBAT05'S WS-HISTORY-LINE WRITES - RUN DATE,
      *    THEN THE DELTA LINE (CHANGE TYPE, FLAGS, COBCPY03 IMAGE).
       FD  HIST-FILE  RECORDING MODE F.
       01  HISTORY-REC.
           05  HST-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(01).
           05  HST-CHANGE-TYPE    PIC X(01).
           05  FILLER             PIC X(05).
           05  HST-EMPLOYEE.
               10  HST-EMP-NUM    PIC X(10).
               10  FILLER         PIC X(105).
      *
      *    SAME LAYOUT AS COBMNT01'S WS-IMAGE-LINE - THE BEFORE AND
      *    THE AFTER IMAGE ARE EACH A COBCPY03 RECORD (EITHER MAY BE
      *    SPACES ON AN ADD OR A DELETE).
       FD  IMG-FILE   RECORDING MODE F.
       01  IMAGE-REC.
           05  FILLER             PIC X(22).
           05  IMG-BEFORE.
               10  IMG-BEFORE-NUM PIC X(10).
               10  FILLER         PIC X(105).
           05  FILLER             PIC X(01).
           05  IMG-AFTER.
               10  IMG-AFTER-NUM  PIC X(10).
               10  FILLER         PIC X(105).
           05  FILLER             PIC X(18).
      *
       FD  REPO-FILE  RECORDING MODE F.
       01  REPO-REC.
           05  REPO-STATUS        PIC X(01).
           05  FILLER             PIC X(01).
           05  REPO-PGM           PIC X(08).
           05  FILLER             PIC X(01).
           05  REPO-OPEN-DATE     PIC X(10).
           05  FILLER             PIC X(01).
           05  REPO-CLOSE-DATE    PIC X(10).
           05  FILLER             PIC X(01).
           05  REPO-REASON        PIC X(30).
           05  FILLER             PIC X(01).
           05  REPO-IMAGE         PIC X(80).
      *
       FD  PEND-QUEUE RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY06.
      *
       FD  EVH-FILE   RECORDING MODE F.
       01  EVTHIST-REC            PIC X(120).
      *
       FD  SNT-FILE   RECORDING MODE F.
       01  SENT-REC.
           05  SNT-SEND-DATE      PIC X(10).
           05  FILLER             PIC X(01).
           05  SNT-PAY-REC        PIC X(160).
      *
       FD  REJ-OUTPUT RECORDING MODE F.
       01  REJECT-REC         PIC X(120).
      *
       FD  CERT-OUTPUT RECORDING MODE F.
       01  CERT-REC           PIC X(80).
      *
       FD  AUDIT-LOG  RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY04.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-STORE-EOF       PIC X VALUE 'N'.
         05 WS-KEY-ON-FILE     PIC X VALUE 'N'.
         05 WS-EC-OPEN         PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-CARD           PIC X(02) VALUE '00'.
             88 FS-CARD-OK     VALUE '00'.
          05 FS-CTL            PIC X(02) VALUE '00'.
             88 FS-CTL-OK      VALUE '00'.
          05 FS-MERGED         PIC X(02) VALUE '00'.
             88 FS-MERGED-OK   VALUE '00'.
          05 FS-PRIOR          PIC X(02) VALUE '00'.
             88 FS-PRIOR-OK    VALUE '00'.
          05 FS-UNMTCH1        PIC X(02) VALUE '00'.
             88 FS-UNMTCH1-OK  VALUE '00'.
          05 FS-UNMTCH2        PIC X(02) VALUE '00'.
             88 FS-UNMTCH2-OK  VALUE '00'.
          05 FS-KSDS           PIC X(02) VALUE '00'.
             88 FS-KSDS-OK     VALUE '00'.
             88 FS-KSDS-NOTFND VALUE '23'.
          05 FS-ECKSDS         PIC X(02) VALUE '00'.
             88 FS-ECKSDS-OK   VALUE '00'.
          05 FS-HISTORY        PIC X(02) VALUE '00'.
             88 FS-HISTORY-OK  VALUE '00'.
          05 FS-IMAGE          PIC X(02) VALUE '00'.
             88 FS-IMAGE-OK    VALUE '00'.
          05 FS-REPO           PIC X(02) VALUE '00'.
             88 FS-REPO-OK     VALUE '00'.
          05 FS-PEND           PIC X(02) VALUE '00'.
             88 FS-PEND-OK     VALUE '00'.
          05 FS-EVENTS         PIC X(02) VALUE '00'.
             88 FS-EVENTS-OK   VALUE '00'.
          05 FS-SENT           PIC X(02) VALUE '00'.
             88 FS-SENT-OK     VALUE '00'.
          05 FS-REJECT         PIC X(02) VALUE '00'.
             88 FS-REJECT-OK   VALUE '00'.
      *
       01 WS-FS-ERROR.
          05 WS-ERROR          PIC X(30) VALUE SPACE.
          05 WS-FILE-STATUS    PIC X(02) VALUE SPACE.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
       01 WS-TODAY             PIC 9(08) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY     PIC 9(04).
          05 WS-TODAY-MM       PIC 9(02).
          05 WS-TODAY-DD       PIC 9(02).
       01 WS-TODAY-DATE        PIC X(10) VALUE SPACES.
      *
      *    RETENTION PERIOD, AND THE DATE IT RUNS OUT FOR THE CARD
      *    BEING DECIDED - THE LEAVING DATE WITH THE YEARS ADDED.
       01 WS-RETAIN-YEARS      PIC 9(02) VALUE 07.
       01 WS-RETAIN-END        PIC X(10) VALUE SPACES.
       01 WS-RETAIN-END-R REDEFINES WS-RETAIN-END.
          05 WS-RTN-YYYY       PIC 9(04).
          05 WS-RTN-REST       PIC X(06).
      *
      *    WHAT AN ERASED EMPLOYEE BECOMES IN EVERY STORE: FIRST NAME
      *    'ERASED', LAST NAME LEGAL'S REQUEST REFERENCE (SO THE
      *    RECORD CAN STILL BE TIED TO ITS CERTIFICATE, BUT NOT TO A
      *    PERSON), PHONE AND ADDRESS BLANK.  THE EMP-NUM AND EVERY
      *    DATE ARE LEFT ALONE.
       01 WS-ERASED-FIRST      PIC X(20) VALUE 'ERASED'.
       01 WS-ERASED-NAME       PIC X(41) VALUE SPACES.
      *
      *    THE DECK.  WS-PR-STATUS: 'N' = ACCEPTED, 'X' = REFUSED.
      *    WS-PR-LAST-TYPE / WS-PR-LEFT-DATE: THE EMPLOYEE'S MOST
      *    RECENT CHANGE-HISTORY ROW - A 'D' (DROP) IS THE LEAVING
      *    DATE.  WS-PR-COUNT: RECORDS ERASED, BY STORE (SEE
      *    WS-STORE-NAMES FOR THE ORDER).
       01 WS-REQUEST-TABLE.
          05 WS-PR-ENTRY OCCURS 200 TIMES.
             10 WS-PR-CARD      PIC X(80).
             10 WS-PR-NUM       PIC X(10).
             10 WS-PR-REF       PIC X(20).
             10 WS-PR-STATUS    PIC X(01).
             10 WS-PR-REFUSAL   PIC X(30).
             10 WS-PR-LAST-TYPE PIC X(01).
             10 WS-PR-LEFT-DATE PIC X(10).
             10 WS-PR-DIR-FAIL  PIC X(01).
             10 WS-PR-COUNT     PIC 9(08) OCCURS 13 TIMES.
       01 WS-PR-MAX             PIC 9(05) COMP VALUE 200.
       01 WS-PR-USED            PIC 9(05) COMP VALUE ZERO.
       01 WS-PR-IDX             PIC 9(05) COMP VALUE ZERO.
       01 WS-PR-IDX2            PIC 9(05) COMP VALUE ZERO.
       01 WS-PR-FOUND           PIC 9(05) COMP VALUE ZERO.
      *
      *    THE NUMBER BEING LOOKED UP BY FIND-ERASE-NUMBER.
       01 WS-LOOKUP-NUM         PIC X(10) VALUE SPACES.
      *
      *    THE STORES, IN THE ORDER THEY ARE ERASED AND LISTED ON
      *    THE CERTIFICATE.  WS-STORE-IDX IS THE ONE BEING WORKED ON.
       01 WS-STORE-NAMES.
          05 FILLER             PIC X(40)
                VALUE 'COBBAT03.OUTPUT     MERGED FILE'.
          05 FILLER             PIC X(40)
                VALUE 'COBBAT03.PRIOR      PRIOR GENERATION'.
          05 FILLER             PIC X(40)
                VALUE 'COBBAT03.UNMATCH1   UNMATCHED MASTER'.
          05 FILLER             PIC X(40)
                VALUE 'COBBAT03.UNMATCH2   UNMATCHED CONTACT'.
          05 FILLER             PIC X(40)
                VALUE 'COBBAT03.EMPKSDS    EMPLOYEE KSDS'.
          05 FILLER             PIC X(40)
                VALUE 'COBBAT03.ECKSDS     EMERGENCY CONTACTS'.
          05 FILLER             PIC X(40)
                VALUE 'COBBAT05.HISTORY    CHANGE HISTORY'.
          05 FILLER             PIC X(40)
                VALUE 'COBMNT01.AUDITIMG   MAINTENANCE IMAGES'.
          05 FILLER             PIC X(40)
                VALUE 'BATCH.REJSTORE      REJECT REPOSITORY'.
          05 FILLER             PIC X(40)
                VALUE 'MAINT.PENDING       PENDING QUEUE'.
          05 FILLER             PIC X(40)
                VALUE 'COBBAT07.HISTORY    EVENT HISTORY'.
          05 FILLER             PIC X(40)
                VALUE 'PAYROLL.SENT        PAYROLL REGISTER'.
          05 FILLER             PIC X(40)
                VALUE 'EMP_DIRECTORY       ONLINE DIRECTORY'.
       01 WS-STORE-NAMES-R REDEFINES WS-STORE-NAMES.
          05 WS-STORE-NAME      PIC X(40) OCCURS 13.
       01 WS-STORE-MAX          PIC 9(02) COMP VALUE 13.
       01 WS-STORE-IDX          PIC 9(02) COMP VALUE ZERO.
      *
      *    RUN TOTALS FOR THE SUMMARY - CARDS, AND RECORDS ERASED
      *    PER STORE ACROSS ALL REQUESTS.
       01 WS-MNT-COUNTS.
          05 WS-COUNT-CARDS     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-ACCEPTED  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-REJECTS   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-DIRFAIL   PIC 9(08) VALUE ZERO.
          05 WS-STORE-TOTAL     PIC 9(08) OCCURS 13.
       01 WS-CERT-TOTAL         PIC 9(08) VALUE ZERO.
      *
      *    REJECT LINE BUILT HERE SO THE '-' SEPARATOR VALUE IS
      *    ACTUALLY INITIALIZED - VALUE CLAUSES ON FILE SECTION DATA
      *    ITEMS ARE DOCUMENTARY ONLY.
       01 WS-REJECT-LINE.
          05 WS-REJ-CARD        PIC X(80).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-REJ-REASON      PIC X(30).
          05 FILLER             PIC X(09) VALUE SPACES.
      *
      *    CERTIFICATE LINES.
       01 WS-CERT-RULE          PIC X(80) VALUE ALL '='.
       01 WS-CERT-TITLE.
          05 FILLER             PIC X(36)
                VALUE 'PERSONAL DATA ERASURE CERTIFICATE  '.
          05 FILLER             PIC X(44)
                VALUE '- RETAIN FOR LEGAL'.
       01 WS-CERT-FIELD-LINE.
          05 WS-CF-LABEL        PIC X(24).
          05 FILLER             PIC X(02) VALUE ': '.
          05 WS-CF-VALUE        PIC X(54).
       01 WS-CERT-HEAD-LINE.
          05 FILLER             PIC X(44) VALUE 'STORE'.
          05 FILLER             PIC X(36) VALUE 'RECORDS ERASED'.
       01 WS-CERT-STORE-LINE.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-CS-NAME         PIC X(40).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-CS-COUNT        PIC ZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(26) VALUE SPACES.
      *
      *    HOST VARIABLES FOR THE EMP_DIRECTORY UPDATE.
       01 WS-DIR-ID             PIC X(10).
       01 WS-DIR-FIRST          PIC X(20).
       01 WS-DIR-LAST           PIC X(20).
       01 WS-DIR-PHONE          PIC X(15).
       01 WS-DIR-ADDRESS        PIC X(50).
      *
       01 WS-CERT-STATUS       PIC X(02) VALUE SPACES.
       01 WS-CERT-OPEN-STATUS  PIC X(02) VALUE SPACES.
       01 WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
       01 WS-AUDIT-OPEN-STATUS PIC X(02) VALUE SPACES.
       01 WS-AUDIT-START-TS    PIC X(19) VALUE SPACES.
       01 WS-AUDIT-STOP-TS     PIC X(19) VALUE SPACES.
      *
       01 WS-TS-NOW             PIC X(19) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP  PIC X(21) VALUE SPACES.
       01 WS-CURRENT-TS-R REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-CTS-YYYY         PIC 9(04).
          05 WS-CTS-MM           PIC 9(02).
          05 WS-CTS-DD           PIC 9(02).
          05 WS-CTS-HH           PIC 9(02).
          05 WS-CTS-MIN          PIC 9(02).
          05 WS-CTS-SS           PIC 9(02).
          05 FILLER              PIC X(07).
      *
      *    EACH STORE'S RECORD IS MOVED INTO ITS OWN LAYOUT HERE,
      *    ERASED AND REWRITTEN FROM IT.  EVERY EMPLOYEE IMAGE - THE
      *    MERGED FILES, EMPKSDS, HISTORY, AUDIT TRAIL AND PENDING
      *    CARDS - IS A COBCPY03 RECORD.
      *------------------
      *-C O P Y B O O K S -
      *------------------
        COPY COBCPY01.
        COPY COBCPY02.
        COPY COBCPY03.
        COPY COBCPY07.
        COPY COBCPY08.
      *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
           DISPLAY 'PROGRAM COBMNT08 - START'.
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-START-TS.
      *
           PERFORM GET-TODAY.
           PERFORM GET-RETENTION.
           PERFORM LOAD-ERASURE-DECK.
      *
      *    EVERY CARD IS DECIDED BEFORE A SINGLE RECORD IS CHANGED -
      *    A REQUEST IS EITHER CARRIED THROUGH EVERY STORE OR REFUSED
      *    OUTRIGHT.
           PERFORM SCAN-HISTORY.
           PERFORM DECIDE-REQUESTS.
      *
      *    EACH STORE STEP IS SAFE TO REPEAT - IF THE JOB ABENDS PART
      *    WAY THROUGH, THE SAME DECK IS SIMPLY RESUBMITTED (THE DROP
      *    ROW THE DECISION RESTS ON IS NEVER ERASED).
           IF WS-COUNT-ACCEPTED > ZERO
              PERFORM OPEN-FILES
              PERFORM ERASE-MERGED
              PERFORM ERASE-PRIOR
              PERFORM ERASE-UNMATCH1
              PERFORM ERASE-UNMATCH2
              PERFORM ERASE-KSDS
              PERFORM ERASE-CONTACTS
              PERFORM ERASE-HISTORY
              PERFORM ERASE-IMAGES
              PERFORM ERASE-REPOSITORY
              PERFORM ERASE-PENDING
              PERFORM ERASE-EVENTS
              PERFORM ERASE-SENT
              PERFORM ERASE-DIRECTORY
              PERFORM WRITE-CERTIFICATES
           END-IF.
      *
           PERFORM ERASURE-SUMMARY.
           PERFORM CLOSE-STOP.
      *
       GET-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           STRING WS-TODAY-YYYY '-'
                  WS-TODAY-MM   '-'
                  WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-DATE.
      *
       GET-RETENTION.
           OPEN INPUT CTL-CARD.
      *
           IF FS-CTL-OK
              READ CTL-CARD
              END-READ
              IF FS-CTL-OK
                 IF CTL-RETAIN-YEARS IS NUMERIC
                AND CTL-RETAIN-YEARS > '00'
                    MOVE CTL-RETAIN-YEARS TO WS-RETAIN-YEARS
                 END-IF
              END-IF
           END-IF.
      *
           CLOSE CTL-CARD.
      *
           DISPLAY 'COBMNT08 RETENTION PERIOD ' WS-RETAIN-YEARS
                   ' YEARS FROM LEAVING'.
      *
       OPEN-FILES.
           OPEN I-O    EMP-KSDS.
      *
           IF FS-KSDS-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING EMPKSDS'      TO WS-ERROR
              MOVE FS-KSDS                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           OPEN I-O    EC-KSDS.
      *
           IF FS-ECKSDS-OK
              MOVE 'Y' TO WS-EC-OPEN
           ELSE
              DISPLAY 'COBMNT08 - NO ECKSDS (FILE STATUS ' FS-ECKSDS
                      '), EMERGENCY CONTACTS NOT ERASED'
           END-IF.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBMNT08 - STOP'.
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-STOP-TS.
           PERFORM WRITE-AUDIT-RECORD.
      *
           IF WS-COUNT-ACCEPTED > ZERO
              CLOSE EMP-KSDS
           END-IF.
           IF WS-EC-OPEN = 'Y'
              CLOSE EC-KSDS
           END-IF.
           CLOSE REJ-OUTPUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
       LOAD-ERASURE-DECK.
      *    THE CARD-ONLY CHECKS - EACH CARD AGAINST ITSELF AND THE
      *    REST OF THE DECK.
           INITIALIZE WS-MNT-COUNTS.
      *
           OPEN INPUT CRD-INPUT.
      *
           IF FS-CARD-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING CARDDD'       TO WS-ERROR
              MOVE FS-CARD                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           OPEN OUTPUT REJ-OUTPUT.
      *
           PERFORM READ-CARD.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-CARDS
              IF WS-PR-USED >= WS-PR-MAX
                 DISPLAY 'COBMNT08 ABEND - ERASURE DECK LONGER '
                         'THAN ' WS-PR-MAX ' CARDS'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PR-USED
              INITIALIZE WS-PR-ENTRY(WS-PR-USED)
              MOVE CARD-REC      TO WS-PR-CARD(WS-PR-USED)
              MOVE CRD-EMP-NUM   TO WS-PR-NUM(WS-PR-USED)
              MOVE CRD-REFERENCE TO WS-PR-REF(WS-PR-USED)
              MOVE 'N'           TO WS-PR-STATUS(WS-PR-USED)
                                    WS-PR-DIR-FAIL(WS-PR-USED)
              MOVE WS-PR-USED    TO WS-PR-IDX
              PERFORM CHECK-CARD
              PERFORM READ-CARD
           END-PERFORM.
      *
           CLOSE CRD-INPUT.
      *
       READ-CARD.
           INITIALIZE CARD-REC.
      *
           READ CRD-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       CHECK-CARD.
           EVALUATE TRUE
               WHEN WS-PR-NUM(WS-PR-IDX) = SPACES
                  MOVE 'EMP-NUM MISSING'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
               WHEN WS-PR-REF(WS-PR-IDX) = SPACES
                  MOVE 'REQUEST REFERENCE MISSING'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
               WHEN OTHER
                  PERFORM CHECK-CARD-AGAINST-DECK
           END-EVALUATE.
      *
           IF WS-PR-REFUSAL(WS-PR-IDX) NOT = SPACES
              MOVE 'X' TO WS-PR-STATUS(WS-PR-IDX)
           END-IF.
      *
       CHECK-CARD-AGAINST-DECK.
           PERFORM VARYING WS-PR-IDX2 FROM 1 BY 1
                   UNTIL WS-PR-IDX2 >= WS-PR-IDX
              IF WS-PR-NUM(WS-PR-IDX2) = WS-PR-NUM(WS-PR-IDX)
                 MOVE 'EMP-NUM ALREADY ON THIS DECK'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
              END-IF
           END-PERFORM.
      *
       SCAN-HISTORY.
      *    ONE PASS OF THE CHANGE HISTORY, WHICH IS IN RUN-DATE
      *    ORDER - THE LAST ROW SEEN FOR AN EMP-NUM IS ITS LATEST.
           OPEN INPUT HIST-FILE.
      *
           IF FS-HISTORY-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING HISTDD'       TO WS-ERROR
              MOVE FS-HISTORY                   TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-HISTORY.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                      UNTIL WS-PR-IDX > WS-PR-USED
                 IF HST-EMP-NUM = WS-PR-NUM(WS-PR-IDX)
                    MOVE HST-CHANGE-TYPE TO WS-PR-LAST-TYPE(WS-PR-IDX)
                    MOVE HST-RUN-DATE    TO WS-PR-LEFT-DATE(WS-PR-IDX)
                 END-IF
              END-PERFORM
              PERFORM READ-HISTORY
           END-PERFORM.
      *
           CLOSE HIST-FILE.
      *
       READ-HISTORY.
           READ HIST-FILE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       DECIDE-REQUESTS.
      *    ONLY A FORMER EMPLOYEE PAST RETENTION MAY BE ERASED.  THE
      *    CHANGE HISTORY IS THE RECORD OF WHO LEFT AND WHEN: THEIR
      *    LATEST ROW MUST BE A DROP, AND THE RETENTION PERIOD MUST
      *    HAVE RUN OUT SINCE IT.  AN EMP-NUM THE HISTORY HAS NEVER
      *    DROPPED CANNOT BE SHOWN TO HAVE LEFT, SO IT IS REFUSED.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
              IF WS-PR-STATUS(WS-PR-IDX) = 'N'
                 EVALUATE TRUE
                     WHEN WS-PR-LAST-TYPE(WS-PR-IDX) = SPACE
                        MOVE 'NO LEAVING DATE IN HISTORY'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
                        MOVE 'X' TO WS-PR-STATUS(WS-PR-IDX)
                     WHEN WS-PR-LAST-TYPE(WS-PR-IDX) NOT = 'D'
                        MOVE 'EMPLOYEE STILL ACTIVE'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
                        MOVE 'X' TO WS-PR-STATUS(WS-PR-IDX)
                     WHEN OTHER
                        PERFORM CHECK-RETENTION
                 END-EVALUATE
              END-IF
      *
              IF WS-PR-STATUS(WS-PR-IDX) = 'N'
                 ADD 1 TO WS-COUNT-ACCEPTED
                 DISPLAY 'COBMNT08 ERASING ' WS-PR-NUM(WS-PR-IDX)
                         ' REQUEST ' WS-PR-REF(WS-PR-IDX)
                         ' LEFT ' WS-PR-LEFT-DATE(WS-PR-IDX)
              ELSE
                 PERFORM WRITE-REJECT
              END-IF
           END-PERFORM.
      *
       CHECK-RETENTION.
           MOVE WS-PR-LEFT-DATE(WS-PR-IDX) TO WS-RETAIN-END.
      *
           IF WS-RTN-YYYY IS NOT NUMERIC
              MOVE 'LEAVING DATE NOT VALID'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
              MOVE 'X' TO WS-PR-STATUS(WS-PR-IDX)
           ELSE
              ADD WS-RETAIN-YEARS TO WS-RTN-YYYY
              IF WS-TODAY-DATE < WS-RETAIN-END
                 STRING 'RETAINED UNTIL ' WS-RETAIN-END
                        DELIMITED BY SIZE
                        INTO WS-PR-REFUSAL(WS-PR-IDX)
                 MOVE 'X' TO WS-PR-STATUS(WS-PR-IDX)
              END-IF
           END-IF.
      *
       FIND-ERASE-NUMBER.
      *    WS-PR-FOUND = THE ACCEPTED REQUEST FOR WS-LOOKUP-NUM, OR
      *    ZERO.
           MOVE ZERO TO WS-PR-FOUND.
      *
           IF WS-LOOKUP-NUM NOT = SPACES
              PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                      UNTIL WS-PR-IDX > WS-PR-USED
                         OR WS-PR-FOUND > ZERO
                 IF WS-PR-NUM(WS-PR-IDX) = WS-LOOKUP-NUM
                AND WS-PR-STATUS(WS-PR-IDX) = 'N'
                    MOVE WS-PR-IDX TO WS-PR-FOUND
                 END-IF
              END-PERFORM
           END-IF.
      *
       ERASE-EMPLOYEE-IMAGE.
      *    ERASES THE COBCPY03 IMAGE FOR REQUEST WS-PR-FOUND.
           MOVE WS-ERASED-FIRST         TO OUT-FIRST-NM.
           MOVE WS-PR-REF(WS-PR-FOUND)  TO OUT-LAST-NM.
           MOVE SPACES                  TO OUT-PHONE
                                           OUT-ADDRESS.
      *
       COUNT-ERASED.
           ADD 1 TO WS-PR-COUNT(WS-PR-FOUND, WS-STORE-IDX).
           ADD 1 TO WS-STORE-TOTAL(WS-STORE-IDX).
      *
       ERASE-MERGED.
           MOVE 1 TO WS-STORE-IDX.
           OPEN I-O MRG-FILE.
      *
           IF FS-MERGED-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING MRGDD'        TO WS-ERROR
              MOVE FS-MERGED                    TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-MERGED.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE MERGED-REC TO COBCPY03
              MOVE OUT-NUM    TO WS-LOOKUP-NUM
              PERFORM FIND-ERASE-NUMBER
              IF WS-PR-FOUND > ZERO
                 PERFORM ERASE-EMPLOYEE-IMAGE
                 REWRITE MERGED-REC FROM COBCPY03
                 IF FS-MERGED-OK
                    PERFORM COUNT-ERASED
                 ELSE
                    MOVE 'ERROR REWRITING MRGDD'   TO WS-ERROR
                    MOVE FS-MERGED                 TO WS-FILE-STATUS
                    DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-MERGED
           END-PERFORM.
      *
           CLOSE MRG-FILE.
      *
       READ-MERGED.
           READ MRG-FILE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       ERASE-PRIOR.
      *    LAST NIGHT'S GENERATION.  WITHOUT THIS THE NEXT COBBAT05
      *    COMPARE WOULD STILL SEE THE OLD NAME - THOUGH A LEAVER PAST
      *    RETENTION IS NORMALLY LONG GONE FROM IT.
           MOVE 2 TO WS-STORE-IDX.
           OPEN I-O PRI-FILE.
      *
           IF FS-PRIOR-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING PRIORDD'      TO WS-ERROR
              MOVE FS-PRIOR                     TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-PRIOR.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE PRIOR-REC  TO COBCPY03
              MOVE OUT-NUM    TO WS-LOOKUP-NUM
              PERFORM FIND-ERASE-NUMBER
              IF WS-PR-FOUND > ZERO
                 PERFORM ERASE-EMPLOYEE-IMAGE
                 REWRITE PRIOR-REC FROM COBCPY03
                 IF FS-PRIOR-OK
                    PERFORM COUNT-ERASED
                 ELSE
                    MOVE 'ERROR REWRITING PRIORDD' TO WS-ERROR
                    MOVE FS-PRIOR                  TO WS-FILE-STATUS
                    DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-PRIOR
           END-PERFORM.
      *
           CLOSE PRI-FILE.
      *
       READ-PRIOR.
           READ PRI-FILE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       ERASE-UNMATCH1.
           MOVE 3 TO WS-STORE-IDX.
           OPEN I-O UN1-FILE.
      *
           IF FS-UNMTCH1-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING UNM1DD'       TO WS-ERROR
              MOVE FS-UNMTCH1                   TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-UNMATCH1.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE UNMTCH1-REC TO COBCPY01
              MOVE EMP-NUM     TO WS-LOOKUP-NUM
              PERFORM FIND-ERASE-NUMBER
              IF WS-PR-FOUND > ZERO
                 MOVE WS-ERASED-FIRST        TO EMP-FIRST-NM
                 MOVE WS-PR-REF(WS-PR-FOUND) TO EMP-LAST-NM
                 REWRITE UNMTCH1-REC FROM COBCPY01
                 IF FS-UNMTCH1-OK
                    PERFORM COUNT-ERASED
                 ELSE
                    MOVE 'ERROR REWRITING UNM1DD'  TO WS-ERROR
                    MOVE FS-UNMTCH1                TO WS-FILE-STATUS
                    DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-UNMATCH1
           END-PERFORM.
      *
           CLOSE UN1-FILE.
      *
       READ-UNMATCH1.
           READ UN1-FILE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       ERASE-UNMATCH2.
      *    A CONTACT ROW'S PHONE AND ADDRESS, OR AN EMERGENCY
      *    CONTACT'S NAME, RELATIONSHIP AND PHONE - THE SAME COLUMNS
      *    EITHER WAY, SO BOTH KINDS ARE BLANKED ALIKE.
           MOVE 4 TO WS-STORE-IDX.
           OPEN I-O UN2-FILE.
      *
           IF FS-UNMTCH2-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING UNM2DD'       TO WS-ERROR
              MOVE FS-UNMTCH2                   TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-UNMATCH2.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE UNMTCH2-REC TO COBCPY02
              MOVE EMP-NUMB    TO WS-LOOKUP-NUM
              PERFORM FIND-ERASE-NUMBER
              IF WS-PR-FOUND > ZERO
                 MOVE SPACES TO EMP-CONTACT-DATA
                 REWRITE UNMTCH2-REC FROM COBCPY02
                 IF FS-UNMTCH2-OK
                    PERFORM COUNT-ERASED
                 ELSE
                    MOVE 'ERROR REWRITING UNM2DD'  TO WS-ERROR
                    MOVE FS-UNMTCH2                TO WS-FILE-STATUS
                    DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-UNMATCH2
           END-PERFORM.
      *
           CLOSE UN2-FILE.
      *
       READ-UNMATCH2.
           READ UN2-FILE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       ERASE-KSDS.
      *    A LEAVER IS NORMALLY GONE FROM THE NIGHTLY-BUILT EMPKSDS,
      *    BUT A COBMNT01 ADD REPLAYED BY COBMNT02 CAN KEEP ONE THERE.
           MOVE 5 TO WS-STORE-IDX.
      *
           PERFORM VARYING WS-PR-FOUND FROM 1 BY 1
                   UNTIL WS-PR-FOUND > WS-PR-USED
              IF WS-PR-STATUS(WS-PR-FOUND) = 'N'
                 MOVE WS-PR-NUM(WS-PR-FOUND) TO KSDS-NUM
                 PERFORM CHECK-KEY-ON-FILE
                 IF WS-KEY-ON-FILE = 'Y'
                    PERFORM REWRITE-KSDS-RECORD
                 END-IF
              END-IF
           END-PERFORM.
      *
       CHECK-KEY-ON-FILE.
           MOVE 'N' TO WS-KEY-ON-FILE.
      *
           READ EMP-KSDS.
      *
           EVALUATE TRUE
               WHEN FS-KSDS-OK
                  MOVE 'Y' TO WS-KEY-ON-FILE
               WHEN FS-KSDS-NOTFND
                  CONTINUE
               WHEN OTHER
                  MOVE 'ERROR READING EMPKSDS'  TO WS-ERROR
                  MOVE FS-KSDS                  TO WS-FILE-STATUS
                  DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                          ' FILE STATUS ' WS-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.
      *
       REWRITE-KSDS-RECORD.
           MOVE EMPKSDS-REC TO COBCPY03.
           PERFORM ERASE-EMPLOYEE-IMAGE.
           REWRITE EMPKSDS-REC FROM COBCPY03.
      *
           IF FS-KSDS-OK
              PERFORM COUNT-ERASED
           ELSE
              MOVE 'ERROR REWRITING EMPKSDS'    TO WS-ERROR
              MOVE FS-KSDS                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       ERASE-CONTACTS.
      *    THE CONTACT KEEPS ITS KEY AND EFFECTIVE DATE; THE NAME,
      *    RELATIONSHIP AND PHONE ARE BLANKED.  THE REWRITE DOES NOT
      *    MOVE THE KEY, SO THE BROWSE CARRIES ON FROM IT.
           MOVE 6 TO WS-STORE-IDX.
      *
           IF WS-EC-OPEN = 'Y'
              PERFORM VARYING WS-PR-FOUND FROM 1 BY 1
                      UNTIL WS-PR-FOUND > WS-PR-USED
                 IF WS-PR-STATUS(WS-PR-FOUND) = 'N'
                    MOVE WS-PR-NUM(WS-PR-FOUND) TO ECK-EMP-NUM
                    MOVE ZERO                   TO ECK-SEQ
                    START EC-KSDS KEY IS NOT LESS THAN ECK-KEY
                    MOVE 'N' TO WS-STORE-EOF
                    PERFORM ERASE-NEXT-CONTACT
                       UNTIL WS-STORE-EOF = 'Y'
                 END-IF
              END-PERFORM
           END-IF.
      *
       ERASE-NEXT-CONTACT.
           IF FS-ECKSDS-OK
              READ EC-KSDS NEXT RECORD
           END-IF.
      *
           EVALUATE TRUE
               WHEN FS-ECKSDS = '23' OR '10'
                  MOVE 'Y' TO WS-STORE-EOF
               WHEN NOT FS-ECKSDS-OK
                  MOVE 'ERROR BROWSING ECKSDS'      TO WS-ERROR
                  MOVE FS-ECKSDS                    TO WS-FILE-STATUS
                  DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                          ' FILE STATUS ' WS-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               WHEN ECK-EMP-NUM NOT = WS-PR-NUM(WS-PR-FOUND)
                  MOVE 'Y' TO WS-STORE-EOF
               WHEN OTHER
                  PERFORM REWRITE-CONTACT-RECORD
           END-EVALUATE.
      *
       REWRITE-CONTACT-RECORD.
           MOVE WS-ERASED-FIRST TO ECK-NAME.
           MOVE SPACES          TO ECK-RELATION
                                   ECK-PHONE.
           REWRITE COBCPY11.
      *
           IF FS-ECKSDS-OK
              PERFORM COUNT-ERASED
           ELSE
              MOVE 'ERROR REWRITING ECKSDS'     TO WS-ERROR
              MOVE FS-ECKSDS                    TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       ERASE-HISTORY.
           MOVE 7 TO WS-STORE-IDX.
           OPEN I-O HIST-FILE.
      *
           IF FS-HISTORY-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING HISTDD'       TO WS-ERROR
              MOVE FS-HISTORY                   TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-HISTORY.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE HST-EMP-NUM TO WS-LOOKUP-NUM
              PERFORM FIND-ERASE-NUMBER
              IF WS-PR-FOUND > ZERO
                 MOVE HST-EMPLOYEE TO COBCPY03
                 PERFORM ERASE-EMPLOYEE-IMAGE
                 MOVE COBCPY03     TO HST-EMPLOYEE
                 REWRITE HISTORY-REC
                 IF FS-HISTORY-OK
                    PERFORM COUNT-ERASED
                 ELSE
                    MOVE 'ERROR REWRITING HISTDD'  TO WS-ERROR
                    MOVE FS-HISTORY                TO WS-FILE-STATUS
                    DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-HISTORY
           END-PERFORM.
      *
           CLOSE HIST-FILE.
      *
       ERASE-IMAGES.
      *    EITHER IMAGE MAY BE THE EMPLOYEE'S; THE RECORD IS COUNTED
      *    ONCE.
           MOVE 8 TO WS-STORE-IDX.
           OPEN I-O IMG-FILE.
      *
           IF FS-IMAGE-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING AUDIMGDD'     TO WS-ERROR
              MOVE FS-IMAGE                     TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-IMAGE.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE IMG-BEFORE-NUM TO WS-LOOKUP-NUM
              PERFORM FIND-ERASE-NUMBER
              IF WS-PR-FOUND > ZERO
                 MOVE IMG-BEFORE TO COBCPY03
                 PERFORM ERASE-EMPLOYEE-IMAGE
                 MOVE COBCPY03   TO IMG-BEFORE
              END-IF
              IF WS-PR-FOUND = ZERO
                 MOVE IMG-AFTER-NUM TO WS-LOOKUP-NUM
                 PERFORM FIND-ERASE-NUMBER
              END-IF
              IF WS-PR-FOUND > ZERO
                 IF IMG-AFTER-NUM = WS-PR-NUM(WS-PR-FOUND)
                    MOVE IMG-AFTER TO COBCPY03
                    PERFORM ERASE-EMPLOYEE-IMAGE
                    MOVE COBCPY03  TO IMG-AFTER
                 END-IF
                 REWRITE IMAGE-REC
                 IF FS-IMAGE-OK
                    PERFORM COUNT-ERASED
                 ELSE
                    MOVE 'ERROR REWRITING AUDIMGDD' TO WS-ERROR
                    MOVE FS-IMAGE                  TO WS-FILE-STATUS
                    DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-IMAGE
           END-PERFORM.
      *
           CLOSE IMG-FILE.
      *
       READ-IMAGE.
           READ IMG-FILE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       ERASE-REPOSITORY.
      *    EMP-ID POSITION BY OWNING PROGRAM, AS IN COBREJ01 -
      *    COBBAT01/COBBAT02 IMAGES CARRY IT IN COLS 11-20, COBBAT04
      *    IMAGES IN COLS 23-32.  ALL THREE CARRY THE NAME IN COLS
      *    1-10.  OPEN AND CLOSED ENTRIES ALIKE ARE ERASED.
           MOVE 9 TO WS-STORE-IDX.
           OPEN I-O REPO-FILE.
      *
           IF FS-REPO-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING REPODD'       TO WS-ERROR
              MOVE FS-REPO                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-REPOSITORY.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE ZERO TO WS-PR-FOUND
              EVALUATE REPO-PGM
                  WHEN 'COBBAT01'
                  WHEN 'COBBAT02'
                     MOVE REPO-IMAGE(11:10) TO WS-LOOKUP-NUM
                     PERFORM FIND-ERASE-NUMBER
                  WHEN 'COBBAT04'
                     MOVE REPO-IMAGE(23:10) TO WS-LOOKUP-NUM
                     PERFORM FIND-ERASE-NUMBER
              END-EVALUATE
              IF WS-PR-FOUND > ZERO
                 MOVE WS-ERASED-FIRST TO REPO-IMAGE(1:10)
                 REWRITE REPO-REC
                 IF FS-REPO-OK
                    PERFORM COUNT-ERASED
                 ELSE
                    MOVE 'ERROR REWRITING REPODD'  TO WS-ERROR
                    MOVE FS-REPO                   TO WS-FILE-STATUS
                    DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-REPOSITORY
           END-PERFORM.
      *
           CLOSE REPO-FILE.
      *
       READ-REPOSITORY.
           READ REPO-FILE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       ERASE-PENDING.
      *    ONLY COBMNT01 ENTRIES CARRY AN EMPLOYEE - THE STAGED CARD
      *    IS THE ACTION CODE FOLLOWED BY A COBCPY03 IMAGE.  MAKER,
      *    CHECKER AND STATUS ARE KEPT.
           MOVE 10 TO WS-STORE-IDX.
           OPEN I-O PEND-QUEUE.
      *
           IF FS-PEND-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING PENDDD'       TO WS-ERROR
              MOVE FS-PEND                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-PENDING.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              IF PND-TARGET = 'COBMNT01'
                 MOVE PND-TRAN(2:10) TO WS-LOOKUP-NUM
                 PERFORM FIND-ERASE-NUMBER
                 IF WS-PR-FOUND > ZERO
                    MOVE PND-TRAN(2:115) TO COBCPY03
                    PERFORM ERASE-EMPLOYEE-IMAGE
                    MOVE COBCPY03        TO PND-TRAN(2:115)
                    REWRITE COBCPY06
                    IF FS-PEND-OK
                       PERFORM COUNT-ERASED
                    ELSE
                       MOVE 'ERROR REWRITING PENDDD' TO WS-ERROR
                       MOVE FS-PEND               TO WS-FILE-STATUS
                       DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                               ' FILE STATUS ' WS-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
              END-IF
              PERFORM READ-PENDING
           END-PERFORM.
      *
           CLOSE PEND-QUEUE.
      *
       READ-PENDING.
           READ PEND-QUEUE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       ERASE-EVENTS.
      *    THE EVENT KEEPS ITS TYPE, DATES, DEPARTMENTS AND STATUSES -
      *    COBRPT08'S ATTRITION FIGURES ARE BUILT FROM THEM.
           MOVE 11 TO WS-STORE-IDX.
           OPEN I-O EVH-FILE.
      *
           IF FS-EVENTS-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING EVTHDD'       TO WS-ERROR
              MOVE FS-EVENTS                    TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-EVENTS.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE EVTHIST-REC TO COBCPY07
              MOVE EVT-EMP-NUM TO WS-LOOKUP-NUM
              PERFORM FIND-ERASE-NUMBER
              IF WS-PR-FOUND > ZERO
                 MOVE SPACES TO WS-ERASED-NAME
                 STRING 'ERASED ' WS-PR-REF(WS-PR-FOUND)
                        DELIMITED BY SIZE INTO WS-ERASED-NAME
                 MOVE WS-ERASED-NAME TO EVT-NAME
                 REWRITE EVTHIST-REC FROM COBCPY07
                 IF FS-EVENTS-OK
                    PERFORM COUNT-ERASED
                 ELSE
                    MOVE 'ERROR REWRITING EVTHDD'  TO WS-ERROR
                    MOVE FS-EVENTS                 TO WS-FILE-STATUS
                    DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-EVENTS
           END-PERFORM.
      *
           CLOSE EVH-FILE.
      *
       READ-EVENTS.
           READ EVH-FILE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       ERASE-SENT.
      *    DETAILS ONLY - HEADERS AND TRAILERS HOLD NO EMPLOYEE.  THE
      *    TRAILER HASH IS OVER EMP-NUMS, WHICH ARE KEPT.
           MOVE 12 TO WS-STORE-IDX.
           OPEN I-O SNT-FILE.
      *
           IF FS-SENT-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING SENTDD'       TO WS-ERROR
              MOVE FS-SENT                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-SENT.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE SNT-PAY-REC TO COBCPY08
              MOVE ZERO        TO WS-PR-FOUND
              IF PAY-DETAIL
                 MOVE PAY-DTL-EMP-NUM TO WS-LOOKUP-NUM
                 PERFORM FIND-ERASE-NUMBER
              END-IF
              IF WS-PR-FOUND > ZERO
                 MOVE WS-ERASED-FIRST        TO PAY-DTL-FIRST-NM
                 MOVE WS-PR-REF(WS-PR-FOUND) TO PAY-DTL-LAST-NM
                 MOVE SPACES                 TO PAY-DTL-ADDRESS
                 MOVE COBCPY08               TO SNT-PAY-REC
                 REWRITE SENT-REC
                 IF FS-SENT-OK
                    PERFORM COUNT-ERASED
                 ELSE
                    MOVE 'ERROR REWRITING SENTDD'  TO WS-ERROR
                    MOVE FS-SENT                   TO WS-FILE-STATUS
                    DISPLAY 'COBMNT08 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-SENT
           END-PERFORM.
      *
           CLOSE SNT-FILE.
      *
       READ-SENT.
           READ SNT-FILE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       ERASE-DIRECTORY.
      *    NO ROW (SQLCODE 100) IS NORMAL FOR A LEAVER.  A FAILED
      *    UPDATE IS RC=4 AND THE CERTIFICATE SAYS THE ERASURE IS
      *    INCOMPLETE - RESUBMIT THE CARD ONCE THE TABLE IS AVAILABLE.
           MOVE 13 TO WS-STORE-IDX.
      *
           PERFORM VARYING WS-PR-FOUND FROM 1 BY 1
                   UNTIL WS-PR-FOUND > WS-PR-USED
              IF WS-PR-STATUS(WS-PR-FOUND) = 'N'
                 MOVE WS-PR-NUM(WS-PR-FOUND) TO WS-DIR-ID
                 MOVE WS-ERASED-FIRST        TO WS-DIR-FIRST
                 MOVE WS-PR-REF(WS-PR-FOUND) TO WS-DIR-LAST
                 MOVE SPACES                 TO WS-DIR-PHONE
                                                WS-DIR-ADDRESS
                 PERFORM UPDATE-DIRECTORY-ROW
              END-IF
           END-PERFORM.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              DISPLAY 'COBMNT08 ABEND - COMMIT FAILED, SQLCODE '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       UPDATE-DIRECTORY-ROW.
           EXEC SQL
              UPDATE EMP_DIRECTORY
                 SET FIRST_NAME = :WS-DIR-FIRST,
                     LAST_NAME  = :WS-DIR-LAST,
                     PHONE      = :WS-DIR-PHONE,
                     ADDRESS    = :WS-DIR-ADDRESS
               WHERE EMP_ID = :WS-DIR-ID
           END-EXEC.
      *
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM COUNT-ERASED
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'COBMNT08 UPDATE FAILED FOR '
                         WS-DIR-ID ' SQLCODE ' SQLCODE
                 MOVE 'Y' TO WS-PR-DIR-FAIL(WS-PR-FOUND)
                 ADD 1 TO WS-COUNT-DIRFAIL
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
           END-EVALUATE.
      *
       WRITE-CERTIFICATES.
      *    APPEND TO CERTDD IF IT ALREADY EXISTS, OTHERWISE CREATE
      *    IT - THE SAME WAY THE AUDIT LOG IS STARTED.
           OPEN INPUT CERT-OUTPUT.
           MOVE WS-CERT-STATUS TO WS-CERT-OPEN-STATUS.
           CLOSE CERT-OUTPUT.
      *
           IF WS-CERT-OPEN-STATUS = '00'
              OPEN EXTEND CERT-OUTPUT
           ELSE
              OPEN OUTPUT CERT-OUTPUT
           END-IF.
      *
           PERFORM VARYING WS-PR-FOUND FROM 1 BY 1
                   UNTIL WS-PR-FOUND > WS-PR-USED
              IF WS-PR-STATUS(WS-PR-FOUND) = 'N'
                 PERFORM WRITE-ONE-CERTIFICATE
              END-IF
           END-PERFORM.
      *
           CLOSE CERT-OUTPUT.
      *
       WRITE-ONE-CERTIFICATE.
           WRITE CERT-REC FROM WS-CERT-RULE.
           WRITE CERT-REC FROM WS-CERT-TITLE.
           WRITE CERT-REC FROM WS-CERT-RULE.
      *
           MOVE 'REQUEST REFERENCE'        TO WS-CF-LABEL.
           MOVE WS-PR-REF(WS-PR-FOUND)     TO WS-CF-VALUE.
           WRITE CERT-REC FROM WS-CERT-FIELD-LINE.
           MOVE 'EMP-NUM'                  TO WS-CF-LABEL.
           MOVE WS-PR-NUM(WS-PR-FOUND)     TO WS-CF-VALUE.
           WRITE CERT-REC FROM WS-CERT-FIELD-LINE.
           MOVE 'LEFT (CHANGE HISTORY)'    TO WS-CF-LABEL.
           MOVE WS-PR-LEFT-DATE(WS-PR-FOUND) TO WS-CF-VALUE.
           WRITE CERT-REC FROM WS-CERT-FIELD-LINE.
           MOVE 'RETENTION PERIOD (YEARS)' TO WS-CF-LABEL.
           MOVE WS-RETAIN-YEARS            TO WS-CF-VALUE.
           WRITE CERT-REC FROM WS-CERT-FIELD-LINE.
           MOVE 'ERASED BY / STARTED'      TO WS-CF-LABEL.
           MOVE SPACES                     TO WS-CF-VALUE.
           STRING 'COBMNT08  ' WS-AUDIT-START-TS
                  DELIMITED BY SIZE INTO WS-CF-VALUE.
           WRITE CERT-REC FROM WS-CERT-FIELD-LINE.
      *
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           WRITE CERT-REC FROM WS-CERT-HEAD-LINE.
      *
           MOVE ZERO TO WS-CERT-TOTAL.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-MAX
              MOVE WS-STORE-NAME(WS-STORE-IDX) TO WS-CS-NAME
              MOVE WS-PR-COUNT(WS-PR-FOUND, WS-STORE-IDX)
                                               TO WS-CS-COUNT
              ADD WS-PR-COUNT(WS-PR-FOUND, WS-STORE-IDX)
                                               TO WS-CERT-TOTAL
              WRITE CERT-REC FROM WS-CERT-STORE-LINE
           END-PERFORM.
      *
           MOVE 'TOTAL RECORDS ERASED'     TO WS-CS-NAME.
           MOVE WS-CERT-TOTAL              TO WS-CS-COUNT.
           WRITE CERT-REC FROM WS-CERT-STORE-LINE.
      *
           MOVE SPACES TO CERT-REC.
           WRITE CERT-REC.
           MOVE 'STATUS'                   TO WS-CF-LABEL.
           IF WS-PR-DIR-FAIL(WS-PR-FOUND) = 'Y'
              MOVE 'INCOMPLETE - EMP_DIRECTORY NOT UPDATED, RESUBMIT'
                                           TO WS-CF-VALUE
           ELSE
              MOVE 'COMPLETE - NAME, PHONE AND ADDRESS ERASED'
                                           TO WS-CF-VALUE
           END-IF.
           WRITE CERT-REC FROM WS-CERT-FIELD-LINE.
           WRITE CERT-REC FROM WS-CERT-RULE.
      *
       WRITE-REJECT.
           MOVE WS-PR-CARD(WS-PR-IDX)    TO WS-REJ-CARD.
           MOVE WS-PR-REFUSAL(WS-PR-IDX) TO WS-REJ-REASON.
           WRITE REJECT-REC     FROM WS-REJECT-LINE.
           ADD 1 TO WS-COUNT-REJECTS.
      *
      *    A REFUSED REQUEST GOES BACK TO LEGAL WITH ITS REASON - FLAG
      *    THE STEP RC, THE SAME CONVENTION COBMNT01 USES FOR ITS
      *    REJECTS.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
       ERASURE-SUMMARY.
           DISPLAY '============================================'.
           DISPLAY 'COBMNT08 ERASURE SUMMARY'.
           DISPLAY '  CARDS READ             : ' WS-COUNT-CARDS.
           DISPLAY '  REQUESTS ERASED        : ' WS-COUNT-ACCEPTED.
           DISPLAY '  REQUESTS REFUSED       : ' WS-COUNT-REJECTS.
           DISPLAY '  DIRECTORY ROWS FAILED  : ' WS-COUNT-DIRFAIL.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-MAX
              DISPLAY '  ' WS-STORE-NAME(WS-STORE-IDX)(1:20)
                      '   : ' WS-STORE-TOTAL(WS-STORE-IDX)
           END-PERFORM.
           DISPLAY '============================================'.
      *
       CAPTURE-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
      *
           STRING WS-CTS-YYYY '-' WS-CTS-MM  '-' WS-CTS-DD  '-'
                  WS-CTS-HH   '.' WS-CTS-MIN '.' WS-CTS-SS
                  DELIMITED BY SIZE INTO WS-TS-NOW.
      *
       WRITE-AUDIT-RECORD.
      *    APPEND TO AUDITDD IF IT ALREADY EXISTS, OTHERWISE CREATE
      *    IT (THE FIRST PROGRAM IN THE CHAIN TO RUN STARTS IT).
           OPEN INPUT AUDIT-LOG.
           MOVE WS-AUDIT-STATUS TO WS-AUDIT-OPEN-STATUS.
           CLOSE AUDIT-LOG.
      *
           IF WS-AUDIT-OPEN-STATUS = '00'
              OPEN EXTEND AUDIT-LOG
           ELSE
              OPEN OUTPUT AUDIT-LOG
           END-IF.
      *
           MOVE SPACES             TO AUDIT-REC
           MOVE 'COBMNT08'         TO AUDIT-PGM
           MOVE WS-AUDIT-START-TS  TO AUDIT-START-TS
           MOVE WS-AUDIT-STOP-TS   TO AUDIT-STOP-TS
           MOVE WS-COUNT-ACCEPTED  TO AUDIT-REC-COUNT
           MOVE WS-RETURN-CODE      TO AUDIT-RETURN-CD
           WRITE AUDIT-REC.
      *
           CLOSE AUDIT-LOG.
      *

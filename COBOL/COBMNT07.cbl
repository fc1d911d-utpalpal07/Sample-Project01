      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBMNT07.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RENUMBER DECK - ONE CARD PER EMPLOYEE NUMBER HR HAS
      *    REISSUED: THE OLD EMP-NUM IN COLUMNS 1-10, THE NEW ONE IN
      *    COLUMNS 12-21 AND HR'S REASON (REHIRE, ACQUISITION, KEYING
      *    ERROR ...) IN COLUMNS 23-52.
           SELECT CRD-INPUT  ASSIGN TO CARDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CARD.
      *
      *    THE PERMANENT EMP-NUM CROSS-REFERENCE (COBCPY10).  READ
      *    FIRST SO A NUMBER ALREADY RETIRED OR ALREADY HANDED OUT BY
      *    AN EARLIER RENUMBER CANNOT BE REUSED, THEN APPENDED TO
      *    WITH EVERY PAIR THIS RUN ACCEPTS.  OPTIONAL SO THE FIRST
      *    EVER RUN CAN CREATE IT.
           SELECT OPTIONAL XRF-FILE ASSIGN TO XREFDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-XREF.
      *
      *    THE EMPKSDS BUILT BY COBBAT03 - SAME RECORD LAYOUT, KEYED
      *    ON EMP-NUM, OPENED I-O FOR RANDOM READ/WRITE/DELETE.  A
      *    RENUMBER IS A WRITE UNDER THE NEW KEY FOLLOWED BY A DELETE
      *    OF THE OLD ONE - VSAM HAS NO WAY TO CHANGE A PRIME KEY.
           SELECT EMP-KSDS   ASSIGN TO EMPKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KSDS-NUM
           FILE STATUS FS-KSDS.
      *
      *    THE EMERGENCY CONTACT KSDS COBBAT03 LOADS BESIDE THE
      *    EMPKSDS (COBCPY11), KEYED EMP-NUM + SEQUENCE.  EACH OF THE
      *    OLD NUMBER'S CONTACTS IS MOVED TO THE SAME SEQUENCE UNDER
      *    THE NEW NUMBER, WRITE-THEN-DELETE AS ON THE EMPKSDS.
      *    OPTIONAL - WITH NO DD THERE IS NOTHING TO MOVE.
           SELECT OPTIONAL EC-KSDS ASSIGN TO ECKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ECK-KEY
           FILE STATUS FS-ECKSDS.
      *
      *    THE PERMANENT CHANGE HISTORY COBBAT05 APPENDS TO.  READ
      *    ONCE TO FIND WHICH NUMBERS IT ALREADY KNOWS, THEN OPENED
      *    I-O AND EVERY RECORD FOR AN OLD NUMBER REWRITTEN IN PLACE
      *    UNDER THE NEW ONE - THE RECORD LENGTH NEVER CHANGES, SO
      *    THE FILE KEEPS ITS RUN-DATE ORDER.
           SELECT HIST-FILE  ASSIGN TO HISTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-HISTORY.
      *
      *    COBMNT01'S BEFORE/AFTER IMAGE TRAIL - BOTH IMAGES CARRY
      *    THE EMP-NUM, AND COBMNT02 REPLAYS THE TRAIL AGAINST EACH
      *    NIGHT'S REBUILT EMPKSDS, SO IT MUST FOLLOW THE NEW NUMBER.
           SELECT IMG-FILE   ASSIGN TO AUDIMGDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-IMAGE.
      *
      *    THE COMMON REJECT REPOSITORY COBBAT01, COBBAT02 AND
      *    COBBAT04 APPEND TO - THE EMP-ID SITS WHERE COBREJ01'S
      *    EXTRACT-IMAGE-KEY SAYS IT DOES FOR THE OWNING PROGRAM, SO
      *    A CORRECTION FED BACK UNDER THE NEW NUMBER STILL CLOSES
      *    ITS ENTRY.
           SELECT REPO-FILE  ASSIGN TO REPODD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REPO.
      *
      *    THE MAINTENANCE PENDING QUEUE (COBCPY06) - COBMNT01
      *    CORRECTIONS STAGED OR APPROVED UNDER THE OLD NUMBER MUST
      *    STILL FIND THE EMPLOYEE WHEN COBMNT01 APPLIES THEM.
           SELECT PEND-QUEUE ASSIGN TO PENDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PEND.
      *
      *    THE CURRENT COBBAT03.PRIOR GENERATION (COBCPY03 LAYOUT)
      *    THAT TONIGHT'S COBBAT05 COMPARES AGAINST OLDDD.  LEFT UNDER
      *    THE OLD NUMBER IT WOULD SHOW THE EMPLOYEE AS A DELETE AND
      *    AN ADD, SO IT IS REWRITTEN IN PLACE UNDER THE NEW ONE AND
      *    THEN SORTED BACK INTO EMP-NUM ORDER FOR COBBAT05'S
      *    BALANCED-LINE MATCH.
           SELECT PR3-FILE   ASSIGN TO PRIOR3DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PRIOR3.
      *
      *    THE CURRENT COBBAT04.PRIOR GENERATION (COBBAT04 OUTDD
      *    LAYOUT, EMP-ID IN COLS 23-32) THAT COBBAT07 READS AS
      *    PRIORDD - OTHERWISE THE EMPLOYEE WOULD BE REPORTED AS A
      *    LEAVER AND A STARTER.  REWRITTEN IN PLACE ONLY: COBBAT07
      *    LOADS IT INTO A TABLE AND SEARCHES IT, SO ITS ORDER DOES
      *    NOT MATTER.
           SELECT PR4-FILE   ASSIGN TO PRIOR4DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PRIOR4.
      *
           SELECT SORT-WORK  ASSIGN TO SORTWK.
      *
      *    CARDS REFUSED, WITH A REASON - NOTHING IS TOUCHED FOR A
      *    REFUSED PAIR.
           SELECT REJ-OUTPUT ASSIGN TO REJDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT.
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
           05  CRD-OLD-NUM        PIC X(10).
           05  FILLER             PIC X(01).
           05  CRD-NEW-NUM        PIC X(10).
           05  FILLER             PIC X(01).
           05  CRD-REASON         PIC X(30).
           05  FILLER             PIC X(28).
      *
       FD  XRF-FILE   RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY10.
      *
       FD  EMP-KSDS.
       01  EMPKSDS-REC.
           05  KSDS-NUM           PIC X(10).
           05  KSDS-FIRST-NM      PIC X(20).
           05  KSDS-LAST-NM       PIC X(20).
           05  KSDS-PHONE         PIC X(15).
           05  KSDS-ADDRESS       PIC X(50).
      *
       FD  EC-KSDS.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY11.
      *
      *    SAME LAYOUT COBBAT05'S WS-HISTORY-LINE WRITES - ONLY THE
      *    EMP-NUM IS CHANGED HERE.
       FD  HIST-FILE  RECORDING MODE F.
       01  HISTORY-REC.
           05  HST-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(07).
           05  HST-EMP-NUM        PIC X(10).
           05  FILLER             PIC X(105).
      *
      *    SAME LAYOUT AS COBMNT01'S WS-IMAGE-LINE - THE EMP-NUM LEADS
      *    BOTH THE BEFORE AND THE AFTER IMAGE (EITHER MAY BE SPACES
      *    ON AN ADD OR A DELETE).
       FD  IMG-FILE   RECORDING MODE F.
       01  IMAGE-REC.
           05  FILLER             PIC X(22).
           05  IMG-BEFORE-NUM     PIC X(10).
           05  FILLER             PIC X(106).
           05  IMG-AFTER-NUM      PIC X(10).
           05  FILLER             PIC X(123).
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
       FD  PR3-FILE   RECORDING MODE F.
       01  PRIOR3-REC.
           05  PR3-EMP-NUM        PIC X(10).
           05  FILLER             PIC X(105).
      *
       FD  PR4-FILE   RECORDING MODE F.
       01  PRIOR4-REC.
           05  FILLER             PIC X(22).
           05  PR4-EMP-ID         PIC X(10).
           05  FILLER             PIC X(68).
      *
      *    COBBAT03.PRIOR RECORDS, BACK INTO EMP-NUM ORDER.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-EMP-NUM        PIC X(10).
           05  FILLER             PIC X(105).
      *
       FD  REJ-OUTPUT RECORDING MODE F.
       01  REJECT-REC         PIC X(120).
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
         05 WS-XREF-EOF        PIC X VALUE 'N'.
         05 WS-STORE-EOF       PIC X VALUE 'N'.
         05 WS-KEY-ON-FILE     PIC X VALUE 'N'.
         05 WS-EC-OPEN         PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-CARD           PIC X(02) VALUE '00'.
             88 FS-CARD-OK     VALUE '00'.
          05 FS-XREF           PIC X(02) VALUE '00'.
             88 FS-XREF-OK     VALUE '00'.
          05 FS-KSDS           PIC X(02) VALUE '00'.
             88 FS-KSDS-OK     VALUE '00'.
             88 FS-KSDS-NOTFND VALUE '23'.
             88 FS-KSDS-DUPKEY VALUE '22'.
          05 FS-ECKSDS         PIC X(02) VALUE '00'.
             88 FS-ECKSDS-OK   VALUE '00'.
             88 FS-ECKSDS-DUPKEY VALUE '22'.
          05 FS-HISTORY        PIC X(02) VALUE '00'.
             88 FS-HISTORY-OK  VALUE '00'.
          05 FS-IMAGE          PIC X(02) VALUE '00'.
             88 FS-IMAGE-OK    VALUE '00'.
          05 FS-REPO           PIC X(02) VALUE '00'.
             88 FS-REPO-OK     VALUE '00'.
          05 FS-PEND           PIC X(02) VALUE '00'.
             88 FS-PEND-OK     VALUE '00'.
          05 FS-PRIOR3         PIC X(02) VALUE '00'.
             88 FS-PRIOR3-OK   VALUE '00'.
          05 FS-PRIOR4         PIC X(02) VALUE '00'.
             88 FS-PRIOR4-OK   VALUE '00'.
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
      *    THE CROSS-REFERENCE AS IT STOOD BEFORE THIS RUN.
       01 WS-XRF-TABLE.
          05 WS-XRF-ENTRY OCCURS 5000 TIMES.
             10 WS-XRF-OLD      PIC X(10).
             10 WS-XRF-NEW      PIC X(10).
       01 WS-XRF-MAX            PIC 9(05) COMP VALUE 5000.
       01 WS-XRF-USED           PIC 9(05) COMP VALUE ZERO.
       01 WS-XRF-IDX            PIC 9(05) COMP VALUE ZERO.
      *
      *    THE DECK.  WS-PR-STATUS: 'N' = NEW PAIR, ACCEPTED; 'R' =
      *    RESUME - THE PAIR IS ALREADY ON THE CROSS-REFERENCE EXACTLY
      *    AS CARDED, SO AN EARLIER RUN ABENDED PART WAY THROUGH IT
      *    AND EVERY STORE IS SIMPLY RE-KEYED AGAIN (EACH STEP BELOW
      *    IS SAFE TO REPEAT); 'X' = REFUSED.
       01 WS-PAIR-TABLE.
          05 WS-PR-ENTRY OCCURS 200 TIMES.
             10 WS-PR-CARD      PIC X(80).
             10 WS-PR-OLD       PIC X(10).
             10 WS-PR-NEW       PIC X(10).
             10 WS-PR-REASON    PIC X(30).
             10 WS-PR-STATUS    PIC X(01).
             10 WS-PR-REFUSAL   PIC X(30).
             10 WS-PR-OLD-KSDS  PIC X(01).
             10 WS-PR-OLD-HIST  PIC X(01).
             10 WS-PR-NEW-HIST  PIC X(01).
       01 WS-PR-MAX             PIC 9(05) COMP VALUE 200.
       01 WS-PR-USED            PIC 9(05) COMP VALUE ZERO.
       01 WS-PR-IDX             PIC 9(05) COMP VALUE ZERO.
       01 WS-PR-IDX2            PIC 9(05) COMP VALUE ZERO.
       01 WS-PR-FOUND           PIC 9(05) COMP VALUE ZERO.
      *
      *    THE NUMBER BEING LOOKED UP BY FIND-OLD-NUMBER.
       01 WS-LOOKUP-NUM         PIC X(10) VALUE SPACES.
      *
      *    RUN TOTALS - ONE PER STORE, FOR THE SUMMARY AND SO THE
      *    OPERATOR CAN SEE EXACTLY WHAT WAS RE-KEYED WHERE.
       01 WS-MNT-COUNTS.
          05 WS-COUNT-CARDS     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-ACCEPTED  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-RESUMED   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-REJECTS   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-KSDS      PIC 9(08) VALUE ZERO.
          05 WS-COUNT-CONTACTS  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-HISTORY   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-IMAGES    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-REPO      PIC 9(08) VALUE ZERO.
          05 WS-COUNT-PENDING   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-PRIOR3    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-PRIOR4    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-DIRECTORY PIC 9(08) VALUE ZERO.
          05 WS-COUNT-DIRFAIL   PIC 9(08) VALUE ZERO.
      *
       01 WS-REC-CHANGED        PIC X(01) VALUE 'N'.
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
      *    HOST VARIABLES FOR THE EMP_DIRECTORY CHECK AND UPDATE.
       01 WS-DIR-OLD-ID         PIC X(10).
       01 WS-DIR-NEW-ID         PIC X(10).
       01 WS-DIR-COUNT          PIC S9(09) COMP.
      *
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
           EXEC SQL  INCLUDE SQLCA   END-EXEC.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
           DISPLAY 'PROGRAM COBMNT07 - START'.
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-START-TS.
      *
           PERFORM GET-TODAY.
           PERFORM LOAD-CROSS-REFERENCE.
           PERFORM LOAD-RENUMBER-DECK.
           PERFORM OPEN-FILES.
      *
      *    EVERY CARD IS CHECKED AGAINST EVERY STORE BEFORE A SINGLE
      *    RECORD IS CHANGED - A PAIR IS EITHER CARRIED THROUGH ALL
      *    OF THEM OR REFUSED OUTRIGHT.
           PERFORM CHECK-AGAINST-KSDS.
           PERFORM SCAN-HISTORY.
           PERFORM CHECK-AGAINST-DIRECTORY.
           PERFORM DECIDE-PAIRS.
      *
           IF WS-COUNT-ACCEPTED + WS-COUNT-RESUMED > ZERO
      *       THE CROSS-REFERENCE IS WRITTEN FIRST, SO A RUN THAT
      *       ABENDS PART WAY THROUGH THE STORES IS PICKED UP AS A
      *       RESUME WHEN THE SAME DECK IS RESUBMITTED.
              PERFORM APPEND-CROSS-REFERENCE
              PERFORM RENUMBER-KSDS
              PERFORM RENUMBER-CONTACTS
              PERFORM RENUMBER-HISTORY
              PERFORM RENUMBER-IMAGES
              PERFORM RENUMBER-REPOSITORY
              PERFORM RENUMBER-PENDING
              PERFORM RENUMBER-PRIOR-COBBAT03
              PERFORM RENUMBER-PRIOR-COBBAT04
              PERFORM RENUMBER-DIRECTORY
           END-IF.
      *
           PERFORM RENUMBER-SUMMARY.
           PERFORM CLOSE-STOP.
      *
       GET-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           STRING WS-TODAY-YYYY '-'
                  WS-TODAY-MM   '-'
                  WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-DATE.
      *
       OPEN-FILES.
           OPEN I-O    EMP-KSDS.
      *
           IF FS-KSDS-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING EMPKSDS'      TO WS-ERROR
              MOVE FS-KSDS                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
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
              DISPLAY 'COBMNT07 - NO ECKSDS (FILE STATUS ' FS-ECKSDS
                      '), EMERGENCY CONTACTS NOT RE-KEYED'
           END-IF.
      *
           OPEN OUTPUT REJ-OUTPUT.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBMNT07 - STOP'.
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-STOP-TS.
           PERFORM WRITE-AUDIT-RECORD.
      *
           CLOSE EMP-KSDS.
           IF WS-EC-OPEN = 'Y'
              CLOSE EC-KSDS
           END-IF.
           CLOSE REJ-OUTPUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
       LOAD-CROSS-REFERENCE.
           OPEN INPUT XRF-FILE.
      *
           IF FS-XREF-OK
              CONTINUE
           ELSE
      *       NO CROSS-REFERENCE YET - NOTHING HAS EVER BEEN
      *       RENUMBERED.
              MOVE 'Y' TO WS-XREF-EOF
           END-IF.
      *
           PERFORM READ-CROSS-REFERENCE.
           PERFORM UNTIL WS-XREF-EOF = 'Y'
              IF WS-XRF-USED >= WS-XRF-MAX
                 DISPLAY 'COBMNT07 ABEND - CROSS-REFERENCE TABLE '
                         'FULL AT ' WS-XRF-MAX
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-XRF-USED
              MOVE XRF-OLD-NUM TO WS-XRF-OLD(WS-XRF-USED)
              MOVE XRF-NEW-NUM TO WS-XRF-NEW(WS-XRF-USED)
              PERFORM READ-CROSS-REFERENCE
           END-PERFORM.
      *
           CLOSE XRF-FILE.
      *
       READ-CROSS-REFERENCE.
           IF WS-XREF-EOF = 'N'
              READ XRF-FILE
              AT END MOVE 'Y' TO WS-XREF-EOF
              END-READ
           END-IF.
      *
       LOAD-RENUMBER-DECK.
      *    THE CARD-ONLY CHECKS - EACH CARD AGAINST ITSELF, THE REST
      *    OF THE DECK AND THE CROSS-REFERENCE.  A NUMBER MAY APPEAR
      *    ONCE ON A DECK: A CHAIN (A TO B, THEN B TO C) IS TWO RUNS.
           OPEN INPUT CRD-INPUT.
      *
           IF FS-CARD-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING CARDDD'       TO WS-ERROR
              MOVE FS-CARD                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM READ-CARD.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-CARDS
              IF WS-PR-USED >= WS-PR-MAX
                 DISPLAY 'COBMNT07 ABEND - RENUMBER DECK LONGER '
                         'THAN ' WS-PR-MAX ' CARDS'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PR-USED
              MOVE CARD-REC    TO WS-PR-CARD(WS-PR-USED)
              MOVE CRD-OLD-NUM TO WS-PR-OLD(WS-PR-USED)
              MOVE CRD-NEW-NUM TO WS-PR-NEW(WS-PR-USED)
              MOVE CRD-REASON  TO WS-PR-REASON(WS-PR-USED)
              MOVE 'N'         TO WS-PR-STATUS(WS-PR-USED)
                                  WS-PR-OLD-KSDS(WS-PR-USED)
                                  WS-PR-OLD-HIST(WS-PR-USED)
                                  WS-PR-NEW-HIST(WS-PR-USED)
              MOVE SPACES      TO WS-PR-REFUSAL(WS-PR-USED)
              MOVE WS-PR-USED  TO WS-PR-IDX
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
               WHEN WS-PR-OLD(WS-PR-IDX) = SPACES
                 OR WS-PR-NEW(WS-PR-IDX) = SPACES
                  MOVE 'OLD OR NEW EMP-NUM MISSING'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
               WHEN WS-PR-OLD(WS-PR-IDX) = WS-PR-NEW(WS-PR-IDX)
                  MOVE 'OLD AND NEW EMP-NUM THE SAME'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
               WHEN OTHER
                  PERFORM CHECK-CARD-AGAINST-DECK
           END-EVALUATE.
      *
           IF WS-PR-REFUSAL(WS-PR-IDX) = SPACES
              PERFORM CHECK-CARD-AGAINST-XREF
           END-IF.
      *
           IF WS-PR-REFUSAL(WS-PR-IDX) NOT = SPACES
              MOVE 'X' TO WS-PR-STATUS(WS-PR-IDX)
           END-IF.
      *
       CHECK-CARD-AGAINST-DECK.
           PERFORM VARYING WS-PR-IDX2 FROM 1 BY 1
                   UNTIL WS-PR-IDX2 >= WS-PR-IDX
              IF WS-PR-OLD(WS-PR-IDX2) = WS-PR-OLD(WS-PR-IDX)
              OR WS-PR-OLD(WS-PR-IDX2) = WS-PR-NEW(WS-PR-IDX)
              OR WS-PR-NEW(WS-PR-IDX2) = WS-PR-OLD(WS-PR-IDX)
              OR WS-PR-NEW(WS-PR-IDX2) = WS-PR-NEW(WS-PR-IDX)
                 MOVE 'EMP-NUM ALREADY ON THIS DECK'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
              END-IF
           END-PERFORM.
      *
       CHECK-CARD-AGAINST-XREF.
      *    THE SAME PAIR ALREADY ON FILE IS A RESUME.  OTHERWISE A
      *    NUMBER THAT HAS EVER BEEN RETIRED OR ISSUED BY A RENUMBER
      *    IS SPOKEN FOR - REUSING IT WOULD MERGE TWO PEOPLE'S
      *    HISTORIES ON THE NEXT INQUIRY.  THE OLD NUMBER MAY BE AN
      *    EARLIER RENUMBER'S NEW ONE (A SECOND REISSUE), BUT NOT ONE
      *    ALREADY RETIRED.
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-USED
              EVALUATE TRUE
                  WHEN WS-XRF-OLD(WS-XRF-IDX) = WS-PR-OLD(WS-PR-IDX)
                   AND WS-XRF-NEW(WS-XRF-IDX) = WS-PR-NEW(WS-PR-IDX)
                     MOVE 'R' TO WS-PR-STATUS(WS-PR-IDX)
                  WHEN WS-XRF-OLD(WS-XRF-IDX) = WS-PR-NEW(WS-PR-IDX)
                    OR WS-XRF-NEW(WS-XRF-IDX) = WS-PR-NEW(WS-PR-IDX)
                     MOVE 'NEW EMP-NUM ON CROSS-REFERENCE'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
                  WHEN WS-XRF-OLD(WS-XRF-IDX) = WS-PR-OLD(WS-PR-IDX)
                     MOVE 'OLD EMP-NUM ALREADY RENUMBERED'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
              END-EVALUATE
           END-PERFORM.
      *
       CHECK-AGAINST-KSDS.
      *    A NEW NUMBER ALREADY ON THE EMPKSDS BELONGS TO SOMEONE.
      *    WHETHER THE OLD ONE IS THERE DECIDES IF THE KSDS HAS A
      *    RECORD TO MOVE - A LEAVER MAY ONLY EXIST IN THE HISTORY.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
              IF WS-PR-STATUS(WS-PR-IDX) = 'N'
                 MOVE WS-PR-NEW(WS-PR-IDX) TO KSDS-NUM
                 PERFORM CHECK-KEY-ON-FILE
                 IF WS-KEY-ON-FILE = 'Y'
                    MOVE 'NEW EMP-NUM ALREADY ON EMPKSDS'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
                    MOVE 'X' TO WS-PR-STATUS(WS-PR-IDX)
                 END-IF
                 MOVE WS-PR-OLD(WS-PR-IDX) TO KSDS-NUM
                 PERFORM CHECK-KEY-ON-FILE
                 MOVE WS-KEY-ON-FILE TO WS-PR-OLD-KSDS(WS-PR-IDX)
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
                  DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                          ' FILE STATUS ' WS-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.
      *
       SCAN-HISTORY.
      *    ONE PASS OF THE CHANGE HISTORY NOTING, FOR EACH CARD,
      *    WHETHER THE OLD AND THE NEW NUMBER HAVE EVER APPEARED.
           OPEN INPUT HIST-FILE.
      *
           IF FS-HISTORY-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING HISTDD'       TO WS-ERROR
              MOVE FS-HISTORY                   TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
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
                 IF HST-EMP-NUM = WS-PR-OLD(WS-PR-IDX)
                    MOVE 'Y' TO WS-PR-OLD-HIST(WS-PR-IDX)
                 END-IF
                 IF HST-EMP-NUM = WS-PR-NEW(WS-PR-IDX)
                    MOVE 'Y' TO WS-PR-NEW-HIST(WS-PR-IDX)
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
       CHECK-AGAINST-DIRECTORY.
      *    THE ONLINE TABLE CAN HOLD A ROW THE BATCH FILES DO NOT
      *    (COBMNT01 AND COBBAT06 DRIFT BY DESIGN) - A NEW NUMBER
      *    WITH A DIRECTORY ROW IS IN USE ALL THE SAME.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
              IF WS-PR-STATUS(WS-PR-IDX) = 'N'
                 MOVE WS-PR-NEW(WS-PR-IDX) TO WS-DIR-NEW-ID
                 MOVE ZERO TO WS-DIR-COUNT
                 EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-DIR-COUNT
                      FROM EMP_DIRECTORY
                     WHERE EMP_ID = :WS-DIR-NEW-ID
                 END-EXEC
                 IF SQLCODE NOT = 0
                    DISPLAY 'COBMNT07 ABEND - EMP_DIRECTORY CHECK '
                            'FAILED, SQLCODE ' SQLCODE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF WS-DIR-COUNT > ZERO
                    MOVE 'NEW EMP-NUM ON EMP_DIRECTORY'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
                    MOVE 'X' TO WS-PR-STATUS(WS-PR-IDX)
                 END-IF
              END-IF
           END-PERFORM.
      *
       DECIDE-PAIRS.
      *    THE STORE CHECKS THAT NEED THE HISTORY PASS, THEN THE
      *    FINAL WORD ON EACH CARD.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
              IF WS-PR-STATUS(WS-PR-IDX) = 'N'
                 EVALUATE TRUE
                     WHEN WS-PR-NEW-HIST(WS-PR-IDX) = 'Y'
                        MOVE 'NEW EMP-NUM IN CHANGE HISTORY'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
                        MOVE 'X' TO WS-PR-STATUS(WS-PR-IDX)
                     WHEN WS-PR-OLD-KSDS(WS-PR-IDX) = 'N'
                      AND WS-PR-OLD-HIST(WS-PR-IDX) = 'N'
                        MOVE 'OLD EMP-NUM NOT ON FILE'
                                   TO WS-PR-REFUSAL(WS-PR-IDX)
                        MOVE 'X' TO WS-PR-STATUS(WS-PR-IDX)
                 END-EVALUATE
              END-IF
      *
              EVALUATE WS-PR-STATUS(WS-PR-IDX)
                  WHEN 'N'
                     ADD 1 TO WS-COUNT-ACCEPTED
                     DISPLAY 'COBMNT07 RENUMBERING '
                             WS-PR-OLD(WS-PR-IDX) ' TO '
                             WS-PR-NEW(WS-PR-IDX)
                  WHEN 'R'
                     ADD 1 TO WS-COUNT-RESUMED
                     DISPLAY 'COBMNT07 RESUMING    '
                             WS-PR-OLD(WS-PR-IDX) ' TO '
                             WS-PR-NEW(WS-PR-IDX)
                  WHEN OTHER
                     PERFORM WRITE-REJECT
              END-EVALUATE
           END-PERFORM.
      *
       APPEND-CROSS-REFERENCE.
           OPEN EXTEND XRF-FILE.
      *
           IF FS-XREF-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING XREFDD'       TO WS-ERROR
              MOVE FS-XREF                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
              IF WS-PR-STATUS(WS-PR-IDX) = 'N'
                 MOVE SPACES                TO COBCPY10
                 MOVE WS-PR-OLD(WS-PR-IDX)  TO XRF-OLD-NUM
                 MOVE WS-PR-NEW(WS-PR-IDX)  TO XRF-NEW-NUM
                 MOVE WS-TODAY-DATE         TO XRF-DATE
                 MOVE WS-PR-REASON(WS-PR-IDX) TO XRF-REASON
                 WRITE COBCPY10
                 IF FS-XREF-OK
                    CONTINUE
                 ELSE
                    MOVE 'ERROR WRITING XREFDD' TO WS-ERROR
                    MOVE FS-XREF                TO WS-FILE-STATUS
                    DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE XRF-FILE.
      *
       RENUMBER-KSDS.
      *    WRITE UNDER THE NEW KEY, THEN DELETE THE OLD.  ON A RESUME
      *    THE NEW RECORD MAY ALREADY BE THERE (STATUS 22) - THE OLD
      *    ONE IS STILL DELETED - OR THE OLD ONE ALREADY GONE.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
              IF WS-PR-STATUS(WS-PR-IDX) NOT = 'X'
                 MOVE WS-PR-OLD(WS-PR-IDX) TO KSDS-NUM
                 PERFORM CHECK-KEY-ON-FILE
                 IF WS-KEY-ON-FILE = 'Y'
                    PERFORM MOVE-KSDS-RECORD
                 END-IF
              END-IF
           END-PERFORM.
      *
       MOVE-KSDS-RECORD.
           MOVE WS-PR-NEW(WS-PR-IDX) TO KSDS-NUM.
           WRITE EMPKSDS-REC.
      *
           IF FS-KSDS-OK OR FS-KSDS-DUPKEY
              CONTINUE
           ELSE
              MOVE 'ERROR WRITING EMPKSDS'      TO WS-ERROR
              MOVE FS-KSDS                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE WS-PR-OLD(WS-PR-IDX) TO KSDS-NUM.
           DELETE EMP-KSDS.
      *
           IF FS-KSDS-OK
              ADD 1 TO WS-COUNT-KSDS
           ELSE
              MOVE 'ERROR DELETING EMPKSDS'     TO WS-ERROR
              MOVE FS-KSDS                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       RENUMBER-CONTACTS.
      *    MOVE THE OLD NUMBER'S CONTACTS ONE AT A TIME, EACH TIME
      *    STARTING AGAIN AT ITS SEQUENCE 00, UNTIL NONE IS LEFT - THE
      *    DELETE LOSES THE BROWSE POSITION.  ON A RESUME A CONTACT
      *    ALREADY UNDER THE NEW NUMBER (STATUS 22) IS LEFT AS IT IS
      *    AND THE OLD ONE STILL DELETED.
           IF WS-EC-OPEN = 'Y'
              PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                      UNTIL WS-PR-IDX > WS-PR-USED
                 IF WS-PR-STATUS(WS-PR-IDX) NOT = 'X'
                    MOVE 'N' TO WS-STORE-EOF
                    PERFORM MOVE-NEXT-CONTACT
                       UNTIL WS-STORE-EOF = 'Y'
                 END-IF
              END-PERFORM
           END-IF.
      *
       MOVE-NEXT-CONTACT.
           MOVE WS-PR-OLD(WS-PR-IDX) TO ECK-EMP-NUM.
           MOVE ZERO                 TO ECK-SEQ.
           START EC-KSDS KEY IS NOT LESS THAN ECK-KEY.
      *
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
                  DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                          ' FILE STATUS ' WS-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               WHEN ECK-EMP-NUM NOT = WS-PR-OLD(WS-PR-IDX)
                  MOVE 'Y' TO WS-STORE-EOF
               WHEN OTHER
                  PERFORM MOVE-CONTACT-RECORD
           END-EVALUATE.
      *
       MOVE-CONTACT-RECORD.
           MOVE WS-PR-NEW(WS-PR-IDX) TO ECK-EMP-NUM.
           WRITE COBCPY11.
      *
           IF FS-ECKSDS-OK OR FS-ECKSDS-DUPKEY
              CONTINUE
           ELSE
              MOVE 'ERROR WRITING ECKSDS'       TO WS-ERROR
              MOVE FS-ECKSDS                    TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE WS-PR-OLD(WS-PR-IDX) TO ECK-EMP-NUM.
           DELETE EC-KSDS.
      *
           IF FS-ECKSDS-OK
              ADD 1 TO WS-COUNT-CONTACTS
           ELSE
              MOVE 'ERROR DELETING ECKSDS'      TO WS-ERROR
              MOVE FS-ECKSDS                    TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       FIND-OLD-NUMBER.
      *    WS-PR-FOUND = THE CARRIED-THROUGH PAIR WHOSE OLD NUMBER IS
      *    WS-LOOKUP-NUM, OR ZERO.
           MOVE ZERO TO WS-PR-FOUND.
      *
           IF WS-LOOKUP-NUM NOT = SPACES
              PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                      UNTIL WS-PR-IDX > WS-PR-USED
                         OR WS-PR-FOUND > ZERO
                 IF WS-PR-OLD(WS-PR-IDX) = WS-LOOKUP-NUM
                AND WS-PR-STATUS(WS-PR-IDX) NOT = 'X'
                    MOVE WS-PR-IDX TO WS-PR-FOUND
                 END-IF
              END-PERFORM
           END-IF.
      *
       RENUMBER-HISTORY.
           OPEN I-O HIST-FILE.
      *
           IF FS-HISTORY-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING HISTDD'       TO WS-ERROR
              MOVE FS-HISTORY                   TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-HISTORY.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE HST-EMP-NUM TO WS-LOOKUP-NUM
              PERFORM FIND-OLD-NUMBER
              IF WS-PR-FOUND > ZERO
                 MOVE WS-PR-NEW(WS-PR-FOUND) TO HST-EMP-NUM
                 REWRITE HISTORY-REC
                 IF FS-HISTORY-OK
                    ADD 1 TO WS-COUNT-HISTORY
                 ELSE
                    MOVE 'ERROR REWRITING HISTDD'  TO WS-ERROR
                    MOVE FS-HISTORY                TO WS-FILE-STATUS
                    DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
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
       RENUMBER-IMAGES.
           OPEN I-O IMG-FILE.
      *
           IF FS-IMAGE-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING AUDIMGDD'     TO WS-ERROR
              MOVE FS-IMAGE                     TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-IMAGE.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE 'N' TO WS-REC-CHANGED
              MOVE IMG-BEFORE-NUM TO WS-LOOKUP-NUM
              PERFORM FIND-OLD-NUMBER
              IF WS-PR-FOUND > ZERO
                 MOVE WS-PR-NEW(WS-PR-FOUND) TO IMG-BEFORE-NUM
                 MOVE 'Y' TO WS-REC-CHANGED
              END-IF
              MOVE IMG-AFTER-NUM TO WS-LOOKUP-NUM
              PERFORM FIND-OLD-NUMBER
              IF WS-PR-FOUND > ZERO
                 MOVE WS-PR-NEW(WS-PR-FOUND) TO IMG-AFTER-NUM
                 MOVE 'Y' TO WS-REC-CHANGED
              END-IF
              IF WS-REC-CHANGED = 'Y'
                 REWRITE IMAGE-REC
                 IF FS-IMAGE-OK
                    ADD 1 TO WS-COUNT-IMAGES
                 ELSE
                    MOVE 'ERROR REWRITING AUDIMGDD' TO WS-ERROR
                    MOVE FS-IMAGE                  TO WS-FILE-STATUS
                    DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
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
       RENUMBER-REPOSITORY.
      *    EMP-ID POSITION BY OWNING PROGRAM, AS IN COBREJ01 -
      *    COBBAT01/COBBAT02 IMAGES CARRY IT IN COLS 11-20, COBBAT04
      *    IMAGES IN COLS 23-32.  OPEN AND CLOSED ENTRIES ALIKE ARE
      *    RE-KEYED SO THE STORE STAYS A COMPLETE AUDIT.
           OPEN I-O REPO-FILE.
      *
           IF FS-REPO-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING REPODD'       TO WS-ERROR
              MOVE FS-REPO                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
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
                     PERFORM FIND-OLD-NUMBER
                     IF WS-PR-FOUND > ZERO
                        MOVE WS-PR-NEW(WS-PR-FOUND)
                                        TO REPO-IMAGE(11:10)
                     END-IF
                  WHEN 'COBBAT04'
                     MOVE REPO-IMAGE(23:10) TO WS-LOOKUP-NUM
                     PERFORM FIND-OLD-NUMBER
                     IF WS-PR-FOUND > ZERO
                        MOVE WS-PR-NEW(WS-PR-FOUND)
                                        TO REPO-IMAGE(23:10)
                     END-IF
              END-EVALUATE
              IF WS-PR-FOUND > ZERO
                 REWRITE REPO-REC
                 IF FS-REPO-OK
                    ADD 1 TO WS-COUNT-REPO
                 ELSE
                    MOVE 'ERROR REWRITING REPODD'  TO WS-ERROR
                    MOVE FS-REPO                   TO WS-FILE-STATUS
                    DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
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
       RENUMBER-PENDING.
      *    ONLY COBMNT01 ENTRIES CARRY AN EMP-NUM (COLS 2-11 OF THE
      *    STAGED CARD).  EVERY ONE IS RE-KEYED WHATEVER ITS STATUS -
      *    THE QUEUE IS ALSO THE RECORD OF WHO ASKED FOR WHAT.
           OPEN I-O PEND-QUEUE.
      *
           IF FS-PEND-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING PENDDD'       TO WS-ERROR
              MOVE FS-PEND                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
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
                 PERFORM FIND-OLD-NUMBER
                 IF WS-PR-FOUND > ZERO
                    MOVE WS-PR-NEW(WS-PR-FOUND) TO PND-TRAN(2:10)
                    REWRITE COBCPY06
                    IF FS-PEND-OK
                       ADD 1 TO WS-COUNT-PENDING
                    ELSE
                       MOVE 'ERROR REWRITING PENDDD' TO WS-ERROR
                       MOVE FS-PEND               TO WS-FILE-STATUS
                       DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
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
       RENUMBER-PRIOR-COBBAT03.
           OPEN I-O PR3-FILE.
      *
           IF FS-PRIOR3-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING PRIOR3DD'     TO WS-ERROR
              MOVE FS-PRIOR3                    TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-PRIOR3.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE PR3-EMP-NUM TO WS-LOOKUP-NUM
              PERFORM FIND-OLD-NUMBER
              IF WS-PR-FOUND > ZERO
                 MOVE WS-PR-NEW(WS-PR-FOUND) TO PR3-EMP-NUM
                 REWRITE PRIOR3-REC
                 IF FS-PRIOR3-OK
                    ADD 1 TO WS-COUNT-PRIOR3
                 ELSE
                    MOVE 'ERROR REWRITING PRIOR3DD' TO WS-ERROR
                    MOVE FS-PRIOR3                 TO WS-FILE-STATUS
                    DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-PRIOR3
           END-PERFORM.
      *
           CLOSE PR3-FILE.
      *
      *    SORTED EVEN WHEN NOTHING WAS REWRITTEN ABOVE - ON A RESUME
      *    THE EARLIER RUN MAY HAVE ABENDED BETWEEN THE REWRITE AND
      *    THE SORT.  A FILE ALREADY IN ORDER COMES BACK UNCHANGED.
           SORT SORT-WORK
                ON ASCENDING KEY SRT-EMP-NUM
                USING  PR3-FILE
                GIVING PR3-FILE.
      *
           IF SORT-RETURN NOT = ZERO
              DISPLAY 'COBMNT07 ABEND - ERROR SORTING PRIOR3DD'
                      ' SORT-RETURN ' SORT-RETURN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       READ-PRIOR3.
           READ PR3-FILE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       RENUMBER-PRIOR-COBBAT04.
           OPEN I-O PR4-FILE.
      *
           IF FS-PRIOR4-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING PRIOR4DD'     TO WS-ERROR
              MOVE FS-PRIOR4                    TO WS-FILE-STATUS
              DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE 'N' TO WS-STORE-EOF.
           PERFORM READ-PRIOR4.
           PERFORM UNTIL WS-STORE-EOF = 'Y'
              MOVE PR4-EMP-ID TO WS-LOOKUP-NUM
              PERFORM FIND-OLD-NUMBER
              IF WS-PR-FOUND > ZERO
                 MOVE WS-PR-NEW(WS-PR-FOUND) TO PR4-EMP-ID
                 REWRITE PRIOR4-REC
                 IF FS-PRIOR4-OK
                    ADD 1 TO WS-COUNT-PRIOR4
                 ELSE
                    MOVE 'ERROR REWRITING PRIOR4DD' TO WS-ERROR
                    MOVE FS-PRIOR4                 TO WS-FILE-STATUS
                    DISPLAY 'COBMNT07 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-PRIOR4
           END-PERFORM.
      *
           CLOSE PR4-FILE.
      *
       READ-PRIOR4.
           READ PR4-FILE
           AT END MOVE 'Y' TO WS-STORE-EOF
           END-READ.
      *
       RENUMBER-DIRECTORY.
      *    NO ROW FOR THE OLD NUMBER (SQLCODE 100) IS A LEAVER OR A
      *    RESUME, NOT AN ERROR.  A FAILED UPDATE IS RC=4 - THE
      *    EMPKSDS AND FILES ARE ALREADY RE-KEYED, AND STEP055'S
      *    RECONCILIATION WILL SHOW THE ROW UNTIL IT IS PUT RIGHT.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-USED
              IF WS-PR-STATUS(WS-PR-IDX) NOT = 'X'
                 MOVE WS-PR-OLD(WS-PR-IDX) TO WS-DIR-OLD-ID
                 MOVE WS-PR-NEW(WS-PR-IDX) TO WS-DIR-NEW-ID
                 PERFORM UPDATE-DIRECTORY-ROW
              END-IF
           END-PERFORM.
      *
           EXEC SQL
              COMMIT
           END-EXEC.
      *
           IF SQLCODE NOT = 0
              DISPLAY 'COBMNT07 ABEND - COMMIT FAILED, SQLCODE '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       UPDATE-DIRECTORY-ROW.
           EXEC SQL
              UPDATE EMP_DIRECTORY
                 SET EMP_ID = :WS-DIR-NEW-ID
               WHERE EMP_ID = :WS-DIR-OLD-ID
           END-EXEC.
      *
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-COUNT-DIRECTORY
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'COBMNT07 UPDATE FAILED FOR '
                         WS-DIR-OLD-ID ' SQLCODE ' SQLCODE
                 ADD 1 TO WS-COUNT-DIRFAIL
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
           END-EVALUATE.
      *
       WRITE-REJECT.
           MOVE WS-PR-CARD(WS-PR-IDX)    TO WS-REJ-CARD.
           MOVE WS-PR-REFUSAL(WS-PR-IDX) TO WS-REJ-REASON.
           WRITE REJECT-REC     FROM WS-REJECT-LINE.
           ADD 1 TO WS-COUNT-REJECTS.
      *
      *    A REFUSED PAIR MEANS HR'S REQUEST AND THE FILES DISAGREE -
      *    FLAG THE STEP RC SO THE ANALYST FOLLOWS UP, THE SAME
      *    CONVENTION COBMNT01 USES FOR ITS REJECTS.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
       RENUMBER-SUMMARY.
           DISPLAY '============================================'.
           DISPLAY 'COBMNT07 RENUMBER SUMMARY'.
           DISPLAY '  CARDS READ             : ' WS-COUNT-CARDS.
           DISPLAY '  PAIRS RENUMBERED       : ' WS-COUNT-ACCEPTED.
           DISPLAY '  PAIRS RESUMED          : ' WS-COUNT-RESUMED.
           DISPLAY '  PAIRS REFUSED          : ' WS-COUNT-REJECTS.
           DISPLAY '  EMPKSDS RECORDS MOVED  : ' WS-COUNT-KSDS.
           DISPLAY '  EMERGENCY CONTACTS     : ' WS-COUNT-CONTACTS.
           DISPLAY '  HISTORY RECORDS        : ' WS-COUNT-HISTORY.
           DISPLAY '  AUDIT IMAGES           : ' WS-COUNT-IMAGES.
           DISPLAY '  REJSTORE ENTRIES       : ' WS-COUNT-REPO.
           DISPLAY '  PENDING QUEUE ENTRIES  : ' WS-COUNT-PENDING.
           DISPLAY '  COBBAT03.PRIOR RECORDS : ' WS-COUNT-PRIOR3.
           DISPLAY '  COBBAT04.PRIOR RECORDS : ' WS-COUNT-PRIOR4.
           DISPLAY '  DIRECTORY ROWS         : ' WS-COUNT-DIRECTORY.
           DISPLAY '  DIRECTORY ROWS FAILED  : ' WS-COUNT-DIRFAIL.
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
           MOVE 'COBMNT07'         TO AUDIT-PGM
           MOVE WS-AUDIT-START-TS  TO AUDIT-START-TS
           MOVE WS-AUDIT-STOP-TS   TO AUDIT-STOP-TS
           COMPUTE AUDIT-REC-COUNT = WS-COUNT-ACCEPTED
                                   + WS-COUNT-RESUMED
           MOVE WS-RETURN-CODE      TO AUDIT-RETURN-CD
           WRITE AUDIT-REC.
      *
           CLOSE AUDIT-LOG.
      *

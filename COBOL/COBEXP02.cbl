      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBEXP02.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    COBBAT05'S DELTA FILE - TONIGHT'S ADDS AND THE NAME AND
      *    ADDRESS CHANGES ARE WHAT PAYROLL NEEDS.  DROPS AND
      *    PHONE-ONLY CHANGES ARE NOT PAYROLL DATA AND ARE PASSED
      *    OVER.
           SELECT DLT-INPUT  ASSIGN TO DLTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DELTA.
      *
      *    COBBAT05'S COUNT TRAILER FOR THE DELTA - SAME COUNT AND
      *    RUN-DATE HANDSHAKE AS COBBAT07, SO A STALE DELTA CANNOT
      *    SEND PAYROLL LAST NIGHT'S CHANGES A SECOND TIME.
           SELECT OPTIONAL DLTTRL-INPUT ASSIGN TO DLTRLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DLTTRL-STATUS.
      *
      *    TONIGHT'S COBBAT04 ENRICHED OUTPUT - DEPARTMENT CODE AND
      *    NAME FOR EVERY EMPLOYEE, HELD IN CORE AND JOINED ONTO
      *    EACH INTERFACE DETAIL.
           SELECT ENR-INPUT  ASSIGN TO INDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-ENRICH.
      *
           SELECT OPTIONAL INTRL-INPUT ASSIGN TO INTRLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-INTRL-STATUS.
      *
      *    COBBAT03'S MERGED OUTPUT (COBCPY03) - NAME AND ADDRESS
      *    FOR AN EMPLOYEE WHOSE ONLY CHANGE TONIGHT IS A TRANSFER,
      *    AND SO HAS NO DELTA RECORD TO TAKE THEM FROM.
           SELECT MRG-INPUT  ASSIGN TO MRGDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-MERGED.
      *
      *    COBBAT07'S JOINER/MOVER/LEAVER EVENTS (COBCPY07) - ITS
      *    'TRANSFER' EVENTS ARE TONIGHT'S DEPARTMENT CHANGES, ALREADY
      *    WORKED OUT AGAINST LAST NIGHT'S ENRICHMENT.
           SELECT EVT-INPUT  ASSIGN TO EVTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EVENT.
      *
           SELECT OPTIONAL EVTTRL-INPUT ASSIGN TO EVTRLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EVTTRL-STATUS.
      *
      *    CONTROL CARD - OPTIONAL RUN DATE (YYYY-MM-DD) FOR A
      *    PRIOR-DAY RERUN, SAME CARD LAYOUT AS COBBAT07'S.
           SELECT OPTIONAL CTL-CARD ASSIGN TO CTLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
      *
      *    TONIGHT'S PAYROLL INTERFACE BATCH (COBCPY08) - HEADER,
      *    SEQUENCE-NUMBERED DETAILS, HASH-TOTAL TRAILER.
           SELECT PAY-OUTPUT ASSIGN TO PAYIFDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PAYIF.
      *
      *    PERMANENT REGISTER OF EVERY INTERFACE RECORD EVER SENT,
      *    STAMPED WITH THE SEND DATE - PAYIFDD ITSELF IS OVERWRITTEN
      *    EVERY NIGHT, AND COBREC03 NEEDS TO KNOW WHAT WAS SENT AND
      *    WHEN TO PROVE EACH DETAIL WAS ACKNOWLEDGED.  ALSO WHERE
      *    THE NEXT BATCH NUMBER COMES FROM (ONE ABOVE THE HIGHEST
      *    ON FILE), THE SAME WAY COBMNT05 NUMBERS ITS DECKS.
           SELECT OPTIONAL REG-FILE ASSIGN TO SENTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
      *
      *    SHARED RUN-HISTORY LOG - ALSO WRITTEN BY COBBAT01, COBBAT02
      *    AND COBBAT03.  OPENED EXTEND (APPEND) WHEN IT ALREADY
      *    EXISTS, OTHERWISE CREATED FRESH ON THE FIRST EVER RUN.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO AUDITDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      *
      *    CHAIN RUN-STATE FILE (COBCPY13) - THE BUSINESS DATE THE
      *    NIGHT WAS OPENED FOR AND THE STEPS STARTED AND COMPLETED
      *    FOR IT.  A RUN FOR A DATE THIS PROGRAM HAS ALREADY
      *    COMPLETED IS REFUSED UNLESS THE NIGHT WAS OPENED WITH THE
      *    RERUN OVERRIDE, AND THEN ITS EARLIER APPENDS ARE BACKED
      *    OUT FIRST.  NO NIGHT OPEN ON IT MEANS A RUN OUTSIDE THE
      *    CHAIN, WHICH IS NOT GUARDED.
           SELECT OPTIONAL RUN-STATE ASSIGN TO RUNSTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNST-STATUS.
      *
      *    WORK FILE A PERMANENT LOG IS COPIED THROUGH WHEN A RERUN
      *    BACKS OUT THIS PROGRAM'S EARLIER ROWS FOR THE DATE.
           SELECT BACKOUT-WORK ASSIGN TO BKOUTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BKOUT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    COBBAT05'S DELTA RECORD - CHANGE TYPE 'A'/'C'/'D', THE
      *    FIELD-GROUP CHANGE FLAGS, THEN THE FULL COBCPY03 IMAGE.
       FD  DLT-INPUT  RECORDING MODE F.
       01  DELTA-REC.
           05  DLT-CHANGE-TYPE    PIC X(01).
           05  FILLER             PIC X(01).
           05  DLT-NAME-CHG       PIC X(01).
           05  DLT-PHONE-CHG      PIC X(01).
           05  DLT-ADDR-CHG       PIC X(01).
           05  FILLER             PIC X(01).
           05  DLT-EMP-REC        PIC X(115).
      *
       FD  DLTTRL-INPUT RECORDING MODE F.
       01  DLTTRL-REC.
           05  DLTTRL-ID      PIC X(10).
           05  FILLER         PIC X(01).
           05  DLTTRL-COUNT   PIC X(08).
           05  FILLER         PIC X(01).
           05  DLTTRL-DATE    PIC X(10).
           05  FILLER         PIC X(50).
      *
      *    INDD IS COBBAT04'S OUTDD LAYOUT.
       FD  ENR-INPUT  RECORDING MODE F.
       01  ENRICH-REC.
           05  ENR-NAME       PIC X(10).
           05  FILLER         PIC X(01).
           05  ENR-DATE       PIC X(10).
           05  FILLER         PIC X(01).
           05  ENR-EMP-ID     PIC X(10).
           05  FILLER         PIC X(01).
           05  ENR-DEPT       PIC X(05).
           05  FILLER         PIC X(01).
           05  ENR-DEPT-NAME  PIC X(20).
           05  FILLER         PIC X(01).
           05  ENR-EMP-STATUS PIC X(01).
           05  FILLER         PIC X(01).
           05  ENR-HIRE-DATE  PIC X(10).
           05  FILLER         PIC X(28).
      *
      *    SAME TRAILER LAYOUT AS THE CHAIN'S PRODUCERS WRITE.
       FD  INTRL-INPUT RECORDING MODE F.
       01  INTRL-REC.
           05  INTRL-ID       PIC X(10).
           05  FILLER         PIC X(01).
           05  INTRL-COUNT    PIC X(08).
           05  FILLER         PIC X(61).
      *
       FD  MRG-INPUT  RECORDING MODE F.
       01  MERGED-REC         PIC X(115).
      *
       FD  EVT-INPUT  RECORDING MODE F.
       01  EVENT-REC          PIC X(120).
      *
       FD  EVTTRL-INPUT RECORDING MODE F.
       01  EVTTRL-REC.
           05  EVTTRL-ID      PIC X(10).
           05  FILLER         PIC X(01).
           05  EVTTRL-COUNT   PIC X(08).
           05  FILLER         PIC X(01).
           05  EVTTRL-DATE    PIC X(10).
           05  FILLER         PIC X(50).
      *
       FD  CTL-CARD  RECORDING MODE F.
       01  CTL-REC.
           05  CTL-DATE       PIC X(10).
           05  FILLER         PIC X(70).
      *
       FD  PAY-OUTPUT RECORDING MODE F.
       01  PAYIF-REC          PIC X(160).
      *
      *    REGISTER LINE - THE SEND DATE, THEN THE INTERFACE RECORD
      *    EXACTLY AS SENT (COBCPY08).
       FD  REG-FILE   RECORDING MODE F.
       01  REGISTER-REC.
           05  REG-SEND-DATE      PIC X(10).
           05  FILLER             PIC X(01).
           05  REG-REC-TYPE       PIC X(01).
           05  REG-BATCH-NO       PIC X(06).
           05  FILLER             PIC X(153).
      *
       FD  AUDIT-LOG  RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY04.
      *
       FD  RUN-STATE  RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY13.
      *
       FD  BACKOUT-WORK RECORDING MODE F.
       01  BACKOUT-REC        PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-ENR-EOF         PIC X VALUE 'N'.
         05 WS-MRG-EOF         PIC X VALUE 'N'.
         05 WS-EVT-EOF         PIC X VALUE 'N'.
         05 WS-REG-EOF         PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-DELTA          PIC X(02) VALUE '00'.
          05 FS-ENRICH         PIC X(02) VALUE '00'.
          05 FS-MERGED         PIC X(02) VALUE '00'.
          05 FS-EVENT          PIC X(02) VALUE '00'.
          05 FS-PAYIF          PIC X(02) VALUE '00'.
             88 FS-PAYIF-OK    VALUE '00'.
      *
       01 WS-FS-ERROR.
          05 WS-ERROR            PIC X(30) VALUE SPACE.
          05 WS-FILE-STATUS      PIC X(02) VALUE SPACE.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
       01 WS-CTL-STATUS        PIC X(02) VALUE SPACES.
      *    THE BUSINESS DATE THIS BATCH BELONGS TO - TODAY'S, UNLESS
      *    THE CONTROL CARD NAMES A PRIOR DAY FOR A RERUN.  THE
      *    DELTA AND EVENT TRAILERS MUST CARRY THE SAME DATE.
       01 WS-RUN-DATE          PIC X(10) VALUE SPACES.
      *
      *    INTERFACE TOTALS FOR THE END-OF-RUN SUMMARY.
       01 WS-PAYIF-COUNTS.
          05 WS-COUNT-READ      PIC 9(08) VALUE ZERO.
          05 WS-PRECOUNT-READ   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-EVTREAD   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-ADDS      PIC 9(08) VALUE ZERO.
          05 WS-COUNT-CHANGES   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-XFRONLY   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-DROPS     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-PHONE     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-NOENRICH  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-NOMERGE   PIC 9(08) VALUE ZERO.
      *
      *    BATCH CONTROL - THE NUMBER PAYROLL QUOTES BACK, THE
      *    DETAIL SEQUENCE WITHIN IT AND THE EMP-NUM HASH TOTAL.
       01 WS-BATCH-CONTROL.
          05 WS-BATCH-NO        PIC 9(06) VALUE ZERO.
          05 WS-HIGH-BATCH      PIC 9(06) VALUE ZERO.
          05 WS-DETAIL-SEQ      PIC 9(06) VALUE ZERO.
          05 WS-BATCH-HASH      PIC 9(15) VALUE ZERO.
      *
      *    IN-CORE COPY OF TONIGHT'S COBBAT04 OUTPUT, KEYED BY
      *    EMPLOYEE NUMBER.  A SERIAL LOOKUP IS FINE AT THIS FILE'S
      *    VOLUMES (SAME JUDGEMENT AS COBBAT06'S ENRICHMENT TABLE).
       01 WS-ENR-TABLE.
          05 WS-ENR-MAX         PIC 9(05) COMP VALUE 20000.
          05 WS-ENR-USED        PIC 9(05) COMP VALUE ZERO.
          05 WS-ENR-ENTRY OCCURS 20000.
             10 WS-ENR-ID       PIC X(10).
             10 WS-ENR-DEPT     PIC X(05).
             10 WS-ENR-DEPT-NM  PIC X(20).
      *
       01 WS-ENR-IDX            PIC 9(05) COMP VALUE ZERO.
       01 WS-ENR-FOUND          PIC 9(05) COMP VALUE ZERO.
      *
      *    THE SAME FOR THE MERGED FILE'S NAME AND ADDRESS.
       01 WS-MRG-TABLE.
          05 WS-MRG-MAX         PIC 9(05) COMP VALUE 20000.
          05 WS-MRG-USED        PIC 9(05) COMP VALUE ZERO.
          05 WS-MRG-ENTRY OCCURS 20000.
             10 WS-MRG-ID       PIC X(10).
             10 WS-MRG-FIRST-NM PIC X(20).
             10 WS-MRG-LAST-NM  PIC X(20).
             10 WS-MRG-ADDRESS  PIC X(50).
      *
       01 WS-MRG-IDX            PIC 9(05) COMP VALUE ZERO.
       01 WS-MRG-FOUND          PIC 9(05) COMP VALUE ZERO.
      *
      *    TONIGHT'S TRANSFERS.  WS-XFR-SENT IS SET 'Y' WHEN THE
      *    DEPARTMENT CHANGE RIDES ON AN EMPLOYEE'S DELTA DETAIL, SO
      *    ONLY THE REST GO OUT AS DEPARTMENT-ONLY DETAILS.
       01 WS-XFR-TABLE.
          05 WS-XFR-MAX         PIC 9(05) COMP VALUE 5000.
          05 WS-XFR-USED        PIC 9(05) COMP VALUE ZERO.
          05 WS-XFR-ENTRY OCCURS 5000.
             10 WS-XFR-ID       PIC X(10).
             10 WS-XFR-DEPT     PIC X(05).
             10 WS-XFR-SENT     PIC X(01).
      *
       01 WS-XFR-IDX            PIC 9(05) COMP VALUE ZERO.
       01 WS-XFR-FOUND          PIC 9(05) COMP VALUE ZERO.
      *
      *    EMP-NUM HASH WORK AREA - SEE COBEXP01'S COMPUTE-ID-HASH.
       01 WS-ID-HASH-VALUE     PIC 9(10) VALUE ZERO.
       01 WS-ID-DIGITS         PIC X(10) VALUE SPACES.
       01 WS-ID-DIGIT-LEN      PIC 9(02) COMP VALUE ZERO.
       01 WS-ID-IDX            PIC 9(02) COMP VALUE ZERO.
      *
       01 WS-DLTTRL-STATUS     PIC X(02) VALUE SPACES.
       01 WS-DLTTRL-EOF        PIC X(01) VALUE 'N'.
       01 WS-TRL3-EXPECTED     PIC 9(08) VALUE ZERO.
       01 WS-TRL3-SEEN         PIC X(01) VALUE 'N'.
       01 WS-TRL3-DATE         PIC X(10) VALUE SPACES.
      *
       01 WS-INTRL-STATUS      PIC X(02) VALUE SPACES.
       01 WS-INTRL-EOF         PIC X(01) VALUE 'N'.
       01 WS-TRL-EXPECTED      PIC 9(08) VALUE ZERO.
       01 WS-TRL-SEEN          PIC X(01) VALUE 'N'.
      *
       01 WS-EVTTRL-STATUS     PIC X(02) VALUE SPACES.
       01 WS-EVTTRL-EOF        PIC X(01) VALUE 'N'.
       01 WS-TRL7-EXPECTED     PIC 9(08) VALUE ZERO.
       01 WS-TRL7-SEEN         PIC X(01) VALUE 'N'.
       01 WS-TRL7-DATE         PIC X(10) VALUE SPACES.
      *
       01 WS-REG-STATUS        PIC X(02) VALUE SPACES.
       01 WS-REG-OPEN-STATUS   PIC X(02) VALUE SPACES.
      *
      *    REGISTER LINE BUILT HERE SO THE '-' SEPARATOR IS
      *    ACTUALLY INITIALIZED.
       01 WS-REGISTER-LINE.
          05 WS-REG-SEND-DATE   PIC X(10).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-REG-PAY-REC     PIC X(160).
      *
       01 WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
       01 WS-AUDIT-OPEN-STATUS PIC X(02) VALUE SPACES.
       01 WS-AUDIT-START-TS    PIC X(19) VALUE SPACES.
       01 WS-AUDIT-STOP-TS     PIC X(19) VALUE SPACES.
      *
      *    RUN-STATE GUARD - THE BUSINESS DATE AND RERUN OVERRIDE OF
      *    THE LAST NIGHT OPENED ON RUNSTDD, AND THIS PROGRAM'S STARTS
      *    FOR THAT DATE SINCE ITS LAST BACK-OUT (START TIME AND THE
      *    DATE IT STAMPED ON WHAT IT APPENDED).
       01 WS-RUNST-STATUS      PIC X(02) VALUE SPACES.
       01 WS-BKOUT-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RUN-GUARD.
          05 WS-GRD-PGM          PIC X(08) VALUE 'COBEXP02'.
          05 WS-GRD-BUS-DATE     PIC X(10) VALUE SPACES.
          05 WS-GRD-RERUN        PIC X(01) VALUE 'N'.
          05 WS-GRD-DONE         PIC X(01) VALUE 'N'.
          05 WS-GRD-TYPE         PIC X(01) VALUE SPACE.
          05 WS-GRD-KEY-DATE     PIC X(10) VALUE SPACES.
          05 WS-GRD-EOF          PIC X(01) VALUE 'N'.
          05 WS-GRD-MATCH        PIC X(01) VALUE 'N'.
          05 WS-GRD-TS-WANTED    PIC X(19) VALUE SPACES.
          05 WS-GRD-DATE-WANTED  PIC X(10) VALUE SPACES.
          05 WS-GRD-DROPPED      PIC 9(08) VALUE ZERO.
          05 WS-GRD-IDX          PIC 9(04) VALUE ZERO.
          05 WS-GRD-MAX          PIC 9(04) VALUE 20.
          05 WS-GRD-USED         PIC 9(04) VALUE ZERO.
          05 WS-GRD-PRIOR OCCURS 20.
             10 WS-GRD-PRIOR-TS  PIC X(19).
             10 WS-GRD-PRIOR-KEY PIC X(10).
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
      *------------------
      *-C O P Y B O O K S -
      *------------------
        COPY COBCPY03.
        COPY COBCPY07.
        COPY COBCPY08.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
           DISPLAY 'PROGRAM COBEXP02 - START'.
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-START-TS.
      *
           PERFORM CHECK-RUN-STATE.
      *
           PERFORM GET-RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-DELTA-TOTAL.
           PERFORM VERIFY-ENRICH-TOTAL.
           PERFORM LOAD-ENRICH-TABLE.
           PERFORM CHECK-ENRICH-TOTAL.
           PERFORM LOAD-MERGED-TABLE.
           PERFORM LOAD-TRANSFER-TABLE.
           PERFORM GET-BATCH-NUMBER.
           PERFORM WRITE-BATCH-HEADER.
      *
      *    ADDS AND NAME/ADDRESS CHANGES FROM THE DELTA, EACH
      *    CARRYING ITS TRANSFER TOO WHEN THERE IS ONE ...
           PERFORM READ-DELTA.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-READ
              PERFORM SELECT-DELTA
              PERFORM READ-DELTA
           END-PERFORM.
      *
      *    ... THEN THE TRANSFERS THAT HAD NO DELTA TO RIDE ON.
           PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-IDX > WS-XFR-USED
              IF WS-XFR-SENT(WS-XFR-IDX) = 'N'
                 PERFORM WRITE-TRANSFER-ONLY
              END-IF
           END-PERFORM.
      *
           PERFORM WRITE-BATCH-TRAILER.
           PERFORM INTERFACE-SUMMARY.
           PERFORM CLOSE-STOP.
      *
       GET-RUN-DATE.
      *    THE NIGHT'S BUSINESS DATE, SET BY CHECK-RUN-STATE (TODAY
      *    WHEN NO NIGHT IS OPEN).  A DATE ON THE CONTROL CARD ONLY
      *    COUNTS WHEN THE RUN IS NOT GUARDED - ONCE COBCAL01 HAS
      *    OPENED A NIGHT, THAT NIGHT'S DATE IS THE ONE EVERYTHING IS
      *    CHECKED AGAINST AND STAMPED WITH.
           MOVE WS-GRD-KEY-DATE TO WS-RUN-DATE.
      *
           OPEN INPUT CTL-CARD.
      *
           IF WS-CTL-STATUS = '00'
              READ CTL-CARD
              END-READ
              IF WS-CTL-STATUS = '00' AND CTL-DATE NOT = SPACES
                 IF WS-GRD-BUS-DATE = SPACES
                    MOVE CTL-DATE TO WS-RUN-DATE
                                     WS-GRD-KEY-DATE
                 ELSE
                    IF CTL-DATE NOT = WS-GRD-BUS-DATE
                       DISPLAY 'COBEXP02 CTLCARD DATE ' CTL-DATE
                               ' IGNORED - NIGHT OPEN FOR '
                               WS-GRD-BUS-DATE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
           CLOSE CTL-CARD.
      *
           DISPLAY 'COBEXP02 INTERFACE DATE: ' WS-RUN-DATE.
      *
       OPEN-FILES.
           OPEN INPUT  DLT-INPUT.
           OPEN INPUT  ENR-INPUT.
           OPEN INPUT  MRG-INPUT.
           OPEN INPUT  EVT-INPUT.
           OPEN OUTPUT PAY-OUTPUT.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBEXP02 - STOP'.
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-STOP-TS.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM MARK-RUN-COMPLETE.
      *
           CLOSE DLT-INPUT.
           CLOSE PAY-OUTPUT.
           CLOSE REG-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
       READ-DELTA.
           INITIALIZE DELTA-REC.
      *
           READ DLT-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       VERIFY-DELTA-TOTAL.
      *    PRE-COUNT THE DELTA AND COMPARE AGAINST COBBAT05'S
      *    TRAILER BEFORE A BATCH NUMBER IS TAKEN - A SHORT DELTA
      *    WOULD SILENTLY LOSE CHANGES PAYROLL NEEDS, A STALE ONE
      *    WOULD RESEND LAST NIGHT'S.  THE FILE IS THEN CLOSED AND
      *    REOPENED SO THE MAIN PASS READS IT FROM THE TOP.
           MOVE ZERO TO WS-PRECOUNT-READ.
           PERFORM READ-DELTA.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-PRECOUNT-READ
              PERFORM READ-DELTA
           END-PERFORM.
      *
           CLOSE DLT-INPUT.
           OPEN INPUT DLT-INPUT.
           MOVE SPACE TO LASTREC.
      *
           MOVE ZERO TO WS-TRL3-EXPECTED.
           MOVE 'N'  TO WS-TRL3-SEEN
                        WS-DLTTRL-EOF.
      *
           OPEN INPUT DLTTRL-INPUT.
      *
           IF WS-DLTTRL-STATUS = '00'
              PERFORM READ-DELTA-TRAILER
              PERFORM UNTIL WS-DLTTRL-EOF = 'Y'
                 IF DLTTRL-ID = 'TRAILER'
                AND DLTTRL-COUNT IS NUMERIC
                    ADD FUNCTION NUMVAL(DLTTRL-COUNT)
                       TO WS-TRL3-EXPECTED
                    MOVE DLTTRL-DATE TO WS-TRL3-DATE
                    MOVE 'Y' TO WS-TRL3-SEEN
                 END-IF
                 PERFORM READ-DELTA-TRAILER
              END-PERFORM
           END-IF.
      *
           CLOSE DLTTRL-INPUT.
      *
           EVALUATE TRUE
               WHEN WS-TRL3-SEEN = 'N'
                  DISPLAY 'COBEXP02 CONTROL-TOTAL CHECK FAILED - '
                          'NO PRODUCER TRAILER ON DLTRLDD'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               WHEN WS-TRL3-EXPECTED NOT = WS-PRECOUNT-READ
                  DISPLAY 'COBEXP02 CONTROL-TOTAL CHECK FAILED - '
                          'DLTRLDD TRAILER SAYS ' WS-TRL3-EXPECTED
                          ' RECORDS, COUNTED ' WS-PRECOUNT-READ
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               WHEN WS-TRL3-DATE NOT = WS-RUN-DATE
                  DISPLAY 'COBEXP02 STALE DELTA - TRAILER DATED '
                          WS-TRL3-DATE ', EXPECTED '
                          WS-RUN-DATE
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.
      *
       READ-DELTA-TRAILER.
           READ DLTTRL-INPUT
           AT END MOVE 'Y' TO WS-DLTTRL-EOF
           END-READ.
      *
       VERIFY-ENRICH-TOTAL.
      *    ONLY THE EXPECTED TOTAL IS GATHERED HERE; CHECK-ENRICH-
      *    TOTAL COMPARES IT ONCE LOAD-ENRICH-TABLE HAS COUNTED THE
      *    ROWS.
           MOVE ZERO TO WS-TRL-EXPECTED.
           MOVE 'N'  TO WS-TRL-SEEN
                        WS-INTRL-EOF.
      *
           OPEN INPUT INTRL-INPUT.
      *
           IF WS-INTRL-STATUS = '00'
              PERFORM READ-ENRICH-TRAILER
              PERFORM UNTIL WS-INTRL-EOF = 'Y'
                 IF INTRL-ID = 'TRAILER'
                AND INTRL-COUNT IS NUMERIC
                    ADD FUNCTION NUMVAL(INTRL-COUNT)
                       TO WS-TRL-EXPECTED
                    MOVE 'Y' TO WS-TRL-SEEN
                 END-IF
                 PERFORM READ-ENRICH-TRAILER
              END-PERFORM
           END-IF.
      *
           CLOSE INTRL-INPUT.
      *
       READ-ENRICH-TRAILER.
           READ INTRL-INPUT
           AT END MOVE 'Y' TO WS-INTRL-EOF
           END-READ.
      *
       CHECK-ENRICH-TOTAL.
      *    A SHORT ENRICHMENT FILE WOULD SEND PAYROLL BLANK
      *    DEPARTMENTS - STOP HARD.
           EVALUATE TRUE
               WHEN WS-TRL-SEEN = 'N'
                  DISPLAY 'COBEXP02 CONTROL-TOTAL CHECK FAILED - '
                          'NO PRODUCER TRAILER ON INTRLDD'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               WHEN WS-TRL-EXPECTED NOT = WS-ENR-USED
                  DISPLAY 'COBEXP02 CONTROL-TOTAL CHECK FAILED - '
                          'INTRLDD TRAILER SAYS ' WS-TRL-EXPECTED
                          ' RECORDS, LOADED ' WS-ENR-USED
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.
      *
       LOAD-ENRICH-TABLE.
      *    MORE ROWS THAN THE TABLE HOLDS MEANS THE LIMIT NEEDS
      *    RAISING - STOP RATHER THAN SEND AGAINST A PARTIAL
      *    ENRICHMENT.
           PERFORM READ-ENRICH.
           PERFORM UNTIL WS-ENR-EOF = 'Y'
              IF WS-ENR-USED >= WS-ENR-MAX
                 DISPLAY 'COBEXP02 ABEND - ENRICHMENT TABLE FULL '
                         'AT ' WS-ENR-MAX
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-ENR-USED
              MOVE ENR-EMP-ID     TO WS-ENR-ID(WS-ENR-USED)
              MOVE ENR-DEPT       TO WS-ENR-DEPT(WS-ENR-USED)
              MOVE ENR-DEPT-NAME  TO WS-ENR-DEPT-NM(WS-ENR-USED)
              PERFORM READ-ENRICH
           END-PERFORM.
      *
           CLOSE ENR-INPUT.
      *
           DISPLAY 'COBEXP02 ENRICHMENT ROWS LOADED: ' WS-ENR-USED.
      *
       READ-ENRICH.
           INITIALIZE ENRICH-REC.
      *
           READ ENR-INPUT
           AT END MOVE 'Y' TO WS-ENR-EOF
           END-READ.
      *
       LOAD-MERGED-TABLE.
           PERFORM READ-MERGED.
           PERFORM UNTIL WS-MRG-EOF = 'Y'
              IF WS-MRG-USED >= WS-MRG-MAX
                 DISPLAY 'COBEXP02 ABEND - MERGED TABLE FULL '
                         'AT ' WS-MRG-MAX
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE MERGED-REC   TO COBCPY03
              ADD 1 TO WS-MRG-USED
              MOVE OUT-NUM      TO WS-MRG-ID(WS-MRG-USED)
              MOVE OUT-FIRST-NM TO WS-MRG-FIRST-NM(WS-MRG-USED)
              MOVE OUT-LAST-NM  TO WS-MRG-LAST-NM(WS-MRG-USED)
              MOVE OUT-ADDRESS  TO WS-MRG-ADDRESS(WS-MRG-USED)
              PERFORM READ-MERGED
           END-PERFORM.
      *
           CLOSE MRG-INPUT.
      *
           DISPLAY 'COBEXP02 MERGED ROWS LOADED    : ' WS-MRG-USED.
      *
       READ-MERGED.
           INITIALIZE MERGED-REC.
      *
           READ MRG-INPUT
           AT END MOVE 'Y' TO WS-MRG-EOF
           END-READ.
      *
       LOAD-TRANSFER-TABLE.
      *    EVERY EVENT IS COUNTED AGAINST COBBAT07'S TRAILER (WHICH
      *    MUST ALSO CARRY TONIGHT'S DATE); ONLY THE TRANSFERS ARE
      *    KEPT.
           PERFORM READ-EVENT.
           PERFORM UNTIL WS-EVT-EOF = 'Y'
              ADD 1 TO WS-COUNT-EVTREAD
              MOVE EVENT-REC TO COBCPY07
              IF EVT-TRANSFER
                 IF WS-XFR-USED >= WS-XFR-MAX
                    DISPLAY 'COBEXP02 ABEND - TRANSFER TABLE FULL '
                            'AT ' WS-XFR-MAX
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-XFR-USED
                 MOVE EVT-EMP-NUM  TO WS-XFR-ID(WS-XFR-USED)
                 MOVE EVT-NEW-DEPT TO WS-XFR-DEPT(WS-XFR-USED)
                 MOVE 'N'          TO WS-XFR-SENT(WS-XFR-USED)
              END-IF
              PERFORM READ-EVENT
           END-PERFORM.
      *
           CLOSE EVT-INPUT.
      *
           MOVE ZERO TO WS-TRL7-EXPECTED.
           MOVE 'N'  TO WS-TRL7-SEEN
                        WS-EVTTRL-EOF.
      *
           OPEN INPUT EVTTRL-INPUT.
      *
           IF WS-EVTTRL-STATUS = '00'
              PERFORM READ-EVENT-TRAILER
              PERFORM UNTIL WS-EVTTRL-EOF = 'Y'
                 IF EVTTRL-ID = 'TRAILER'
                AND EVTTRL-COUNT IS NUMERIC
                    ADD FUNCTION NUMVAL(EVTTRL-COUNT)
                       TO WS-TRL7-EXPECTED
                    MOVE EVTTRL-DATE TO WS-TRL7-DATE
                    MOVE 'Y' TO WS-TRL7-SEEN
                 END-IF
                 PERFORM READ-EVENT-TRAILER
              END-PERFORM
           END-IF.
      *
           CLOSE EVTTRL-INPUT.
      *
           EVALUATE TRUE
               WHEN WS-TRL7-SEEN = 'N'
                  DISPLAY 'COBEXP02 CONTROL-TOTAL CHECK FAILED - '
                          'NO PRODUCER TRAILER ON EVTRLDD'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               WHEN WS-TRL7-EXPECTED NOT = WS-COUNT-EVTREAD
                  DISPLAY 'COBEXP02 CONTROL-TOTAL CHECK FAILED - '
                          'EVTRLDD TRAILER SAYS ' WS-TRL7-EXPECTED
                          ' RECORDS, READ ' WS-COUNT-EVTREAD
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               WHEN WS-TRL7-DATE NOT = WS-RUN-DATE
                  DISPLAY 'COBEXP02 STALE EVENTS - TRAILER DATED '
                          WS-TRL7-DATE ', EXPECTED '
                          WS-RUN-DATE
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.
      *
           DISPLAY 'COBEXP02 TRANSFERS LOADED      : ' WS-XFR-USED.
      *
       READ-EVENT.
           INITIALIZE EVENT-REC.
      *
           READ EVT-INPUT
           AT END MOVE 'Y' TO WS-EVT-EOF
           END-READ.
      *
       READ-EVENT-TRAILER.
           READ EVTTRL-INPUT
           AT END MOVE 'Y' TO WS-EVTTRL-EOF
           END-READ.
      *
       GET-BATCH-NUMBER.
      *    TONIGHT'S BATCH IS ONE ABOVE THE HIGHEST EVER SENT.  A
      *    RUN THAT DIES PART WAY THROUGH HAS STILL USED ITS NUMBER
      *    (ITS HEADER IS ON THE REGISTER), SO A RERUN NEVER REUSES
      *    A BATCH NUMBER PAYROLL MAY ALREADY HAVE SEEN.  THE
      *    REGISTER IS THEN REOPENED TO APPEND TONIGHT'S RECORDS.
           MOVE ZERO TO WS-HIGH-BATCH.
           OPEN INPUT REG-FILE.
           MOVE WS-REG-STATUS TO WS-REG-OPEN-STATUS.
      *
           IF WS-REG-OPEN-STATUS = '00'
              PERFORM READ-REGISTER
              PERFORM UNTIL WS-REG-EOF = 'Y'
                 IF REG-BATCH-NO IS NUMERIC
                AND REG-BATCH-NO > WS-HIGH-BATCH
                    MOVE REG-BATCH-NO TO WS-HIGH-BATCH
                 END-IF
                 PERFORM READ-REGISTER
              END-PERFORM
           END-IF.
      *
           CLOSE REG-FILE.
      *
           IF WS-HIGH-BATCH = 999999
              DISPLAY 'COBEXP02 ABEND - BATCH NUMBERS EXHAUSTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-BATCH-NO = WS-HIGH-BATCH + 1.
      *
           IF WS-REG-OPEN-STATUS = '00'
              OPEN EXTEND REG-FILE
           ELSE
              OPEN OUTPUT REG-FILE
           END-IF.
      *
           DISPLAY 'COBEXP02 PAYROLL BATCH NUMBER  : ' WS-BATCH-NO.
      *
       READ-REGISTER.
           INITIALIZE REGISTER-REC.
      *
           READ REG-FILE
           AT END MOVE 'Y' TO WS-REG-EOF
           END-READ.
      *
       WRITE-BATCH-HEADER.
           MOVE SPACES        TO COBCPY08.
           SET PAY-HEADER     TO TRUE.
           MOVE WS-BATCH-NO   TO PAY-BATCH-NO.
           MOVE WS-RUN-DATE   TO PAY-HDR-DATE.
           MOVE 'EMPDIR'      TO PAY-HDR-SOURCE.
           PERFORM WRITE-PAYIF-RECORD.
      *
       SELECT-DELTA.
      *    A = NEW TO PAYROLL'S FEED.  C = A DETAIL ONLY WHEN THE NAME
      *    OR ADDRESS MOVED (OR THE EMPLOYEE ALSO TRANSFERRED).
      *    D = A LEAVER, NOT A PAYROLL CHANGE.
           MOVE DLT-EMP-REC TO COBCPY03.
      *
           EVALUATE DLT-CHANGE-TYPE
              WHEN 'A'
                 PERFORM BUILD-DELTA-DETAIL
                 SET PAY-DTL-ADD TO TRUE
                 MOVE 'Y' TO PAY-DTL-NAME-CHG
                             PAY-DTL-ADDR-CHG
                             PAY-DTL-DEPT-CHG
                 PERFORM WRITE-DETAIL
                 ADD 1 TO WS-COUNT-ADDS
              WHEN 'C'
                 PERFORM BUILD-DELTA-DETAIL
                 SET PAY-DTL-CHANGE TO TRUE
                 MOVE DLT-NAME-CHG TO PAY-DTL-NAME-CHG
                 MOVE DLT-ADDR-CHG TO PAY-DTL-ADDR-CHG
                 IF PAY-DTL-NAME-CHG = 'Y'
                 OR PAY-DTL-ADDR-CHG = 'Y'
                 OR PAY-DTL-DEPT-CHG = 'Y'
                    PERFORM WRITE-DETAIL
                    ADD 1 TO WS-COUNT-CHANGES
                 ELSE
                    ADD 1 TO WS-COUNT-PHONE
                 END-IF
              WHEN 'D'
                 ADD 1 TO WS-COUNT-DROPS
              WHEN OTHER
                 DISPLAY 'COBEXP02 UNKNOWN DELTA CHANGE TYPE '
                         DLT-CHANGE-TYPE ' FOR ' OUT-NUM
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
           END-EVALUATE.
      *
       BUILD-DELTA-DETAIL.
      *    NAME AND ADDRESS FROM THE DELTA IMAGE, DEPARTMENT FROM
      *    TONIGHT'S ENRICHMENT.  A TRANSFER FOR THE SAME EMPLOYEE
      *    IS TAKEN UP HERE SO THEY GET ONE DETAIL, NOT TWO.
           MOVE SPACES       TO COBCPY08.
           SET PAY-DETAIL    TO TRUE.
           MOVE OUT-NUM      TO PAY-DTL-EMP-NUM.
           MOVE OUT-FIRST-NM TO PAY-DTL-FIRST-NM.
           MOVE OUT-LAST-NM  TO PAY-DTL-LAST-NM.
           MOVE OUT-ADDRESS  TO PAY-DTL-ADDRESS.
           MOVE 'N'          TO PAY-DTL-DEPT-CHG.
           PERFORM ADD-DEPARTMENT.
      *
           PERFORM FIND-TRANSFER.
           IF WS-XFR-FOUND > ZERO
              MOVE 'Y' TO PAY-DTL-DEPT-CHG
                          WS-XFR-SENT(WS-XFR-FOUND)
           END-IF.
      *
       WRITE-TRANSFER-ONLY.
      *    DEPARTMENT CHANGE WITH NO NAME OR ADDRESS CHANGE - NAME
      *    AND ADDRESS COME FROM THE MERGED FILE, FOR IDENTIFICATION.
           MOVE WS-XFR-ID(WS-XFR-IDX) TO OUT-NUM.
      *
           MOVE SPACES       TO COBCPY08.
           SET PAY-DETAIL    TO TRUE.
           SET PAY-DTL-CHANGE TO TRUE.
           MOVE OUT-NUM      TO PAY-DTL-EMP-NUM.
           MOVE 'N'          TO PAY-DTL-NAME-CHG
                                PAY-DTL-ADDR-CHG.
           MOVE 'Y'          TO PAY-DTL-DEPT-CHG.
      *
           PERFORM FIND-MERGED.
           IF WS-MRG-FOUND > ZERO
              MOVE WS-MRG-FIRST-NM(WS-MRG-FOUND) TO PAY-DTL-FIRST-NM
              MOVE WS-MRG-LAST-NM(WS-MRG-FOUND)  TO PAY-DTL-LAST-NM
              MOVE WS-MRG-ADDRESS(WS-MRG-FOUND)  TO PAY-DTL-ADDRESS
           ELSE
              ADD 1 TO WS-COUNT-NOMERGE
           END-IF.
      *
           PERFORM ADD-DEPARTMENT.
           IF PAY-DTL-DEPT = SPACES
              MOVE WS-XFR-DEPT(WS-XFR-IDX) TO PAY-DTL-DEPT
           END-IF.
      *
           PERFORM WRITE-DETAIL.
           ADD 1 TO WS-COUNT-XFRONLY.
      *
       ADD-DEPARTMENT.
           PERFORM FIND-ENRICHMENT.
           IF WS-ENR-FOUND > ZERO
              MOVE WS-ENR-DEPT(WS-ENR-FOUND)    TO PAY-DTL-DEPT
              MOVE WS-ENR-DEPT-NM(WS-ENR-FOUND) TO PAY-DTL-DEPT-NAME
           ELSE
              ADD 1 TO WS-COUNT-NOENRICH
           END-IF.
      *
       FIND-ENRICHMENT.
           MOVE ZERO TO WS-ENR-FOUND.
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-USED
                      OR WS-ENR-FOUND > ZERO
              IF WS-ENR-ID(WS-ENR-IDX) = OUT-NUM
                 MOVE WS-ENR-IDX TO WS-ENR-FOUND
              END-IF
           END-PERFORM.
      *
       FIND-MERGED.
           MOVE ZERO TO WS-MRG-FOUND.
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MRG-USED
                      OR WS-MRG-FOUND > ZERO
              IF WS-MRG-ID(WS-MRG-IDX) = OUT-NUM
                 MOVE WS-MRG-IDX TO WS-MRG-FOUND
              END-IF
           END-PERFORM.
      *
       FIND-TRANSFER.
           MOVE ZERO TO WS-XFR-FOUND.
           PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-IDX > WS-XFR-USED
                      OR WS-XFR-FOUND > ZERO
              IF WS-XFR-ID(WS-XFR-IDX) = OUT-NUM
                 MOVE WS-XFR-IDX TO WS-XFR-FOUND
              END-IF
           END-PERFORM.
      *
       WRITE-DETAIL.
      *    NUMBER THE DETAIL, STAMP THE BATCH AND EFFECTIVE DATE AND
      *    ADD IT TO THE COUNT AND HASH TOTAL.
           ADD 1 TO WS-DETAIL-SEQ.
           MOVE WS-BATCH-NO   TO PAY-BATCH-NO.
           MOVE WS-DETAIL-SEQ TO PAY-DTL-SEQ.
           MOVE WS-RUN-DATE   TO PAY-DTL-EFF-DATE.
      *
           PERFORM COMPUTE-ID-HASH.
           ADD WS-ID-HASH-VALUE TO WS-BATCH-HASH.
      *
           PERFORM WRITE-PAYIF-RECORD.
      *
       COMPUTE-ID-HASH.
      *    PULL THE DIGITS OUT OF THE EMP-NUM AND TAKE THEIR NUMERIC
      *    VALUE, EXACTLY AS COBEXP01 DOES FOR ITS EXTRACTS.
           MOVE SPACES TO WS-ID-DIGITS.
           MOVE ZERO   TO WS-ID-DIGIT-LEN
                          WS-ID-HASH-VALUE.
      *
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > 10
              IF PAY-DTL-EMP-NUM(WS-ID-IDX:1) IS NUMERIC
                 ADD 1 TO WS-ID-DIGIT-LEN
                 MOVE PAY-DTL-EMP-NUM(WS-ID-IDX:1)
                   TO WS-ID-DIGITS(WS-ID-DIGIT-LEN:1)
              END-IF
           END-PERFORM.
      *
           IF WS-ID-DIGIT-LEN > ZERO
              COMPUTE WS-ID-HASH-VALUE
                 = FUNCTION NUMVAL(WS-ID-DIGITS(1:WS-ID-DIGIT-LEN))
           END-IF.
      *
       WRITE-BATCH-TRAILER.
      *    THE TRAILER IS ALSO WHAT MARKS THE BATCH COMPLETE ON THE
      *    REGISTER - COBREC03 IGNORES A BATCH WITHOUT ONE.
           MOVE SPACES         TO COBCPY08.
           SET PAY-TRAILER     TO TRUE.
           MOVE WS-BATCH-NO    TO PAY-BATCH-NO.
           MOVE WS-DETAIL-SEQ  TO PAY-TRL-COUNT.
           MOVE WS-BATCH-HASH  TO PAY-TRL-HASH.
           PERFORM WRITE-PAYIF-RECORD.
      *
       WRITE-PAYIF-RECORD.
           WRITE PAYIF-REC      FROM COBCPY08.
      *
           IF FS-PAYIF-OK
              CONTINUE
           ELSE
              MOVE 'ERROR IN WRITING PAYIFDD'
                                           TO WS-ERROR
              MOVE FS-PAYIF                TO WS-FILE-STATUS
              DISPLAY 'COBEXP02 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      *    THE SAME RECORD GOES TO THE PERMANENT REGISTER, STAMPED
      *    WITH TONIGHT'S SEND DATE.
           MOVE WS-RUN-DATE TO WS-REG-SEND-DATE.
           MOVE COBCPY08    TO WS-REG-PAY-REC.
           WRITE REGISTER-REC   FROM WS-REGISTER-LINE.
      *
           IF WS-REG-STATUS = '00'
              CONTINUE
           ELSE
              MOVE 'ERROR IN WRITING SENTDD'
                                           TO WS-ERROR
              MOVE WS-REG-STATUS           TO WS-FILE-STATUS
              DISPLAY 'COBEXP02 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       INTERFACE-SUMMARY.
      *    BALANCE CHECK - DELTA RECORDS READ SHOULD EQUAL ADDS PLUS
      *    CHANGES SENT PLUS PHONE-ONLY CHANGES PLUS DROPS; DETAILS
      *    SENT SHOULD EQUAL ADDS PLUS CHANGES PLUS TRANSFER-ONLY.
           DISPLAY '============================================'.
           DISPLAY 'COBEXP02 PAYROLL INTERFACE SUMMARY'.
           DISPLAY '  BATCH NUMBER           : ' WS-BATCH-NO.
           DISPLAY '  DELTA RECORDS READ     : ' WS-COUNT-READ.
           DISPLAY '  EVENTS READ            : ' WS-COUNT-EVTREAD.
           DISPLAY '  NEW EMPLOYEES (A)      : ' WS-COUNT-ADDS.
           DISPLAY '  NAME/ADDR CHANGES (C)  : ' WS-COUNT-CHANGES.
           DISPLAY '  TRANSFER-ONLY (C)      : ' WS-COUNT-XFRONLY.
           DISPLAY '  PHONE-ONLY (NOT SENT)  : ' WS-COUNT-PHONE.
           DISPLAY '  LEAVERS (NOT SENT)     : ' WS-COUNT-DROPS.
           DISPLAY '  DETAILS SENT           : ' WS-DETAIL-SEQ.
           DISPLAY '  EMP-NUM HASH TOTAL     : ' WS-BATCH-HASH.
           DISPLAY '  DETAILS WITHOUT DEPT   : ' WS-COUNT-NOENRICH.
           DISPLAY '  TRANSFERS NOT ON MERGE : ' WS-COUNT-NOMERGE.
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
           MOVE 'COBEXP02'         TO AUDIT-PGM
           MOVE WS-AUDIT-START-TS  TO AUDIT-START-TS
           MOVE WS-AUDIT-STOP-TS   TO AUDIT-STOP-TS
           MOVE WS-DETAIL-SEQ      TO AUDIT-REC-COUNT
           MOVE WS-RETURN-CODE     TO AUDIT-RETURN-CD
           WRITE AUDIT-REC.
      *
           CLOSE AUDIT-LOG.
      *
       CHECK-RUN-STATE.
      *    THE BUSINESS DATE IS THE ONE ON THE LAST 'O' ROW - THE
      *    NIGHT COBCAL01 OPENED AT THE TOP OF THE JOB - SO A STEP
      *    THAT STARTS AFTER MIDNIGHT STILL BELONGS TO ITS NIGHT.
      *    WHAT THE STEP STAMPS ON THE ROWS IT APPENDS IS KEYED ON
      *    THE BUSINESS DATE TOO; THE SYSTEM DATE ONLY WHEN NO NIGHT
      *    IS OPEN AND THE RUN IS NOT GUARDED.
      *    CALLED BEFORE ANY OTHER FILE IS OPENED.
           MOVE WS-AUDIT-START-TS(1:10) TO WS-GRD-KEY-DATE.
           MOVE 'N' TO WS-GRD-EOF.
           OPEN INPUT RUN-STATE.
      *
           IF WS-RUNST-STATUS = '00'
              PERFORM READ-RUN-STATE
              PERFORM UNTIL WS-GRD-EOF = 'Y'
                 IF RSTATE-OPENED
                    MOVE RSTATE-BUS-DATE TO WS-GRD-BUS-DATE
                    MOVE RSTATE-RERUN    TO WS-GRD-RERUN
                 END-IF
                 PERFORM READ-RUN-STATE
              END-PERFORM
           END-IF.
      *
           CLOSE RUN-STATE.
      *
           IF WS-GRD-BUS-DATE = SPACES
              DISPLAY 'COBEXP02 NO NIGHT OPEN ON RUNSTDD - RUN IS NOT '
                      'GUARDED'
           ELSE
              DISPLAY 'COBEXP02 BUSINESS DATE: ' WS-GRD-BUS-DATE
              MOVE WS-GRD-BUS-DATE TO WS-GRD-KEY-DATE
              PERFORM FIND-PRIOR-STARTS
              PERFORM APPLY-RUN-GUARD
           END-IF.
      *
       FIND-PRIOR-STARTS.
      *    THIS PROGRAM'S OWN ROWS FOR THE DATE - EVERY START SINCE
      *    ITS LAST BACK-OUT, AND WHETHER ONE OF THEM COMPLETED.
           MOVE ZERO TO WS-GRD-USED.
           MOVE 'N'  TO WS-GRD-DONE
                        WS-GRD-EOF.
           OPEN INPUT RUN-STATE.
           PERFORM READ-RUN-STATE.
      *
           PERFORM UNTIL WS-GRD-EOF = 'Y'
              IF RSTATE-BUS-DATE = WS-GRD-BUS-DATE
             AND RSTATE-PGM = WS-GRD-PGM
                 EVALUATE TRUE
                    WHEN RSTATE-STARTED
                       IF WS-GRD-USED >= WS-GRD-MAX
                          DISPLAY 'COBEXP02 ABEND - OVER ' WS-GRD-MAX
                                  ' STARTS FOR ' WS-GRD-BUS-DATE
                                  ' ON RUNSTDD'
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-GRD-USED
                       MOVE RSTATE-TS
                         TO WS-GRD-PRIOR-TS(WS-GRD-USED)
                       MOVE RSTATE-KEY-DATE
                         TO WS-GRD-PRIOR-KEY(WS-GRD-USED)
                    WHEN RSTATE-COMPLETED
                       MOVE 'Y' TO WS-GRD-DONE
                    WHEN RSTATE-BACKED-OUT
                       MOVE ZERO TO WS-GRD-USED
                       MOVE 'N'  TO WS-GRD-DONE
                 END-EVALUATE
              END-IF
              PERFORM READ-RUN-STATE
           END-PERFORM.
      *
           CLOSE RUN-STATE.
      *
       READ-RUN-STATE.
           READ RUN-STATE
           AT END MOVE 'Y' TO WS-GRD-EOF
           END-READ.
      *
       APPLY-RUN-GUARD.
      *    ALREADY COMPLETED FOR THE DATE: WITHOUT THE RERUN OVERRIDE
      *    THE STEP ENDS RC=4 HERE, BEFORE IT OPENS ANYTHING, SO NOTHING
      *    IS APPENDED TWICE AND THE OUTPUT OF THE RUN THAT COMPLETED
      *    STAYS IN PLACE FOR THE STEPS AFTER IT.  WITH THE OVERRIDE,
      *    WHATEVER THE EARLIER STARTS APPENDED IS BACKED OUT FIRST SO
      *    THIS RUN REPLACES THEM.  AN EARLIER START THAT NEVER
      *    COMPLETED IS BEING RESTARTED - ITS ROWS ARE KEPT UNLESS THE
      *    OVERRIDE WAS GIVEN.
           IF WS-GRD-DONE = 'Y' AND WS-GRD-RERUN NOT = 'Y'
              DISPLAY 'COBEXP02 ALREADY COMPLETED FOR ' WS-GRD-BUS-DATE
                      ' - NOT RUN AGAIN WITHOUT THE RERUN OVERRIDE'
              DISPLAY 'PROGRAM COBEXP02 - STOP'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           IF WS-GRD-USED > ZERO AND WS-GRD-RERUN = 'Y'
              DISPLAY 'COBEXP02 RERUN FOR ' WS-GRD-BUS-DATE
                      ' - BACKING OUT ' WS-GRD-USED ' EARLIER RUN(S)'
              PERFORM BACK-OUT-PRIOR-RUNS
              MOVE 'B' TO WS-GRD-TYPE
              PERFORM WRITE-RUN-STATE
           END-IF.
      *
           MOVE 'S' TO WS-GRD-TYPE.
           PERFORM WRITE-RUN-STATE.
      *
       MARK-RUN-COMPLETE.
      *    ONLY A RUN THAT ENDED RC=4 OR LESS IS DONE FOR THE NIGHT -
      *    A FAILED ONE MUST BE FREE TO RUN AGAIN ONCE IT IS FIXED.
           IF WS-GRD-BUS-DATE NOT = SPACES
          AND WS-RETURN-CODE <= 4
              MOVE 'C' TO WS-GRD-TYPE
              PERFORM WRITE-RUN-STATE
           END-IF.
      *
       WRITE-RUN-STATE.
      *    THE NIGHT IS OPEN, SO THE FILE IS THERE TO EXTEND.
           OPEN EXTEND RUN-STATE.
      *
           MOVE SPACES            TO RSTATE-REC.
           MOVE WS-GRD-TYPE       TO RSTATE-TYPE.
           MOVE WS-GRD-BUS-DATE   TO RSTATE-BUS-DATE.
           MOVE WS-GRD-PGM        TO RSTATE-PGM.
           MOVE WS-AUDIT-START-TS TO RSTATE-TS.
           MOVE WS-GRD-KEY-DATE   TO RSTATE-KEY-DATE.
           MOVE WS-RETURN-CODE TO RSTATE-RETURN-CD.
           WRITE RSTATE-REC.
      *
           IF WS-RUNST-STATUS NOT = '00'
              DISPLAY 'COBEXP02 ABEND - ERROR WRITING RUN STATE, '
                      'FILE STATUS ' WS-RUNST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           CLOSE RUN-STATE.
      *
       BACK-OUT-PRIOR-RUNS.
           PERFORM BACK-OUT-AUDIT-LOG.
      *
       BACK-OUT-AUDIT-LOG.
      *    THIS PROGRAM'S AUDITLOG ROWS FOR THE EARLIER STARTS,
      *    KNOWN BY THEIR START TIME.  THE LOG IS COPIED THROUGH
      *    BKOUTDD WITHOUT THEM AND THEN COPIED BACK.
           MOVE ZERO TO WS-GRD-DROPPED.
           OPEN INPUT AUDIT-LOG.
      *
           IF WS-AUDIT-STATUS = '00'
              PERFORM OPEN-BACKOUT-WORK
              MOVE 'N' TO WS-GRD-EOF
              PERFORM READ-AUDIT-LOG-BACKOUT
              PERFORM UNTIL WS-GRD-EOF = 'Y'
                 MOVE 'N' TO WS-GRD-MATCH
                 IF AUDIT-PGM = WS-GRD-PGM
                    MOVE AUDIT-START-TS TO WS-GRD-TS-WANTED
                    PERFORM FIND-PRIOR-START
                 END-IF
                 IF WS-GRD-MATCH = 'Y'
                    ADD 1 TO WS-GRD-DROPPED
                 ELSE
                    MOVE AUDIT-REC TO BACKOUT-REC
                    PERFORM WRITE-BACKOUT-WORK
                 END-IF
                 PERFORM READ-AUDIT-LOG-BACKOUT
              END-PERFORM
              CLOSE AUDIT-LOG
              CLOSE BACKOUT-WORK
              IF WS-GRD-DROPPED > ZERO
                 OPEN OUTPUT AUDIT-LOG
                 OPEN INPUT BACKOUT-WORK
                 MOVE 'N' TO WS-GRD-EOF
                 PERFORM READ-BACKOUT-WORK
                 PERFORM UNTIL WS-GRD-EOF = 'Y'
                    WRITE AUDIT-REC FROM BACKOUT-REC
                    IF WS-AUDIT-STATUS NOT = '00'
                       DISPLAY 'COBEXP02 ABEND - ERROR RESTORING '
                               'AUDITLOG, FILE STATUS '
                               WS-AUDIT-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    PERFORM READ-BACKOUT-WORK
                 END-PERFORM
                 CLOSE AUDIT-LOG
                 CLOSE BACKOUT-WORK
              END-IF
           ELSE
              CLOSE AUDIT-LOG
           END-IF.
      *
           DISPLAY 'COBEXP02 BACKED OUT ' WS-GRD-DROPPED
                   ' AUDITLOG ROW(S)'.
      *
       READ-AUDIT-LOG-BACKOUT.
           READ AUDIT-LOG
           AT END MOVE 'Y' TO WS-GRD-EOF
           END-READ.
      *
       FIND-PRIOR-START.
           MOVE 'N' TO WS-GRD-MATCH.
      *
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                   UNTIL WS-GRD-IDX > WS-GRD-USED
                      OR WS-GRD-MATCH = 'Y'
              IF WS-GRD-PRIOR-TS(WS-GRD-IDX) = WS-GRD-TS-WANTED
                 MOVE 'Y' TO WS-GRD-MATCH
              END-IF
           END-PERFORM.
      *
       OPEN-BACKOUT-WORK.
           OPEN OUTPUT BACKOUT-WORK.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBEXP02 ABEND - ERROR OPENING BKOUTDD, FILE '
                      'STATUS ' WS-BKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       WRITE-BACKOUT-WORK.
           WRITE BACKOUT-REC.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBEXP02 ABEND - ERROR WRITING BKOUTDD, FILE '
                      'STATUS ' WS-BKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       READ-BACKOUT-WORK.
           READ BACKOUT-WORK
           AT END MOVE 'Y' TO WS-GRD-EOF
           END-READ.
      *

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBBAT07.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    COBBAT05'S DELTA FILE - TONIGHT'S ADDS AND DROPS ARE THE
      *    JOINERS AND LEAVERS.  'C' RECORDS (NAME/PHONE/ADDRESS
      *    CHANGES) ARE NOT PROVISIONING EVENTS AND ARE PASSED OVER.
           SELECT DLT-INPUT  ASSIGN TO DLTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-DELTA.
      *
      *    COBBAT05'S COUNT TRAILER FOR THE DELTA - SAME COUNT AND
      *    RUN-DATE HANDSHAKE AS COBBAT06'S DELTA LOAD, SO A STALE
      *    DELTA CANNOT RE-ISSUE LAST NIGHT'S EVENTS.
           SELECT OPTIONAL DLTTRL-INPUT ASSIGN TO DLTRLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DLTTRL-STATUS.
      *
      *    TONIGHT'S COBBAT04 ENRICHED OUTPUT - DEPARTMENT, STATUS
      *    AND HIRE DATE FOR EVERY EMPLOYEE, HELD IN CORE.
           SELECT ENR-INPUT  ASSIGN TO INDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-ENRICH.
      *
           SELECT OPTIONAL INTRL-INPUT ASSIGN TO INTRLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-INTRL-STATUS.
      *
      *    LAST NIGHT'S COBBAT04 ENRICHED OUTPUT, KEPT AS A
      *    GENERATION THE SAME WAY COBBAT03.PRIOR IS (SEE STEP047 IN
      *    JCL/COBDRVP.proc).  OPTIONAL SO THE FIRST EVER RUN, WITH
      *    NO PRIOR GENERATION, SIMPLY RAISES NO TRANSFERS OR STATUS
      *    CHANGES.
           SELECT OPTIONAL PRI-INPUT  ASSIGN TO PRIORDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PRIOR.
      *
      *    COBBAT05'S PERMANENT CHANGE HISTORY - SEARCHED FOR AN
      *    EARLIER DROP OF EACH OF TONIGHT'S ADDS, WHICH MAKES THE
      *    ADD A REHIRE RATHER THAN A NEW HIRE.
           SELECT OPTIONAL HST-INPUT  ASSIGN TO HISTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-HISTORY.
      *
      *    CONTROL CARD - OPTIONAL RUN DATE (YYYY-MM-DD) FOR A
      *    PRIOR-DAY RERUN, SAME CARD LAYOUT AS COBBAT06'S.
           SELECT OPTIONAL CTL-CARD ASSIGN TO CTLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
      *
      *    TONIGHT'S CLASSIFIED EVENTS (COBCPY07) FOR THE ACCESS
      *    PROVISIONING TEAM.
           SELECT EVT-OUTPUT  ASSIGN TO EVTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EVENT.
      *
      *    PERMANENT EVENT HISTORY - EVERY EVENT IS ALSO APPENDED
      *    HERE, FOR THE SAME REASON COBBAT05 KEEPS HISTDD: EVTDD IS
      *    OVERWRITTEN EVERY NIGHT.
           SELECT OPTIONAL EVH-OUTPUT  ASSIGN TO EVTHDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EVTHIST.
      *
      *    COUNT TRAILER FOR EVTDD - SAME LAYOUT AS THE CHAIN'S
      *    OTHER PRODUCERS WRITE.
           SELECT TRL-OUTPUT ASSIGN TO TRLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-TRAILER.
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
      *    FIELD-GROUP CHANGE FLAGS, THEN THE FULL COBCPY03 IMAGE
      *    (LAST NIGHT'S IMAGE ON A 'D').
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
      *    PRIORDD IS ALSO COBBAT04'S OUTDD LAYOUT.
       FD  PRI-INPUT  RECORDING MODE F.
       01  PRIOR-REC.
           05  PRI-NAME       PIC X(10).
           05  FILLER         PIC X(01).
           05  PRI-DATE       PIC X(10).
           05  FILLER         PIC X(01).
           05  PRI-EMP-ID     PIC X(10).
           05  FILLER         PIC X(01).
           05  PRI-DEPT       PIC X(05).
           05  FILLER         PIC X(01).
           05  PRI-DEPT-NAME  PIC X(20).
           05  FILLER         PIC X(01).
           05  PRI-EMP-STATUS PIC X(01).
           05  FILLER         PIC X(01).
           05  PRI-HIRE-DATE  PIC X(10).
           05  FILLER         PIC X(28).
      *
      *    COBBAT05'S HISTORY LINE - RUN DATE, THEN THE DELTA LINE.
       FD  HST-INPUT  RECORDING MODE F.
       01  HISTORY-REC.
           05  HST-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(01).
           05  HST-CHANGE-TYPE    PIC X(01).
           05  FILLER             PIC X(05).
           05  HST-EMP-NUM        PIC X(10).
           05  FILLER             PIC X(105).
      *
       FD  EVT-OUTPUT RECORDING MODE F.
       01  EVENT-REC          PIC X(120).
      *
       FD  EVH-OUTPUT RECORDING MODE F.
       01  EVTHIST-REC        PIC X(120).
      *
       FD  TRL-OUTPUT RECORDING MODE F.
       01  TRAILER-REC.
           05  TRL-ID         PIC X(10) VALUE SPACES.
           05  FILLER         PIC X(01) VALUE '-'.
           05  TRL-COUNT      PIC 9(08).
           05  FILLER         PIC X(01) VALUE '-'.
           05  TRL-DATE       PIC X(10).
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       FD  CTL-CARD  RECORDING MODE F.
       01  CTL-REC.
           05  CTL-DATE       PIC X(10).
           05  FILLER         PIC X(70).
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
       01  BACKOUT-REC        PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-ENR-EOF         PIC X VALUE 'N'.
         05 WS-PRI-EOF         PIC X VALUE 'N'.
         05 WS-HST-EOF         PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-DELTA          PIC X(02) VALUE '00'.
          05 FS-ENRICH         PIC X(02) VALUE '00'.
          05 FS-PRIOR          PIC X(02) VALUE '00'.
             88 FS-PRIOR-OK    VALUE '00'.
          05 FS-HISTORY        PIC X(02) VALUE '00'.
             88 FS-HISTORY-OK  VALUE '00'.
          05 FS-EVENT          PIC X(02) VALUE '00'.
             88 FS-EVENT-OK    VALUE '00'.
          05 FS-EVTHIST        PIC X(02) VALUE '00'.
             88 FS-EVTHIST-OK  VALUE '00'.
          05 FS-TRAILER        PIC X(02) VALUE '00'.
      *
       01 WS-FS-ERROR.
          05 WS-ERROR            PIC X(30) VALUE SPACE.
          05 WS-FILE-STATUS      PIC X(02) VALUE SPACE.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
       01 WS-CTL-STATUS        PIC X(02) VALUE SPACES.
      *    THE BUSINESS DATE THESE EVENTS BELONG TO - TODAY'S,
      *    UNLESS THE CONTROL CARD NAMES A PRIOR DAY FOR A RERUN.
      *    THE DELTA TRAILER MUST CARRY THE SAME DATE.
       01 WS-RUN-DATE          PIC X(10) VALUE SPACES.
      *
      *    EVENT TOTALS FOR THE END-OF-RUN SUMMARY.
       01 WS-EVENT-COUNTS.
          05 WS-COUNT-READ      PIC 9(08) VALUE ZERO.
          05 WS-PRECOUNT-READ   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-CHANGES   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-NEWHIRE   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-REHIRE    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-TRANSFER  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-STATUS    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-LEAVER    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-WRITTEN   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-NOENRICH  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-HISTREAD  PIC 9(08) VALUE ZERO.
      *
      *    IN-CORE COPY OF TONIGHT'S COBBAT04 OUTPUT, KEYED BY
      *    EMPLOYEE NUMBER.  A SERIAL LOOKUP IS FINE AT THIS FILE'S
      *    VOLUMES (SAME JUDGEMENT AS COBBAT06'S ENRICHMENT TABLE).
       01 WS-ENR-TABLE.
          05 WS-ENR-MAX         PIC 9(05) COMP VALUE 20000.
          05 WS-ENR-USED        PIC 9(05) COMP VALUE ZERO.
          05 WS-ENR-ENTRY OCCURS 20000.
             10 WS-ENR-ID       PIC X(10).
             10 WS-ENR-NAME     PIC X(10).
             10 WS-ENR-DEPT     PIC X(05).
             10 WS-ENR-STATUS   PIC X(01).
             10 WS-ENR-HIRE     PIC X(10).
      *
       01 WS-ENR-IDX            PIC 9(05) COMP VALUE ZERO.
       01 WS-ENR-FOUND          PIC 9(05) COMP VALUE ZERO.
      *
      *    THE SAME FOR LAST NIGHT'S GENERATION - ONLY WHAT THE
      *    MOVER AND LEAVER EVENTS NEED.
       01 WS-PRI-TABLE.
          05 WS-PRI-MAX         PIC 9(05) COMP VALUE 20000.
          05 WS-PRI-USED        PIC 9(05) COMP VALUE ZERO.
          05 WS-PRI-ENTRY OCCURS 20000.
             10 WS-PRI-ID       PIC X(10).
             10 WS-PRI-DEPT     PIC X(05).
             10 WS-PRI-STATUS   PIC X(01).
      *
       01 WS-PRI-IDX            PIC 9(05) COMP VALUE ZERO.
       01 WS-PRI-FOUND          PIC 9(05) COMP VALUE ZERO.
      *
      *    TONIGHT'S DELTA ADDS, COLLECTED BEFORE THE HISTORY PASS
      *    SO COBBAT05.HISTORY IS READ ONCE, NOT ONCE PER ADD.
      *    WS-ADD-REHIRE IS SET 'Y' WHEN AN EARLIER DROP TURNS UP.
       01 WS-ADD-TABLE.
          05 WS-ADD-MAX         PIC 9(05) COMP VALUE 20000.
          05 WS-ADD-USED        PIC 9(05) COMP VALUE ZERO.
          05 WS-ADD-ENTRY OCCURS 20000.
             10 WS-ADD-ID       PIC X(10).
             10 WS-ADD-REHIRE   PIC X(01).
      *
       01 WS-ADD-IDX            PIC 9(05) COMP VALUE ZERO.
       01 WS-ADD-FOUND          PIC 9(05) COMP VALUE ZERO.
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
          05 WS-GRD-PGM          PIC X(08) VALUE 'COBBAT07'.
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
      *
      *    EVENT LINE BUILT HERE RATHER THAN IN THE FD RECORD SO THE
      *    '-' SEPARATOR VALUES ARE ACTUALLY INITIALIZED - VALUE
      *    CLAUSES ON FILE SECTION DATA ITEMS ARE DOCUMENTARY ONLY.
        COPY COBCPY07.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
           DISPLAY 'PROGRAM COBBAT07 - START'.
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-START-TS.
      *
           PERFORM CHECK-RUN-STATE.
           PERFORM GET-RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-DELTA-TOTAL.
           PERFORM VERIFY-ENRICH-TOTAL.
           PERFORM LOAD-ENRICH-TABLE.
           PERFORM CHECK-ENRICH-TOTAL.
           PERFORM LOAD-PRIOR-TABLE.
           PERFORM LOAD-ADD-TABLE.
           PERFORM FIND-PRIOR-DROPS.
      *
      *    JOINERS AND LEAVERS FROM THE DELTA ...
           PERFORM READ-DELTA.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-READ
              PERFORM CLASSIFY-DELTA
              PERFORM READ-DELTA
           END-PERFORM.
      *
      *    ... THEN MOVERS FROM LAST NIGHT'S ENRICHMENT VS TONIGHT'S.
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-USED
              PERFORM COMPARE-ENRICHMENT
           END-PERFORM.
      *
           PERFORM EVENT-SUMMARY.
           PERFORM WRITE-TRAILER.
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
                       DISPLAY 'COBBAT07 CTLCARD DATE ' CTL-DATE
                               ' IGNORED - NIGHT OPEN FOR '
                               WS-GRD-BUS-DATE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
           CLOSE CTL-CARD.
      *
           DISPLAY 'COBBAT07 EVENT DATE: ' WS-RUN-DATE.
      *
       OPEN-FILES.
           OPEN INPUT  DLT-INPUT.
           OPEN INPUT  ENR-INPUT.
           OPEN OUTPUT EVT-OUTPUT.
           OPEN OUTPUT TRL-OUTPUT.
           OPEN EXTEND EVH-OUTPUT.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBBAT07 - STOP'.
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-STOP-TS.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM MARK-RUN-COMPLETE.
      *
           CLOSE DLT-INPUT.
           CLOSE EVT-OUTPUT.
           CLOSE TRL-OUTPUT.
           CLOSE EVH-OUTPUT.
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
      *    TRAILER BEFORE A SINGLE EVENT IS WRITTEN - A SHORT DELTA
      *    WOULD SILENTLY LOSE LEAVERS, A STALE ONE WOULD REPEAT
      *    LAST NIGHT'S.  THE FILE IS THEN CLOSED AND REOPENED SO
      *    THE LATER PASSES READ IT FROM THE TOP.
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
                  DISPLAY 'COBBAT07 CONTROL-TOTAL CHECK FAILED - '
                          'NO PRODUCER TRAILER ON DLTRLDD'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               WHEN WS-TRL3-EXPECTED NOT = WS-PRECOUNT-READ
                  DISPLAY 'COBBAT07 CONTROL-TOTAL CHECK FAILED - '
                          'DLTRLDD TRAILER SAYS ' WS-TRL3-EXPECTED
                          ' RECORDS, COUNTED ' WS-PRECOUNT-READ
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               WHEN WS-TRL3-DATE NOT = WS-RUN-DATE
                  DISPLAY 'COBBAT07 STALE DELTA - TRAILER DATED '
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
      *    A SHORT ENRICHMENT FILE WOULD TURN EVERY MISSING
      *    EMPLOYEE INTO A JOINER WITH NO DEPARTMENT - STOP HARD.
           EVALUATE TRUE
               WHEN WS-TRL-SEEN = 'N'
                  DISPLAY 'COBBAT07 CONTROL-TOTAL CHECK FAILED - '
                          'NO PRODUCER TRAILER ON INTRLDD'
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               WHEN WS-TRL-EXPECTED NOT = WS-ENR-USED
                  DISPLAY 'COBBAT07 CONTROL-TOTAL CHECK FAILED - '
                          'INTRLDD TRAILER SAYS ' WS-TRL-EXPECTED
                          ' RECORDS, LOADED ' WS-ENR-USED
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.
      *
       LOAD-ENRICH-TABLE.
      *    MORE ROWS THAN THE TABLE HOLDS MEANS THE LIMIT NEEDS
      *    RAISING - STOP RATHER THAN CLASSIFY AGAINST A PARTIAL
      *    ENRICHMENT.
           PERFORM READ-ENRICH.
           PERFORM UNTIL WS-ENR-EOF = 'Y'
              IF WS-ENR-USED >= WS-ENR-MAX
                 DISPLAY 'COBBAT07 ABEND - ENRICHMENT TABLE FULL '
                         'AT ' WS-ENR-MAX
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-ENR-USED
              MOVE ENR-EMP-ID     TO WS-ENR-ID(WS-ENR-USED)
              MOVE ENR-NAME       TO WS-ENR-NAME(WS-ENR-USED)
              MOVE ENR-DEPT       TO WS-ENR-DEPT(WS-ENR-USED)
              MOVE ENR-EMP-STATUS TO WS-ENR-STATUS(WS-ENR-USED)
              MOVE ENR-HIRE-DATE  TO WS-ENR-HIRE(WS-ENR-USED)
              PERFORM READ-ENRICH
           END-PERFORM.
      *
           CLOSE ENR-INPUT.
      *
           DISPLAY 'COBBAT07 ENRICHMENT ROWS LOADED: ' WS-ENR-USED.
      *
       READ-ENRICH.
           INITIALIZE ENRICH-REC.
      *
           READ ENR-INPUT
           AT END MOVE 'Y' TO WS-ENR-EOF
           END-READ.
      *
       LOAD-PRIOR-TABLE.
      *    NO PRIOR GENERATION (THE FIRST EVER RUN) LEAVES THE TABLE
      *    EMPTY: NO MOVERS, AND LEAVERS CARRY NO OLD DEPARTMENT.
           OPEN INPUT PRI-INPUT.
      *
           IF FS-PRIOR-OK
              PERFORM READ-PRIOR
              PERFORM UNTIL WS-PRI-EOF = 'Y'
                 IF WS-PRI-USED >= WS-PRI-MAX
                    DISPLAY 'COBBAT07 ABEND - PRIOR TABLE FULL '
                            'AT ' WS-PRI-MAX
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-PRI-USED
                 MOVE PRI-EMP-ID     TO WS-PRI-ID(WS-PRI-USED)
                 MOVE PRI-DEPT       TO WS-PRI-DEPT(WS-PRI-USED)
                 MOVE PRI-EMP-STATUS TO WS-PRI-STATUS(WS-PRI-USED)
                 PERFORM READ-PRIOR
              END-PERFORM
           END-IF.
      *
           CLOSE PRI-INPUT.
      *
           DISPLAY 'COBBAT07 PRIOR ROWS LOADED     : ' WS-PRI-USED.
      *
       READ-PRIOR.
           INITIALIZE PRIOR-REC.
      *
           READ PRI-INPUT
           AT END MOVE 'Y' TO WS-PRI-EOF
           END-READ.
      *
       LOAD-ADD-TABLE.
      *    ONE PASS OF THE DELTA FOR ITS ADDS, THEN BACK TO THE TOP
      *    FOR THE CLASSIFYING PASS.
           PERFORM READ-DELTA.
           PERFORM UNTIL LASTREC = 'Y'
              IF DLT-CHANGE-TYPE = 'A'
                 IF WS-ADD-USED >= WS-ADD-MAX
                    DISPLAY 'COBBAT07 ABEND - ADD TABLE FULL '
                            'AT ' WS-ADD-MAX
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE DLT-EMP-REC TO COBCPY03
                 ADD 1 TO WS-ADD-USED
                 MOVE OUT-NUM TO WS-ADD-ID(WS-ADD-USED)
                 MOVE 'N'     TO WS-ADD-REHIRE(WS-ADD-USED)
              END-IF
              PERFORM READ-DELTA
           END-PERFORM.
      *
           CLOSE DLT-INPUT.
           OPEN INPUT DLT-INPUT.
           MOVE SPACE TO LASTREC.
      *
       FIND-PRIOR-DROPS.
      *    ANY DROP IN THE HISTORY DATED BEFORE TONIGHT MAKES THE
      *    MATCHING ADD A REHIRE.  TONIGHT'S OWN HISTORY LINES
      *    (STEP032 HAS ALREADY APPENDED THEM) ARE IGNORED BY DATE.
           IF WS-ADD-USED = ZERO
              DISPLAY 'COBBAT07 NO ADDS TONIGHT - HISTORY NOT READ'
           ELSE
              OPEN INPUT HST-INPUT
              IF FS-HISTORY-OK
                 PERFORM READ-HISTORY
                 PERFORM UNTIL WS-HST-EOF = 'Y'
                    ADD 1 TO WS-COUNT-HISTREAD
                    IF HST-CHANGE-TYPE = 'D'
                   AND HST-RUN-DATE < WS-RUN-DATE
                       PERFORM MARK-REHIRE
                    END-IF
                    PERFORM READ-HISTORY
                 END-PERFORM
              END-IF
              CLOSE HST-INPUT
           END-IF.
      *
       READ-HISTORY.
           INITIALIZE HISTORY-REC.
      *
           READ HST-INPUT
           AT END MOVE 'Y' TO WS-HST-EOF
           END-READ.
      *
       MARK-REHIRE.
           PERFORM VARYING WS-ADD-IDX FROM 1 BY 1
                   UNTIL WS-ADD-IDX > WS-ADD-USED
              IF WS-ADD-ID(WS-ADD-IDX) = HST-EMP-NUM
                 MOVE 'Y' TO WS-ADD-REHIRE(WS-ADD-IDX)
              END-IF
           END-PERFORM.
      *
       CLASSIFY-DELTA.
      *    A = JOINER (NEW HIRE OR REHIRE), D = LEAVER.  A 'C' IS A
      *    CONTACT-DETAIL CHANGE ONLY - DEPARTMENT AND STATUS ARE NOT
      *    ON THE MERGED RECORD, SO MOVERS COME FROM THE ENRICHMENT
      *    COMPARE INSTEAD.
           MOVE DLT-EMP-REC TO COBCPY03.
      *
           EVALUATE DLT-CHANGE-TYPE
              WHEN 'A'
                 PERFORM WRITE-JOINER
              WHEN 'D'
                 PERFORM WRITE-LEAVER
              WHEN 'C'
                 ADD 1 TO WS-COUNT-CHANGES
              WHEN OTHER
                 DISPLAY 'COBBAT07 UNKNOWN DELTA CHANGE TYPE '
                         DLT-CHANGE-TYPE ' FOR ' OUT-NUM
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
           END-EVALUATE.
      *
       WRITE-JOINER.
      *    EFFECTIVE DATE IS THE HIRE DATE FROM EMPLOYEE_MASTER WHEN
      *    COBBAT04 CARRIED ONE, OTHERWISE THE NIGHT IT APPEARED.
           PERFORM FIND-ENRICHMENT.
           PERFORM FIND-ADD.
      *
           MOVE SPACES      TO EVT-OLD-DEPT
                               EVT-OLD-STATUS
                               EVT-NEW-DEPT
                               EVT-NEW-STATUS.
           MOVE OUT-NUM     TO EVT-EMP-NUM.
           MOVE WS-GRD-KEY-DATE TO EVT-EFF-DATE.
           PERFORM BUILD-DELTA-NAME.
      *
           IF WS-ENR-FOUND > ZERO
              MOVE WS-ENR-DEPT(WS-ENR-FOUND)   TO EVT-NEW-DEPT
              MOVE WS-ENR-STATUS(WS-ENR-FOUND) TO EVT-NEW-STATUS
              IF WS-ENR-HIRE(WS-ENR-FOUND) NOT = SPACES
                 MOVE WS-ENR-HIRE(WS-ENR-FOUND) TO EVT-EFF-DATE
              END-IF
           ELSE
              ADD 1 TO WS-COUNT-NOENRICH
           END-IF.
      *
           IF WS-ADD-FOUND > ZERO
          AND WS-ADD-REHIRE(WS-ADD-FOUND) = 'Y'
              SET EVT-REHIRE TO TRUE
              ADD 1 TO WS-COUNT-REHIRE
           ELSE
              SET EVT-NEW-HIRE TO TRUE
              ADD 1 TO WS-COUNT-NEWHIRE
           END-IF.
      *
           PERFORM WRITE-EVENT.
      *
       WRITE-LEAVER.
      *    THE LEAVER'S DEPARTMENT IS WHERE THEY WERE LAST NIGHT; IF
      *    LAST NIGHT'S GENERATION IS MISSING, TONIGHT'S ENRICHMENT
      *    MAY STILL CARRY THEM (COBBAT02'S FEED LAGS THE MERGE).
           PERFORM FIND-PRIOR.
      *
           MOVE SPACES      TO EVT-OLD-DEPT
                               EVT-OLD-STATUS
                               EVT-NEW-DEPT
                               EVT-NEW-STATUS.
           MOVE OUT-NUM     TO EVT-EMP-NUM.
           MOVE WS-GRD-KEY-DATE TO EVT-EFF-DATE.
           PERFORM BUILD-DELTA-NAME.
      *
           IF WS-PRI-FOUND > ZERO
              MOVE WS-PRI-DEPT(WS-PRI-FOUND)   TO EVT-OLD-DEPT
              MOVE WS-PRI-STATUS(WS-PRI-FOUND) TO EVT-OLD-STATUS
           ELSE
              PERFORM FIND-ENRICHMENT
              IF WS-ENR-FOUND > ZERO
                 MOVE WS-ENR-DEPT(WS-ENR-FOUND)   TO EVT-OLD-DEPT
                 MOVE WS-ENR-STATUS(WS-ENR-FOUND) TO EVT-OLD-STATUS
              ELSE
                 ADD 1 TO WS-COUNT-NOENRICH
              END-IF
           END-IF.
      *
           SET EVT-LEAVER TO TRUE.
           ADD 1 TO WS-COUNT-LEAVER.
           PERFORM WRITE-EVENT.
      *
       COMPARE-ENRICHMENT.
      *    AN EMPLOYEE ON BOTH NIGHTS' ENRICHMENT WHOSE DEPARTMENT OR
      *    STATUS MOVED RAISES A TRANSFER AND/OR A STATUS CHANGE -
      *    BOTH WHEN BOTH MOVED, SO NEITHER IS MASKED BY THE OTHER.
           MOVE WS-ENR-ID(WS-ENR-IDX) TO OUT-NUM.
           PERFORM FIND-PRIOR.
      *
           IF WS-PRI-FOUND > ZERO
              MOVE OUT-NUM                     TO EVT-EMP-NUM
              MOVE WS-GRD-KEY-DATE             TO EVT-EFF-DATE
              MOVE WS-PRI-DEPT(WS-PRI-FOUND)   TO EVT-OLD-DEPT
              MOVE WS-ENR-DEPT(WS-ENR-IDX)     TO EVT-NEW-DEPT
              MOVE WS-PRI-STATUS(WS-PRI-FOUND) TO EVT-OLD-STATUS
              MOVE WS-ENR-STATUS(WS-ENR-IDX)   TO EVT-NEW-STATUS
              MOVE WS-ENR-NAME(WS-ENR-IDX)     TO EVT-NAME
              IF EVT-OLD-DEPT NOT = EVT-NEW-DEPT
                 SET EVT-TRANSFER TO TRUE
                 ADD 1 TO WS-COUNT-TRANSFER
                 PERFORM WRITE-EVENT
              END-IF
              IF EVT-OLD-STATUS NOT = EVT-NEW-STATUS
                 SET EVT-STATUS-CHG TO TRUE
                 ADD 1 TO WS-COUNT-STATUS
                 PERFORM WRITE-EVENT
              END-IF
           END-IF.
      *
       BUILD-DELTA-NAME.
           MOVE SPACES TO EVT-NAME.
           STRING OUT-FIRST-NM DELIMITED BY '  '
                  ' '          DELIMITED BY SIZE
                  OUT-LAST-NM  DELIMITED BY '  '
                  INTO EVT-NAME.
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
       FIND-PRIOR.
           MOVE ZERO TO WS-PRI-FOUND.
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                   UNTIL WS-PRI-IDX > WS-PRI-USED
                      OR WS-PRI-FOUND > ZERO
              IF WS-PRI-ID(WS-PRI-IDX) = OUT-NUM
                 MOVE WS-PRI-IDX TO WS-PRI-FOUND
              END-IF
           END-PERFORM.
      *
       FIND-ADD.
           MOVE ZERO TO WS-ADD-FOUND.
           PERFORM VARYING WS-ADD-IDX FROM 1 BY 1
                   UNTIL WS-ADD-IDX > WS-ADD-USED
                      OR WS-ADD-FOUND > ZERO
              IF WS-ADD-ID(WS-ADD-IDX) = OUT-NUM
                 MOVE WS-ADD-IDX TO WS-ADD-FOUND
              END-IF
           END-PERFORM.
      *
       WRITE-EVENT.
           MOVE WS-GRD-KEY-DATE TO EVT-RUN-DATE.
           WRITE EVENT-REC      FROM COBCPY07.
      *
           IF FS-EVENT-OK
              CONTINUE
           ELSE
              MOVE 'ERROR IN WRITING EVENT'
                                           TO WS-ERROR
              MOVE FS-EVENT                TO WS-FILE-STATUS
              DISPLAY 'COBBAT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           WRITE EVTHIST-REC    FROM COBCPY07.
      *
           IF FS-EVTHIST-OK
              CONTINUE
           ELSE
              MOVE 'ERROR IN WRITING EVENT HISTORY'
                                           TO WS-ERROR
              MOVE FS-EVTHIST              TO WS-FILE-STATUS
              DISPLAY 'COBBAT07 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           ADD 1 TO WS-COUNT-WRITTEN.
      *
       EVENT-SUMMARY.
      *    BALANCE CHECK - DELTA RECORDS READ SHOULD EQUAL NEW HIRES
      *    PLUS REHIRES PLUS LEAVERS PLUS CONTACT CHANGES.
           DISPLAY '============================================'.
           DISPLAY 'COBBAT07 JOINER/MOVER/LEAVER SUMMARY'.
           DISPLAY '  DELTA RECORDS READ     : ' WS-COUNT-READ.
           DISPLAY '  CONTACT CHANGES (SKIP) : ' WS-COUNT-CHANGES.
           DISPLAY '  HISTORY RECORDS READ   : ' WS-COUNT-HISTREAD.
           DISPLAY '  NEW HIRES              : ' WS-COUNT-NEWHIRE.
           DISPLAY '  REHIRES                : ' WS-COUNT-REHIRE.
           DISPLAY '  TRANSFERS              : ' WS-COUNT-TRANSFER.
           DISPLAY '  STATUS CHANGES         : ' WS-COUNT-STATUS.
           DISPLAY '  LEAVERS                : ' WS-COUNT-LEAVER.
           DISPLAY '  EVENTS WRITTEN         : ' WS-COUNT-WRITTEN.
           DISPLAY '  EVENTS WITHOUT DEPT    : ' WS-COUNT-NOENRICH.
           DISPLAY '============================================'.
      *
       WRITE-TRAILER.
      *    COUNT OF EVENTS WRITTEN TO EVTDD, SO THE PROVISIONING SIDE
      *    CAN PROVE IT RECEIVED THE WHOLE FILE.
           MOVE SPACES            TO  TRAILER-REC.
           MOVE 'TRAILER'         TO  TRL-ID.
           MOVE WS-COUNT-WRITTEN  TO  TRL-COUNT.
           MOVE WS-RUN-DATE       TO  TRL-DATE.
           WRITE TRAILER-REC.
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
           MOVE 'COBBAT07'         TO AUDIT-PGM
           MOVE WS-AUDIT-START-TS  TO AUDIT-START-TS
           MOVE WS-AUDIT-STOP-TS   TO AUDIT-STOP-TS
           MOVE WS-COUNT-WRITTEN   TO AUDIT-REC-COUNT
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
              DISPLAY 'COBBAT07 NO NIGHT OPEN ON RUNSTDD - RUN IS NOT '
                      'GUARDED'
           ELSE
              DISPLAY 'COBBAT07 BUSINESS DATE: ' WS-GRD-BUS-DATE
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
                          DISPLAY 'COBBAT07 ABEND - OVER ' WS-GRD-MAX
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
      *    COMPLETED IS BEING RESTARTED - WHAT IT APPENDED IS BACKED
      *    OUT TOO, SINCE THIS RUN WRITES IT AGAIN, BUT ITS AUDITLOG
      *    ROW STAYS AS THE RECORD OF THE FAILED RUN UNLESS THE
      *    OVERRIDE WAS GIVEN.
           IF WS-GRD-DONE = 'Y' AND WS-GRD-RERUN NOT = 'Y'
              DISPLAY 'COBBAT07 ALREADY COMPLETED FOR ' WS-GRD-BUS-DATE
                      ' - NOT RUN AGAIN WITHOUT THE RERUN OVERRIDE'
              DISPLAY 'PROGRAM COBBAT07 - STOP'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      *    A RUN THAT COMPLETED WAS FOLLOWED BY STEP047, WHICH ROLLS
      *    ON THIS STEP'S SUCCESS, SO PRIORDD NOW HOLDS THE GENERATION
      *    ROLLED FOR THIS SAME DATE AND THE ONE BEFORE IT HAS BEEN
      *    SCRATCHED.  RAISING EVENTS AGAINST IT WOULD QUIETLY REPLACE
      *    THE NIGHT'S MOVES WITH A COMPARE OF THE NIGHT AGAINST
      *    ITSELF, SO THE OVERRIDE IS REFUSED BEFORE ANYTHING IS
      *    BACKED OUT.
           IF WS-GRD-DONE = 'Y' AND WS-GRD-RERUN = 'Y'
              DISPLAY 'COBBAT07 CONTROL FAILURE - PRIORDD ALREADY '
                      'ROLLED FOR ' WS-GRD-BUS-DATE
                      ', RERUN OVERRIDE REFUSED'
              DISPLAY 'PROGRAM COBBAT07 - STOP'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           IF WS-GRD-USED > ZERO
              IF WS-GRD-RERUN = 'Y'
                 DISPLAY 'COBBAT07 RERUN FOR ' WS-GRD-BUS-DATE
                         ' - BACKING OUT ' WS-GRD-USED ' EARLIER RUN(S)'
              ELSE
                 DISPLAY 'COBBAT07 RESTART FOR ' WS-GRD-BUS-DATE
                         ' - BACKING OUT ' WS-GRD-USED
                         ' INCOMPLETE RUN(S)'
              END-IF
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
              DISPLAY 'COBBAT07 ABEND - ERROR WRITING RUN STATE, '
                      'FILE STATUS ' WS-RUNST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           CLOSE RUN-STATE.
      *
       BACK-OUT-PRIOR-RUNS.
           IF WS-GRD-RERUN = 'Y'
              PERFORM BACK-OUT-AUDIT-LOG
           END-IF.
           PERFORM BACK-OUT-EVENT-HISTORY.
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
                       DISPLAY 'COBBAT07 ABEND - ERROR RESTORING '
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
           DISPLAY 'COBBAT07 BACKED OUT ' WS-GRD-DROPPED
                   ' AUDITLOG ROW(S)'.
      *
       READ-AUDIT-LOG-BACKOUT.
           READ AUDIT-LOG
           AT END MOVE 'Y' TO WS-GRD-EOF
           END-READ.
      *
       BACK-OUT-EVENT-HISTORY.
      *    THE EVENT-HISTORY ROWS THE EARLIER STARTS APPENDED, KNOWN
      *    BY THE EVENT RUN DATE THEY CARRY (EVT-RUN-DATE).
           MOVE ZERO TO WS-GRD-DROPPED.
           OPEN INPUT EVH-OUTPUT.
      *
           IF FS-EVTHIST = '00'
              PERFORM OPEN-BACKOUT-WORK
              MOVE 'N' TO WS-GRD-EOF
              PERFORM READ-EVENT-HISTORY-BACKOUT
              PERFORM UNTIL WS-GRD-EOF = 'Y'
                 MOVE 'N' TO WS-GRD-MATCH
                 MOVE EVTHIST-REC(90:10) TO WS-GRD-DATE-WANTED
                 PERFORM FIND-PRIOR-KEY-DATE
                 IF WS-GRD-MATCH = 'Y'
                    ADD 1 TO WS-GRD-DROPPED
                 ELSE
                    MOVE EVTHIST-REC TO BACKOUT-REC
                    PERFORM WRITE-BACKOUT-WORK
                 END-IF
                 PERFORM READ-EVENT-HISTORY-BACKOUT
              END-PERFORM
              CLOSE EVH-OUTPUT
              CLOSE BACKOUT-WORK
              IF WS-GRD-DROPPED > ZERO
                 OPEN OUTPUT EVH-OUTPUT
                 OPEN INPUT BACKOUT-WORK
                 MOVE 'N' TO WS-GRD-EOF
                 PERFORM READ-BACKOUT-WORK
                 PERFORM UNTIL WS-GRD-EOF = 'Y'
                    WRITE EVTHIST-REC FROM BACKOUT-REC
                    IF FS-EVTHIST NOT = '00'
                       DISPLAY 'COBBAT07 ABEND - ERROR RESTORING '
                               'EVENT HISTORY, FILE STATUS '
                               FS-EVTHIST
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    PERFORM READ-BACKOUT-WORK
                 END-PERFORM
                 CLOSE EVH-OUTPUT
                 CLOSE BACKOUT-WORK
              END-IF
           ELSE
              CLOSE EVH-OUTPUT
           END-IF.
      *
           DISPLAY 'COBBAT07 BACKED OUT ' WS-GRD-DROPPED
                   ' EVENT HISTORY ROW(S)'.
      *
       READ-EVENT-HISTORY-BACKOUT.
           READ EVH-OUTPUT
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
       FIND-PRIOR-KEY-DATE.
           MOVE 'N' TO WS-GRD-MATCH.
      *
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                   UNTIL WS-GRD-IDX > WS-GRD-USED
                      OR WS-GRD-MATCH = 'Y'
              IF WS-GRD-PRIOR-KEY(WS-GRD-IDX) = WS-GRD-DATE-WANTED
                 MOVE 'Y' TO WS-GRD-MATCH
              END-IF
           END-PERFORM.
      *
       OPEN-BACKOUT-WORK.
           OPEN OUTPUT BACKOUT-WORK.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBBAT07 ABEND - ERROR OPENING BKOUTDD, FILE '
                      'STATUS ' WS-BKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       WRITE-BACKOUT-WORK.
           WRITE BACKOUT-REC.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBBAT07 ABEND - ERROR WRITING BKOUTDD, FILE '
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

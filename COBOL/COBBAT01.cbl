               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
      *
      *    BUSINESS-DAY CALENDAR (COBCPY12, MAINTAINED BY COBCAL02).
      *    THE HR EXTRACT IS CUT AT THE CLOSE OF A BUSINESS DAY, SO
      *    ITS HEADER MUST CARRY THE LAST BUSINESS DATE BEFORE THE
      *    RUN DATE - ACROSS A WEEKEND OR A HOLIDAY THAT IS NOT
      *    YESTERDAY.  REQUIRED - A RUN DATE THE CALENDAR DOES NOT
      *    COVER ABENDS RATHER THAN GUESS.
           SELECT CAL-FILE ASSIGN TO CALDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *
      *    DUPLICATES REPORT - THE UPSTREAM HR SYSTEM HAS SENT DOUBLED
      *    RECORDS AFTER ITS OWN RERUNS.  THE FIRST OCCURRENCE OF AN
      *    EMP-ID FLOWS TO OUTDD AS NORMAL; EVERY LATER OCCURRENCE IS
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
      *    ONE ROW PER DEPARTMENT: CODE, NAME, ACTIVE/INACTIVE FLAG,
      *    THE DATE THE CODE BECAME (OR BECOMES) EFFECTIVE, AND THE
      *    OPTIONAL SUCCESSOR CODE A RETIRED DEPARTMENT'S EMPLOYEES
      *    REMAP TO DURING A REORGANIZATION.  THE SAME FILE ALSO
      *    HOLDS THE DIVISION AND REGION ROWS THE REPORTS ROLL
      *    DEPARTMENTS UP TO (DEPT-REF-LEVEL 'V' / 'R') - THOSE ARE
      *    NOT DEPARTMENTS AND ARE NEVER LOADED HERE.
       FD  DEPT-INPUT RECORDING MODE F.
       01  DEPT-REC.
           05  DEPT-REF-CODE      PIC X(05).
           05  DEPT-REF-ACTIVE    PIC X(01).
           05  DEPT-REF-EFF-DATE  PIC X(08).
           05  DEPT-REF-SUCC      PIC X(05).
           05  DEPT-REF-LEVEL     PIC X(01).
               88  DEPT-REF-IS-DEPT   VALUE ' ' 'D'.
           05  DEPT-REF-PARENT    PIC X(05).
           05  FILLER             PIC X(35).
      *
      *    INP-NAME VALUES THAT FAIL VALIDATION (BLANK OR NON-
      *    PRINTABLE) OR INP-DEPT VALUES THAT FAIL THE REFERENCE
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY04.
      *
       FD  CAL-FILE   RECORDING MODE F.
         COPY COBCPY12.
      *
       FD  RUN-STATE  RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY13.
      *
       FD  BACKOUT-WORK RECORDING MODE F.
       01  BACKOUT-REC        PIC X(144).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 WS-DEPT-VALID     PIC X VALUE 'Y'.
         05 WS-DEPT-EOF       PIC X VALUE 'N'.
         05 WS-EMP-ID-DUP     PIC X VALUE 'N'.
         05 WS-CAL-EOF        PIC X VALUE 'N'.
      *
       01 WS-VALIDATE-IDX     PIC 9(02) VALUE ZERO.
       01 WS-REJECT-REASON    PIC X(20) VALUE SPACES.
       01 WS-CTL-STATUS        PIC X(02) VALUE SPACES.
       01 WS-RUN-MODE          PIC X(01) VALUE 'R'.
       01 WS-DEPT-STATUS       PIC X(02) VALUE SPACES.
       01 WS-CAL-STATUS        PIC X(02) VALUE SPACES.
      *
      *    IN-CORE COPY OF THE DEPARTMENT REFERENCE FILE, LOADED ONCE
      *    AT START-UP SO EACH INP-DEPT CHECK IS A TABLE LOOKUP
         05 WS-DUP-RECORD      PIC X(80).
      *
       01 WS-RUN-DATE          PIC X(10) VALUE SPACES.
      *
      *    THE RUN DATE IN THE CALENDAR'S YYYY-MM-DD FORM, THE LAST
      *    BUSINESS DATE BEFORE IT, AND THAT DATE AS DD-MM-YYYY -
      *    THE FILE DATE THE HR HEADER MUST CARRY.
       01 WS-RUN-DATE-ISO      PIC X(10) VALUE SPACES.
       01 WS-PRIOR-BUS-DATE    PIC X(10) VALUE SPACES.
       01 WS-RUN-ON-CALENDAR   PIC X(01) VALUE 'N'.
       01 WS-EXPECTED-DATE     PIC X(10) VALUE SPACES.
      *
       01 WS-TODAY              PIC 9(08) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
       01 WS-AUDIT-OPEN-STATUS  PIC X(02) VALUE SPACES.
       01 WS-AUDIT-START-TS     PIC X(19) VALUE SPACES.
       01 WS-AUDIT-STOP-TS      PIC X(19) VALUE SPACES.
      *
      *    RUN-STATE GUARD - THE BUSINESS DATE AND RERUN OVERRIDE OF
      *    THE LAST NIGHT OPENED ON RUNSTDD, AND THIS PROGRAM'S STARTS
      *    FOR THAT DATE SINCE ITS LAST BACK-OUT (START TIME AND THE
      *    DATE IT STAMPED ON WHAT IT APPENDED).
       01 WS-RUNST-STATUS      PIC X(02) VALUE SPACES.
       01 WS-BKOUT-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RUN-GUARD.
          05 WS-GRD-PGM          PIC X(08) VALUE 'COBBAT01'.
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
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-START-TS.
      *
           PERFORM CHECK-RUN-STATE.
      *
           PERFORM OPEN-CTL-CARD.
           PERFORM GET-RUN-DATE.
           PERFORM FIND-PRIOR-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-INPUT-HEADER.
           PERFORM LOAD-DEPT-TABLE.
      *    BUSINESS DAY AND/OR SWITCH TO APPEND MODE; OTHERWISE THE
      *    ACTUAL RUN DATE AND REFRESH MODE ARE USED SO OUTDD IS NEVER
      *    FUTURE-DATED AGAINST THE SYSTEM CLOCK OR SILENTLY APPENDED
      *    TO.  THE ACTUAL RUN DATE IS THE NIGHT'S BUSINESS DATE WHEN
      *    COBCAL01 HAS OPENED ONE, SO A START AFTER MIDNIGHT STILL
      *    RUNS FOR ITS NIGHT.
           READ CTL-CARD
           END-READ.
      *
           IF WS-CTL-STATUS = '00' AND CTL-DATE NOT = SPACES
              MOVE CTL-DATE           TO WS-RUN-DATE
           ELSE
              IF WS-GRD-BUS-DATE NOT = SPACES
                 STRING WS-GRD-BUS-DATE(9:2) '-'
                        WS-GRD-BUS-DATE(6:2) '-'
                        WS-GRD-BUS-DATE(1:4)
                        DELIMITED BY SIZE INTO WS-RUN-DATE
              ELSE
                 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
                 STRING WS-TODAY-DD   '-'
                        WS-TODAY-MM   '-'
                        WS-TODAY-YYYY
                        DELIMITED BY SIZE INTO WS-RUN-DATE
              END-IF
           END-IF.
      *
           IF WS-CTL-STATUS = '00' AND CTL-MODE = 'A'
           MOVE WS-RUN-DATE(7:4) TO WS-RUN-DATE-YMD(1:4).
           MOVE WS-RUN-DATE(4:2) TO WS-RUN-DATE-YMD(5:2).
           MOVE WS-RUN-DATE(1:2) TO WS-RUN-DATE-YMD(7:2).
      *
       FIND-PRIOR-BUSINESS-DATE.
      *    THE CALENDAR IS IN DATE ORDER - KEEP THE LATEST BUSINESS
      *    DAY SEEN UNTIL THE RUN DATE'S OWN ROW.  NO ROW FOR THE RUN
      *    DATE, OR NO BUSINESS DAY BEFORE IT, MEANS THE CALENDAR
      *    DOES NOT COVER THIS RUN.
           STRING WS-RUN-DATE(7:4) '-'
                  WS-RUN-DATE(4:2) '-'
                  WS-RUN-DATE(1:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.
      *
           OPEN INPUT CAL-FILE.
      *
           IF WS-CAL-STATUS NOT = '00'
              DISPLAY 'COBBAT01 ABEND - BUSINESS CALENDAR '
                      'MISSING, FILE STATUS ' WS-CAL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM READ-CAL-FILE
           PERFORM UNTIL WS-CAL-EOF = 'Y'
                      OR CAL-DATE >= WS-RUN-DATE-ISO
              IF CAL-IS-BUSINESS-DAY
                 MOVE CAL-DATE TO WS-PRIOR-BUS-DATE
              END-IF
              PERFORM READ-CAL-FILE
           END-PERFORM.
      *
           IF WS-CAL-EOF NOT = 'Y' AND CAL-DATE = WS-RUN-DATE-ISO
              MOVE 'Y' TO WS-RUN-ON-CALENDAR
           END-IF.
      *
           CLOSE CAL-FILE.
      *
           IF WS-RUN-ON-CALENDAR NOT = 'Y'
           OR WS-PRIOR-BUS-DATE = SPACES
              DISPLAY 'COBBAT01 ABEND - BUSINESS CALENDAR DOES '
                      'NOT COVER RUN DATE ' WS-RUN-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           STRING WS-PRIOR-BUS-DATE(9:2) '-'
                  WS-PRIOR-BUS-DATE(6:2) '-'
                  WS-PRIOR-BUS-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-EXPECTED-DATE.
      *
       READ-CAL-FILE.
           READ CAL-FILE
           AT END MOVE 'Y' TO WS-CAL-EOF
           END-READ.
      *
       LOAD-DEPT-TABLE.
      *    THE WHOLE REFERENCE FILE IS SMALL ENOUGH TO HOLD IN CORE.
      *    ROWS WITH A BLANK CODE ARE SKIPPED, AS ARE DIVISION AND
      *    REGION ROWS - AN EMPLOYEE CARRYING A DIVISION CODE IS
      *    REJECTED AS AN UNKNOWN DEPARTMENT.  MORE ROWS THAN THE
      *    TABLE HOLDS MEANS THE TABLE LIMIT NEEDS RAISING, AND THE
      *    RUN STOPS RATHER THAN VALIDATE AGAINST A PARTIAL LIST.
           OPEN INPUT DEPT-INPUT.
           PERFORM READ-DEPT-INPUT
           PERFORM UNTIL WS-DEPT-EOF = 'Y'
              IF DEPT-REF-CODE NOT = SPACES
             AND DEPT-REF-IS-DEPT
                 IF WS-DEPT-USED >= WS-DEPT-MAX
                    DISPLAY 'COBBAT01 ABEND - DEPT REFERENCE '
                            'TABLE FULL AT ' WS-DEPT-MAX
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-STOP-TS.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM MARK-RUN-COMPLETE.
      *
           CLOSE INP-INPUT.
           CLOSE OUT-OUTPUT.
      *
       VERIFY-INPUT-HEADER.
      *    THE FIRST RECORD MUST BE THE HR HEADER AND ITS FILE DATE
      *    MUST BE THE LAST BUSINESS DATE BEFORE THE RUN DATE (WHICH
      *    THE CONTROL CARD CAN SET FOR A PRIOR-DAY RERUN) - A STALE
      *    RETRANSMISSION MUST NOT STAMP TONIGHT'S DATE ONTO AN
      *    EARLIER DAY'S DATA.
           INITIALIZE INPUT-REC.
      *
           READ INP-INPUT
              STOP RUN
           END-IF.
      *
           IF ICR-DATE NOT = WS-EXPECTED-DATE
              DISPLAY 'COBBAT01 HR CONTROL CHECK FAILED - '
                      'FILE DATE ' ICR-DATE
                      ' IS NOT PRIOR BUSINESS DATE ' WS-EXPECTED-DATE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    CORRECTED RECORD AGAINST IT LATER.
           MOVE 'O'                    TO WS-REPO-STATUS.
           MOVE 'COBBAT01'             TO WS-REPO-PGM.
           MOVE WS-GRD-KEY-DATE        TO WS-REPO-OPEN-DATE.
           MOVE SPACES                 TO WS-REPO-CLOSE-DATE.
           MOVE WS-REJECT-REASON       TO WS-REPO-REASON.
           MOVE INPUT-REC              TO WS-REPO-IMAGE.
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
              DISPLAY 'COBBAT01 NO NIGHT OPEN ON RUNSTDD - RUN IS NOT '
                      'GUARDED'
           ELSE
              DISPLAY 'COBBAT01 BUSINESS DATE: ' WS-GRD-BUS-DATE
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
                          DISPLAY 'COBBAT01 ABEND - OVER ' WS-GRD-MAX
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
              DISPLAY 'COBBAT01 ALREADY COMPLETED FOR ' WS-GRD-BUS-DATE
                      ' - NOT RUN AGAIN WITHOUT THE RERUN OVERRIDE'
              DISPLAY 'PROGRAM COBBAT01 - STOP'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           IF WS-GRD-USED > ZERO
              IF WS-GRD-RERUN = 'Y'
                 DISPLAY 'COBBAT01 RERUN FOR ' WS-GRD-BUS-DATE
                         ' - BACKING OUT ' WS-GRD-USED ' EARLIER RUN(S)'
              ELSE
                 DISPLAY 'COBBAT01 RESTART FOR ' WS-GRD-BUS-DATE
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
          AND RETURN-CODE <= 4
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
           MOVE RETURN-CODE TO RSTATE-RETURN-CD.
           WRITE RSTATE-REC.
      *
           IF WS-RUNST-STATUS NOT = '00'
              DISPLAY 'COBBAT01 ABEND - ERROR WRITING RUN STATE, '
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
           PERFORM BACK-OUT-REJECT-STORE.
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
                       DISPLAY 'COBBAT01 ABEND - ERROR RESTORING '
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
           DISPLAY 'COBBAT01 BACKED OUT ' WS-GRD-DROPPED
                   ' AUDITLOG ROW(S)'.
      *
       READ-AUDIT-LOG-BACKOUT.
           READ AUDIT-LOG
           AT END MOVE 'Y' TO WS-GRD-EOF
           END-READ.
      *
       BACK-OUT-REJECT-STORE.
      *    THIS PROGRAM'S REJECT-REPOSITORY ENTRIES OPENED BY THE
      *    EARLIER STARTS, KNOWN BY OWNING PROGRAM AND OPEN DATE.
           MOVE ZERO TO WS-GRD-DROPPED.
           OPEN INPUT REPO-OUTPUT.
      *
           IF FS-REPO = '00'
              PERFORM OPEN-BACKOUT-WORK
              MOVE 'N' TO WS-GRD-EOF
              PERFORM READ-REJECT-STORE-BACKOUT
              PERFORM UNTIL WS-GRD-EOF = 'Y'
                 MOVE 'N' TO WS-GRD-MATCH
                 IF REPO-REC(3:8) = WS-GRD-PGM
                    MOVE REPO-REC(12:10) TO WS-GRD-DATE-WANTED
                    PERFORM FIND-PRIOR-KEY-DATE
                 END-IF
                 IF WS-GRD-MATCH = 'Y'
                    ADD 1 TO WS-GRD-DROPPED
                 ELSE
                    MOVE REPO-REC TO BACKOUT-REC
                    PERFORM WRITE-BACKOUT-WORK
                 END-IF
                 PERFORM READ-REJECT-STORE-BACKOUT
              END-PERFORM
              CLOSE REPO-OUTPUT
              CLOSE BACKOUT-WORK
              IF WS-GRD-DROPPED > ZERO
                 OPEN OUTPUT REPO-OUTPUT
                 OPEN INPUT BACKOUT-WORK
                 MOVE 'N' TO WS-GRD-EOF
                 PERFORM READ-BACKOUT-WORK
                 PERFORM UNTIL WS-GRD-EOF = 'Y'
                    WRITE REPO-REC FROM BACKOUT-REC
                    IF FS-REPO NOT = '00'
                       DISPLAY 'COBBAT01 ABEND - ERROR RESTORING '
                               'REJECT STORE, FILE STATUS '
                               FS-REPO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    PERFORM READ-BACKOUT-WORK
                 END-PERFORM
                 CLOSE REPO-OUTPUT
                 CLOSE BACKOUT-WORK
              END-IF
           ELSE
              CLOSE REPO-OUTPUT
           END-IF.
      *
           DISPLAY 'COBBAT01 BACKED OUT ' WS-GRD-DROPPED
                   ' REJECT STORE ROW(S)'.
      *
       READ-REJECT-STORE-BACKOUT.
           READ REPO-OUTPUT
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
              DISPLAY 'COBBAT01 ABEND - ERROR OPENING BKOUTDD, FILE '
                      'STATUS ' WS-BKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       WRITE-BACKOUT-WORK.
           WRITE BACKOUT-REC.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBBAT01 ABEND - ERROR WRITING BKOUTDD, FILE '
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

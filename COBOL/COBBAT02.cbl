               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *
      *    BUSINESS-DAY CALENDAR (COBCPY12, MAINTAINED BY COBCAL02).
      *    THE HR EXTRACT IS CUT AT THE CLOSE OF A BUSINESS DAY, SO
      *    WITHOUT A CONTROL-CARD DATE ITS HEADER IS EXPECTED TO
      *    CARRY THE LAST BUSINESS DATE BEFORE TODAY.  REQUIRED
      *    UNLESS THE CARD NAMES THE DATE.
           SELECT OPTIONAL CAL-FILE ASSIGN TO CALDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *
      *    SHARED RUN-HISTORY LOG - ALSO WRITTEN BY COBBAT01 AND
      *    COBBAT03.  OPENED EXTEND (APPEND) WHEN IT ALREADY EXISTS,
      *    OTHERWISE CREATED FRESH ON THE FIRST EVER RUN.
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
      *    FORMAT ACROSS BOTH PROGRAMS, EXTENDED WITH THE REJECT-
      *    TOLERANCE PERCENT (COLS 12-14, ZONED - SEE WS-REJ-PCT).
      *    CTL-DATE, WHEN SUPPLIED, IS THE FILE DATE EXPECTED ON THE
      *    HR HEADER (A PRIOR-DAY RERUN); OTHERWISE THE LAST BUSINESS
      *    DATE BEFORE TODAY ON THE CALENDAR IS EXPECTED.
       FD  CTL-CARD  RECORDING MODE F.
       01  CTL-REC.
           05  CTL-DATE       PIC X(10).
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
         05 WS-SKIP-WRITE     PIC X VALUE 'N'.
         05 WS-RESTARTED      PIC X VALUE 'N'.
         05 WS-THRESHOLD-HIT  PIC X VALUE 'N'.
         05 WS-CAL-EOF        PIC X VALUE 'N'.
      *
       01 WS-RETURN-CODE      PIC 9(04) VALUE ZERO.
      *
       01 WS-DATA-READ-COUNT  PIC 9(08) VALUE ZERO.
       01 WS-IN-TRL-SEEN      PIC X(01) VALUE 'N'.
       01 WS-EXPECTED-DATE    PIC X(10) VALUE SPACES.
      *
      *    TODAY IN THE CALENDAR'S YYYY-MM-DD FORM AND THE LAST
      *    BUSINESS DATE BEFORE IT.
       01 WS-CAL-STATUS       PIC X(02) VALUE SPACES.
       01 WS-TODAY-ISO        PIC X(10) VALUE SPACES.
       01 WS-PRIOR-BUS-DATE   PIC X(10) VALUE SPACES.
       01 WS-TODAY-ON-CAL     PIC X(01) VALUE 'N'.
      *
       01 FS-REPO             PIC X(02) VALUE '00'.
       01 WS-RCY-STATUS       PIC X(02) VALUE SPACES.
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
          05 WS-GRD-PGM          PIC X(08) VALUE 'COBBAT02'.
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
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-START-TS.
      *
           PERFORM CHECK-RUN-STATE.
      *
      *    THE HR HEADER IS EXPECTED TO CARRY THE PRIOR BUSINESS
      *    DATE UNLESS THE CONTROL CARD NAMES ONE (SEE GET-RUN-MODE).
           PERFORM READ-CHECKPOINT.
           PERFORM GET-RUN-MODE.
           IF WS-EXPECTED-DATE = SPACES
              PERFORM FIND-PRIOR-BUSINESS-DATE
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-INPUT-HEADER.
           PERFORM SKIP-PROCESSED-RECORDS.
           END-IF.
      *
           CLOSE CTL-CARD.
      *
       FIND-PRIOR-BUSINESS-DATE.
      *    THE CALENDAR IS IN DATE ORDER - KEEP THE LATEST BUSINESS
      *    DAY SEEN UNTIL THE RUN'S OWN ROW.  NO ROW FOR IT, OR NO
      *    BUSINESS DAY BEFORE IT, MEANS THE CALENDAR DOES NOT COVER
      *    THIS RUN.  THE RUN IS FOR THE NIGHT'S BUSINESS DATE (THE
      *    'O' ROW, AS COBBAT01), NOT THE DAY THE STEP HAPPENS TO
      *    START ON; TODAY ONLY WHEN NO NIGHT IS OPEN.
           IF WS-GRD-BUS-DATE NOT = SPACES
              MOVE WS-GRD-BUS-DATE TO WS-TODAY-ISO
           ELSE
              STRING WS-CTS-YYYY '-'
                     WS-CTS-MM   '-'
                     WS-CTS-DD
                     DELIMITED BY SIZE INTO WS-TODAY-ISO
           END-IF.
      *
           OPEN INPUT CAL-FILE.
      *
           IF WS-CAL-STATUS NOT = '00'
              DISPLAY 'COBBAT02 ABEND - BUSINESS CALENDAR '
                      'MISSING, FILE STATUS ' WS-CAL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM READ-CAL-FILE
           PERFORM UNTIL WS-CAL-EOF = 'Y'
                      OR CAL-DATE >= WS-TODAY-ISO
              IF CAL-IS-BUSINESS-DAY
                 MOVE CAL-DATE TO WS-PRIOR-BUS-DATE
              END-IF
              PERFORM READ-CAL-FILE
           END-PERFORM.
      *
           IF WS-CAL-EOF NOT = 'Y' AND CAL-DATE = WS-TODAY-ISO
              MOVE 'Y' TO WS-TODAY-ON-CAL
           END-IF.
      *
           CLOSE CAL-FILE.
      *
           IF WS-TODAY-ON-CAL NOT = 'Y'
           OR WS-PRIOR-BUS-DATE = SPACES
              DISPLAY 'COBBAT02 ABEND - BUSINESS CALENDAR DOES '
                      'NOT COVER ' WS-TODAY-ISO
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
       OPEN-FILES.
      *    A CHECKPOINT RESTART ALWAYS APPENDS REGARDLESS OF THE
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-STOP-TS.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM MARK-RUN-COMPLETE.
      *
           CLOSE INP-INPUT.
           CLOSE OUT-OUTPUT.
      *    CORRECTED RECORD AGAINST IT LATER.
           MOVE 'O'                    TO WS-REPO-STATUS.
           MOVE 'COBBAT02'             TO WS-REPO-PGM.
           MOVE WS-GRD-KEY-DATE        TO WS-REPO-OPEN-DATE.
           MOVE SPACES                 TO WS-REPO-CLOSE-DATE.
           MOVE 'DB2 CURRENT DATE LOOKUP FAILED'
                                       TO WS-REPO-REASON.
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
              DISPLAY 'COBBAT02 NO NIGHT OPEN ON RUNSTDD - RUN IS NOT '
                      'GUARDED'
           ELSE
              DISPLAY 'COBBAT02 BUSINESS DATE: ' WS-GRD-BUS-DATE
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
                          DISPLAY 'COBBAT02 ABEND - OVER ' WS-GRD-MAX
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
              DISPLAY 'COBBAT02 ALREADY COMPLETED FOR ' WS-GRD-BUS-DATE
                      ' - NOT RUN AGAIN WITHOUT THE RERUN OVERRIDE'
              DISPLAY 'PROGRAM COBBAT02 - STOP'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           IF WS-GRD-USED > ZERO
              IF WS-GRD-RERUN = 'Y'
                 DISPLAY 'COBBAT02 RERUN FOR ' WS-GRD-BUS-DATE
                         ' - BACKING OUT ' WS-GRD-USED ' EARLIER RUN(S)'
              ELSE
                 DISPLAY 'COBBAT02 RESTART FOR ' WS-GRD-BUS-DATE
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
              DISPLAY 'COBBAT02 ABEND - ERROR WRITING RUN STATE, '
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
                       DISPLAY 'COBBAT02 ABEND - ERROR RESTORING '
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
           DISPLAY 'COBBAT02 BACKED OUT ' WS-GRD-DROPPED
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
                       DISPLAY 'COBBAT02 ABEND - ERROR RESTORING '
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
           DISPLAY 'COBBAT02 BACKED OUT ' WS-GRD-DROPPED
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
              DISPLAY 'COBBAT02 ABEND - ERROR OPENING BKOUTDD, FILE '
                      'STATUS ' WS-BKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       WRITE-BACKOUT-WORK.
           WRITE BACKOUT-REC.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBBAT02 ABEND - ERROR WRITING BKOUTDD, FILE '
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

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
       01  BACKOUT-REC        PIC X(144).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
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
          05 WS-GRD-PGM          PIC X(08) VALUE 'COBBAT04'.
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
           PERFORM GET-REJECT-TOLERANCE.
           PERFORM OPEN-FILES.
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-STOP-TS.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM MARK-RUN-COMPLETE.
      *
           CLOSE INP-INPUT.
           CLOSE OUT-OUTPUT.
      *    CORRECTED RECORD AGAINST IT LATER.
           MOVE 'O'                    TO WS-REPO-STATUS.
           MOVE 'COBBAT04'             TO WS-REPO-PGM.
           MOVE WS-GRD-KEY-DATE        TO WS-REPO-OPEN-DATE.
           MOVE SPACES                 TO WS-REPO-CLOSE-DATE.
           MOVE 'DB2 EMPLOYEE LOOKUP FAILED'
                                       TO WS-REPO-REASON.
              MOVE SPACES          TO  TRAILER-REC
              MOVE 'TRAILER'       TO  TRL-ID
              MOVE WS-REC-COUNT    TO  TRL-COUNT
              MOVE WS-GRD-KEY-DATE TO  TRL-DATE
              WRITE TRAILER-REC
           END-IF.
      *
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
              DISPLAY 'COBBAT04 NO NIGHT OPEN ON RUNSTDD - RUN IS NOT '
                      'GUARDED'
           ELSE
              DISPLAY 'COBBAT04 BUSINESS DATE: ' WS-GRD-BUS-DATE
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
                          DISPLAY 'COBBAT04 ABEND - OVER ' WS-GRD-MAX
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
              DISPLAY 'COBBAT04 ALREADY COMPLETED FOR ' WS-GRD-BUS-DATE
                      ' - NOT RUN AGAIN WITHOUT THE RERUN OVERRIDE'
              DISPLAY 'PROGRAM COBBAT04 - STOP'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           IF WS-GRD-USED > ZERO
              IF WS-GRD-RERUN = 'Y'
                 DISPLAY 'COBBAT04 RERUN FOR ' WS-GRD-BUS-DATE
                         ' - BACKING OUT ' WS-GRD-USED ' EARLIER RUN(S)'
              ELSE
                 DISPLAY 'COBBAT04 RESTART FOR ' WS-GRD-BUS-DATE
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
              DISPLAY 'COBBAT04 ABEND - ERROR WRITING RUN STATE, '
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
                       DISPLAY 'COBBAT04 ABEND - ERROR RESTORING '
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
           DISPLAY 'COBBAT04 BACKED OUT ' WS-GRD-DROPPED
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
                       DISPLAY 'COBBAT04 ABEND - ERROR RESTORING '
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
           DISPLAY 'COBBAT04 BACKED OUT ' WS-GRD-DROPPED
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
              DISPLAY 'COBBAT04 ABEND - ERROR OPENING BKOUTDD, FILE '
                      'STATUS ' WS-BKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       WRITE-BACKOUT-WORK.
           WRITE BACKOUT-REC.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBBAT04 ABEND - ERROR WRITING BKOUTDD, FILE '
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

           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-INTRL-STATUS.
      *
      *    THE DEPARTMENT REFERENCE FILE - EACH DEPARTMENT'S PARENT
      *    DIVISION AND EACH DIVISION'S REGION, SO THE REPORT CAN
      *    SUBTOTAL BY DIVISION AND REGION ABOVE THE DEPARTMENT
      *    BREAKS.  LOADED WHOLE AT START-UP.
           SELECT DEPT-INPUT ASSIGN TO DEPTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.
      *
      *    COMPACT TOTALS HISTORY - ONE ROW PER DEPARTMENT/STATUS
      *    AND ONE DEPT-TOTAL ROW (STATUS '*') PER DEPARTMENT PER
      *    RUN, AND THE SAME FOR EVERY DIVISION AND REGION (LEVEL
      *    'V' / 'R' ON THE ROW), STAMPED WITH THE RUN DATE AND
      *    APPENDED ACROSS RUNS, SO COBRPT05 CAN ANSWER 'WHICH
      *    DEPARTMENTS (OR DIVISIONS) GREW OR SHRANK SINCE LAST
      *    WEEK' WITHOUT ANYONE LAYING PRINTOUTS SIDE BY SIDE.  ONLY
      *    WHOLE-COMPANY RUNS (NO SELDD FILTER) ARE RECORDED - A
      *    FILTERED AD-HOC RUN WOULD POISON THE TREND.
           SELECT OPTIONAL HST-OUTPUT ASSIGN TO TOTHDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-HISTORY.
      *
           SELECT SORT-WORK  ASSIGN TO SORTWK.
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
       FD  HST-OUTPUT RECORDING MODE F.
       01  TOTALS-REC         PIC X(80).
      *
      *    SAME ROW LAYOUT COBBAT01'S DEPT-INPUT READS.
       FD  DEPT-INPUT RECORDING MODE F.
       01  DEPT-REC.
           05  DEPT-REF-CODE      PIC X(05).
           05  DEPT-REF-NAME      PIC X(20).
           05  DEPT-REF-ACTIVE    PIC X(01).
           05  DEPT-REF-EFF-DATE  PIC X(08).
           05  DEPT-REF-SUCC      PIC X(05).
           05  DEPT-REF-LEVEL     PIC X(01).
           05  DEPT-REF-PARENT    PIC X(05).
           05  FILLER             PIC X(35).
      *
      *    SELECTED RECORDS, SORTED ON REGION, DIVISION AND THEN
      *    DEPARTMENT SO THE OUTPUT PROCEDURE CAN TAKE A CLEAN
      *    CONTROL BREAK AT EACH LEVEL.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-REGION     PIC X(05).
           05  SRT-DIVISION   PIC X(05).
           05  SRT-DEPT       PIC X(05).
           05  SRT-EMP-ID     PIC X(10).
           05  SRT-NAME       PIC X(10).
           05  SRT-DEPT-NAME  PIC X(20).
           05  SRT-EMP-STATUS PIC X(01).
           05  SRT-HIRE-DATE  PIC X(10).
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
             88 FS-HISTORY-OK  VALUE '00'.
      *
       01 WS-SEL-STATUS        PIC X(02) VALUE SPACES.
       01 WS-DEPT-STATUS       PIC X(02) VALUE SPACES.
       01 WS-DEPT-EOF          PIC X(01) VALUE 'N'.
       01 WS-INTRL-STATUS      PIC X(02) VALUE SPACES.
       01 WS-INTRL-EOF         PIC X(01) VALUE 'N'.
       01 WS-TRL-EXPECTED      PIC 9(08) VALUE ZERO.
       01 WS-ST-IDX             PIC 9(02) COMP VALUE ZERO.
       01 WS-ST-FOUND           PIC 9(02) COMP VALUE ZERO.
      *
      *    THE DEPARTMENT/DIVISION/REGION ROWS OF THE REFERENCE
      *    FILE - CODE, NAME, LEVEL AND PARENT ONLY.  SAME LIMIT
      *    COBBAT01'S VALIDATION TABLE USES.
       01 WS-HIER-TABLE.
          05 WS-HIE-MAX         PIC 9(04) COMP VALUE 500.
          05 WS-HIE-USED        PIC 9(04) COMP VALUE ZERO.
          05 WS-HIE-ENTRY OCCURS 500.
             10 WS-HIE-CODE     PIC X(05).
             10 WS-HIE-NAME     PIC X(20).
             10 WS-HIE-PARENT   PIC X(05).
      *
       01 WS-HIE-IDX            PIC 9(04) COMP VALUE ZERO.
       01 WS-HIE-FOUND          PIC 9(04) COMP VALUE ZERO.
       01 WS-HIE-CODE-WANTED    PIC X(05) VALUE SPACES.
       01 WS-HIE-NAME-FOUND     PIC X(20) VALUE SPACES.
       01 WS-HIE-PARENT-FOUND   PIC X(05) VALUE SPACES.
      *
      *    ROLL-UP LEVELS ABOVE THE DEPARTMENT - ENTRY 1 IS THE
      *    DIVISION BEING ACCUMULATED, ENTRY 2 THE REGION.  EACH
      *    KEEPS ITS OWN HEADCOUNT, DEPARTMENT COUNT AND PER-STATUS
      *    COUNTS, AND HOW MANY OF IT THE RUN HAS SEEN.  A BLANK
      *    CODE COLLECTS THE DEPARTMENTS NOT YET PLACED UNDER A
      *    DIVISION (OR DIVISIONS NOT YET UNDER A REGION).
       01 WS-ROLLUP-TABLE.
          05 WS-RLP-ENTRY OCCURS 2.
             10 WS-RLP-CODE       PIC X(05).
             10 WS-RLP-NAME       PIC X(20).
             10 WS-RLP-EMP-COUNT  PIC 9(08).
             10 WS-RLP-DEPTS      PIC 9(08).
             10 WS-RLP-SEEN       PIC 9(08).
             10 WS-RLP-ST-USED    PIC 9(02) COMP.
             10 WS-RLP-ST-ENTRY OCCURS 10.
                15 WS-RLP-ST-CODE  PIC X(01).
                15 WS-RLP-ST-COUNT PIC 9(08).
      *
       01 WS-RLP-IDX            PIC 9(02) COMP VALUE ZERO.
       01 WS-RLP-ST-MAX         PIC 9(02) COMP VALUE 10.
      *
       01 WS-RLP-LEVELS         PIC X(02) VALUE 'VR'.
       01 WS-RLP-LEVELS-R REDEFINES WS-RLP-LEVELS.
          05 WS-RLP-LEVEL       PIC X(01) OCCURS 2.
      *
       01 WS-RLP-LABELS         PIC X(16) VALUE 'DIVISIONREGION  '.
       01 WS-RLP-LABELS-R REDEFINES WS-RLP-LABELS.
          05 WS-RLP-LABEL       PIC X(08) OCCURS 2.
      *
      *    TOTALS-HISTORY LINE - RUN DATE (YYYY-MM-DD, SORTABLE),
      *    DEPARTMENT (OR DIVISION OR REGION) CODE, STATUS CODE
      *    ('*' = TOTAL FOR THE CODE), COUNT, AND THE LEVEL THE CODE
      *    IS AT - 'D' DEPARTMENT, 'V' DIVISION, 'R' REGION.  ROWS
      *    WRITTEN BEFORE THE LEVEL WAS CARRIED HAVE A BLANK THERE
      *    AND ARE ALL DEPARTMENT ROWS.
       01 WS-TOTALS-LINE.
          05 HST-RUN-DATE       PIC X(10).
          05 FILLER             PIC X(01) VALUE '-'.
          05 HST-STATUS         PIC X(01).
          05 FILLER             PIC X(01) VALUE '-'.
          05 HST-COUNT          PIC 9(08).
          05 FILLER             PIC X(01) VALUE '-'.
          05 HST-LEVEL          PIC X(01).
          05 FILLER             PIC X(51) VALUE SPACES.
      *
       01 WS-RUN-DATE           PIC X(10) VALUE SPACES.
      *
      *    RUN-STATE GUARD - THE BUSINESS DATE AND RERUN OVERRIDE OF
      *    THE LAST NIGHT OPENED ON RUNSTDD, AND THIS PROGRAM'S STARTS
      *    FOR THAT DATE SINCE ITS LAST BACK-OUT (START TIME AND THE
      *    DATE IT STAMPED ON WHAT IT APPENDED).
       01 WS-RUNST-STATUS      PIC X(02) VALUE SPACES.
       01 WS-BKOUT-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RUN-GUARD.
          05 WS-GRD-PGM          PIC X(08) VALUE 'COBRPT03'.
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
       01 WS-TODAY              PIC 9(08) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY      PIC 9(04).
          05 WS-TODAY-MM        PIC 9(02).
          05 WS-TODAY-DD        PIC 9(02).
      *
      *    WHEN THIS RUN STARTED - ITS ROWS ON RUNSTDD CARRY IT.
       01 WS-RUN-START-TS        PIC X(19) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP   PIC X(21) VALUE SPACES.
       01 WS-CURRENT-TS-R REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-CTS-YYYY         PIC 9(04).
          05 WS-CTS-MM           PIC 9(02).
          05 WS-CTS-DD           PIC 9(02).
          05 WS-CTS-HH           PIC 9(02).
          05 WS-CTS-MIN          PIC 9(02).
          05 WS-CTS-SS           PIC 9(02).
          05 FILLER              PIC X(07).
      *
       01 WS-HEADER-LINE1       PIC X(60)
          VALUE 'DEPARTMENT SUMMARY REPORT'.
       01 WS-HEADER-PAGE-LINE.
          05 FILLER            PIC X(06) VALUE 'PAGE: '.
          05 WS-HDR-PAGE       PIC ZZZ9.
      *
      *    WHERE THE DEPARTMENT SITS - PRINTED ABOVE ITS HEADER.
       01 WS-HIER-HEADER.
          05 FILLER            PIC X(08) VALUE 'REGION: '.
          05 WS-HH-REGION      PIC X(05).
          05 FILLER            PIC X(03) VALUE ' - '.
          05 WS-HH-REGION-NAME PIC X(20).
          05 FILLER            PIC X(04) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'DIVISION: '.
          05 WS-HH-DIVISION    PIC X(05).
          05 FILLER            PIC X(03) VALUE ' - '.
          05 WS-HH-DIVISION-NAME PIC X(20).
      *
       01 WS-ROLLUP-HEADER.
          05 WS-RH-LABEL       PIC X(08).
          05 FILLER            PIC X(02) VALUE ': '.
          05 WS-RH-CODE        PIC X(05).
          05 FILLER            PIC X(03) VALUE ' - '.
          05 WS-RH-NAME        PIC X(20).
      *
       01 WS-DEPT-HEADER.
          05 FILLER            PIC X(12) VALUE 'DEPARTMENT: '.
          05 FILLER            PIC X(21)
             VALUE 'DEPARTMENT TOTAL   : '.
          05 WS-SUB-COUNT      PIC ZZZZZZZ9.
      *
       01 WS-ROLLUP-LINE.
          05 WS-RLL-LABEL      PIC X(08).
          05 WS-RLL-TEXT       PIC X(13).
          05 WS-RLL-COUNT      PIC ZZZZZZZ9.
      *
       01 WS-GRAND-LINE.
          05 WS-GRA-LABEL      PIC X(21).
      *
           PERFORM GET-SELECTION-CARD.
           PERFORM GET-RUN-DATE.
      *
      *    ONLY A WHOLE-COMPANY RUN APPENDS TO THE TOTALS HISTORY, SO
      *    ONLY THAT IS HELD TO ONE RUN PER BUSINESS DATE.
           IF WS-SEL-DEPT = SPACES
          AND WS-SEL-EMP-STATUS = SPACE
              PERFORM CHECK-RUN-STATE
           END-IF.
      *
           PERFORM LOAD-HIER-TABLE.
           PERFORM OPEN-FILES.
      *
           SORT SORT-WORK
                ON ASCENDING KEY SRT-REGION
                                 SRT-DIVISION
                                 SRT-DEPT
                                 SRT-EMP-ID
                INPUT  PROCEDURE IS SELECT-INPUT
                OUTPUT PROCEDURE IS REPORT-OUTPUT.
           CLOSE SEL-CARD.
      *
       GET-RUN-DATE.
      *    TODAY STAMPS THE TOTALS HISTORY ONLY WHEN NO NIGHT IS OPEN;
      *    A GUARDED RUN STAMPS THE NIGHT'S BUSINESS DATE INSTEAD (SEE
      *    CHECK-RUN-STATE).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           STRING WS-TODAY-YYYY '-'
                  WS-TODAY-MM   '-'
                  WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-GRD-KEY-DATE.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           STRING WS-CTS-YYYY '-' WS-CTS-MM  '-' WS-CTS-DD  '-'
                  WS-CTS-HH   '.' WS-CTS-MIN '.' WS-CTS-SS
                  DELIMITED BY SIZE INTO WS-RUN-START-TS.
      *
       LOAD-HIER-TABLE.
      *    THE WHOLE REFERENCE FILE IS SMALL ENOUGH TO HOLD IN CORE.
      *    WITHOUT IT THERE IS NO ROLL-UP TO PRINT OR RECORD, AND
      *    THE RUN STOPS RATHER THAN PUT EVERY DEPARTMENT UNDER A
      *    BLANK DIVISION IN THE TOTALS HISTORY.
           OPEN INPUT DEPT-INPUT.
      *
           IF WS-DEPT-STATUS NOT = '00'
              DISPLAY 'COBRPT03 ABEND - DEPT REFERENCE FILE '
                      'MISSING, FILE STATUS ' WS-DEPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM READ-DEPT-INPUT.
           PERFORM UNTIL WS-DEPT-EOF = 'Y'
              IF DEPT-REF-CODE NOT = SPACES
                 IF WS-HIE-USED >= WS-HIE-MAX
                    DISPLAY 'COBRPT03 ABEND - DEPT REFERENCE '
                            'TABLE FULL AT ' WS-HIE-MAX
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-HIE-USED
                 MOVE DEPT-REF-CODE   TO WS-HIE-CODE(WS-HIE-USED)
                 MOVE DEPT-REF-NAME   TO WS-HIE-NAME(WS-HIE-USED)
                 MOVE DEPT-REF-PARENT TO WS-HIE-PARENT(WS-HIE-USED)
              END-IF
              PERFORM READ-DEPT-INPUT
           END-PERFORM.
      *
           CLOSE DEPT-INPUT.
      *
       READ-DEPT-INPUT.
           INITIALIZE DEPT-REC.
      *
           READ DEPT-INPUT
           AT END MOVE 'Y' TO WS-DEPT-EOF
           END-READ.
      *
       FIND-HIER-ENTRY.
      *    LOOK UP WS-HIE-CODE-WANTED; A CODE NOT ON THE FILE COMES
      *    BACK WITH NO NAME AND NO PARENT.
           MOVE ZERO   TO WS-HIE-FOUND.
           MOVE SPACES TO WS-HIE-NAME-FOUND
                          WS-HIE-PARENT-FOUND.
      *
           IF WS-HIE-CODE-WANTED NOT = SPACES
              PERFORM VARYING WS-HIE-IDX FROM 1 BY 1
                      UNTIL WS-HIE-IDX > WS-HIE-USED
                         OR WS-HIE-FOUND > ZERO
                 IF WS-HIE-CODE(WS-HIE-IDX) = WS-HIE-CODE-WANTED
                    MOVE WS-HIE-IDX TO WS-HIE-FOUND
                 END-IF
              END-PERFORM
           END-IF.
      *
           IF WS-HIE-FOUND > ZERO
              MOVE WS-HIE-NAME(WS-HIE-FOUND)   TO WS-HIE-NAME-FOUND
              MOVE WS-HIE-PARENT(WS-HIE-FOUND) TO WS-HIE-PARENT-FOUND
           END-IF.
      *
       OPEN-FILES.
           OPEN INPUT  INP-INPUT.
           IF WS-SEL-DEPT = SPACES
          AND WS-SEL-EMP-STATUS = SPACE
              CLOSE HST-OUTPUT
              PERFORM MARK-RUN-COMPLETE
           END-IF.
           GOBACK.
      *
           READ INTRL-INPUT
           AT END MOVE 'Y' TO WS-INTRL-EOF
           END-READ.
      *
       CHECK-RUN-STATE.
      *    THE BUSINESS DATE IS THE ONE ON THE LAST 'O' ROW - THE
      *    NIGHT COBCAL01 OPENED AT THE TOP OF THE JOB - SO A STEP
      *    THAT STARTS AFTER MIDNIGHT STILL BELONGS TO ITS NIGHT.
      *    WHAT THE STEP STAMPS ON THE ROWS IT APPENDS IS KEYED ON
      *    THE BUSINESS DATE TOO; THE SYSTEM DATE ONLY WHEN NO NIGHT
      *    IS OPEN AND THE RUN IS NOT GUARDED.
      *    CALLED BEFORE ANY OTHER FILE IS OPENED.
           MOVE WS-RUN-DATE TO WS-GRD-KEY-DATE.
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
              DISPLAY 'COBRPT03 NO NIGHT OPEN ON RUNSTDD - RUN IS NOT '
                      'GUARDED'
           ELSE
              DISPLAY 'COBRPT03 BUSINESS DATE: ' WS-GRD-BUS-DATE
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
                          DISPLAY 'COBRPT03 ABEND - OVER ' WS-GRD-MAX
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
      *    OUT TOO, SINCE THIS RUN WRITES IT AGAIN.
           IF WS-GRD-DONE = 'Y' AND WS-GRD-RERUN NOT = 'Y'
              DISPLAY 'COBRPT03 ALREADY COMPLETED FOR ' WS-GRD-BUS-DATE
                      ' - NOT RUN AGAIN WITHOUT THE RERUN OVERRIDE'
              DISPLAY 'PROGRAM COBRPT03 - STOP'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           IF WS-GRD-USED > ZERO
              IF WS-GRD-RERUN = 'Y'
                 DISPLAY 'COBRPT03 RERUN FOR ' WS-GRD-BUS-DATE
                         ' - BACKING OUT ' WS-GRD-USED ' EARLIER RUN(S)'
              ELSE
                 DISPLAY 'COBRPT03 RESTART FOR ' WS-GRD-BUS-DATE
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
           MOVE WS-RUN-START-TS   TO RSTATE-TS.
           MOVE WS-GRD-KEY-DATE   TO RSTATE-KEY-DATE.
           MOVE RETURN-CODE TO RSTATE-RETURN-CD.
           WRITE RSTATE-REC.
      *
           IF WS-RUNST-STATUS NOT = '00'
              DISPLAY 'COBRPT03 ABEND - ERROR WRITING RUN STATE, '
                      'FILE STATUS ' WS-RUNST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           CLOSE RUN-STATE.
      *
       BACK-OUT-PRIOR-RUNS.
           PERFORM BACK-OUT-TOTALS-HISTORY.
      *
       BACK-OUT-TOTALS-HISTORY.
      *    THE TOTALS-HISTORY ROWS THE EARLIER STARTS APPENDED, KNOWN
      *    BY THE RUN DATE THEY WERE STAMPED WITH.
           MOVE ZERO TO WS-GRD-DROPPED.
           OPEN INPUT HST-OUTPUT.
      *
           IF FS-HISTORY = '00'
              PERFORM OPEN-BACKOUT-WORK
              MOVE 'N' TO WS-GRD-EOF
              PERFORM READ-TOTALS-HISTORY-BACKOUT
              PERFORM UNTIL WS-GRD-EOF = 'Y'
                 MOVE 'N' TO WS-GRD-MATCH
                 MOVE TOTALS-REC(1:10) TO WS-GRD-DATE-WANTED
                 PERFORM FIND-PRIOR-KEY-DATE
                 IF WS-GRD-MATCH = 'Y'
                    ADD 1 TO WS-GRD-DROPPED
                 ELSE
                    MOVE TOTALS-REC TO BACKOUT-REC
                    PERFORM WRITE-BACKOUT-WORK
                 END-IF
                 PERFORM READ-TOTALS-HISTORY-BACKOUT
              END-PERFORM
              CLOSE HST-OUTPUT
              CLOSE BACKOUT-WORK
              IF WS-GRD-DROPPED > ZERO
                 OPEN OUTPUT HST-OUTPUT
                 OPEN INPUT BACKOUT-WORK
                 MOVE 'N' TO WS-GRD-EOF
                 PERFORM READ-BACKOUT-WORK
                 PERFORM UNTIL WS-GRD-EOF = 'Y'
                    WRITE TOTALS-REC FROM BACKOUT-REC
                    IF FS-HISTORY NOT = '00'
                       DISPLAY 'COBRPT03 ABEND - ERROR RESTORING '
                               'TOTALS HISTORY, FILE STATUS '
                               FS-HISTORY
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    PERFORM READ-BACKOUT-WORK
                 END-PERFORM
                 CLOSE HST-OUTPUT
                 CLOSE BACKOUT-WORK
              END-IF
           ELSE
              CLOSE HST-OUTPUT
           END-IF.
      *
           DISPLAY 'COBRPT03 BACKED OUT ' WS-GRD-DROPPED
                   ' TOTALS HISTORY ROW(S)'.
      *
       READ-TOTALS-HISTORY-BACKOUT.
           READ HST-OUTPUT
           AT END MOVE 'Y' TO WS-GRD-EOF
           END-READ.
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
              DISPLAY 'COBRPT03 ABEND - ERROR OPENING BKOUTDD, FILE '
                      'STATUS ' WS-BKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       WRITE-BACKOUT-WORK.
           WRITE BACKOUT-REC.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBRPT03 ABEND - ERROR WRITING BKOUTDD, FILE '
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
      *
      *--------------------------------------------------------
      *    SORT INPUT SIDE - READ, FILTER, RELEASE.
                   OR INP-DEPT = WS-SEL-DEPT)
              AND (WS-SEL-EMP-STATUS = SPACE
                   OR INP-EMP-STATUS = WS-SEL-EMP-STATUS)
                 PERFORM PLACE-IN-HIERARCHY
                 MOVE INP-DEPT       TO SRT-DEPT
                 MOVE INP-EMP-ID     TO SRT-EMP-ID
                 MOVE INP-NAME       TO SRT-NAME
           READ INP-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       PLACE-IN-HIERARCHY.
      *    DEPARTMENT -> ITS DIVISION -> THAT DIVISION'S REGION.
           MOVE INP-DEPT            TO WS-HIE-CODE-WANTED.
           PERFORM FIND-HIER-ENTRY.
           MOVE WS-HIE-PARENT-FOUND TO SRT-DIVISION
                                       WS-HIE-CODE-WANTED.
           PERFORM FIND-HIER-ENTRY.
           MOVE WS-HIE-PARENT-FOUND TO SRT-REGION.
      *
      *--------------------------------------------------------
      *    SORT OUTPUT SIDE - CONTROL BREAKS ON REGION, DIVISION
      *    AND DEPARTMENT.
      *--------------------------------------------------------
       REPORT-OUTPUT SECTION.
       REPORT-OUTPUT-START.
           MOVE ZERO TO WS-RLP-SEEN(1)
                        WS-RLP-SEEN(2).
      *
           PERFORM RETURN-SORTED.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
              EVALUATE TRUE
                  WHEN WS-FIRST-DEPT = 'Y'
                     PERFORM START-REGION-SECTION
                     PERFORM START-DIVISION-SECTION
                     PERFORM START-DEPT-SECTION
                     MOVE 'N' TO WS-FIRST-DEPT
                  WHEN SRT-REGION NOT = WS-RLP-CODE(2)
                     PERFORM END-DEPT-SECTION
                     PERFORM END-DIVISION-SECTION
                     PERFORM END-REGION-SECTION
                     PERFORM START-REGION-SECTION
                     PERFORM START-DIVISION-SECTION
                     PERFORM START-DEPT-SECTION
                  WHEN SRT-DIVISION NOT = WS-RLP-CODE(1)
                     PERFORM END-DEPT-SECTION
                     PERFORM END-DIVISION-SECTION
                     PERFORM START-DIVISION-SECTION
                     PERFORM START-DEPT-SECTION
                  WHEN SRT-DEPT NOT = WS-BREAK-DEPT
                     PERFORM END-DEPT-SECTION
                     PERFORM START-DEPT-SECTION
              END-EVALUATE
              PERFORM ACCUMULATE-DETAIL
              PERFORM RETURN-SORTED
           END-PERFORM.
      *
           IF WS-FIRST-DEPT = 'N'
              PERFORM END-DEPT-SECTION
              PERFORM END-DIVISION-SECTION
              PERFORM END-REGION-SECTION
           END-IF.
      *
           PERFORM WRITE-GRAND-TOTAL.
           MOVE ZERO          TO WS-DEPT-EMP-COUNT
                                 WS-DST-USED.
           ADD 1 TO WS-GRAND-DEPTS.
           ADD 1 TO WS-RLP-DEPTS(1)
                    WS-RLP-DEPTS(2).
      *
           PERFORM WRITE-PAGE-HEADER.
      *
           MOVE WS-RLP-CODE(2)     TO WS-HH-REGION.
           MOVE WS-RLP-NAME(2)     TO WS-HH-REGION-NAME.
           MOVE WS-RLP-CODE(1)     TO WS-HH-DIVISION.
           MOVE WS-RLP-NAME(1)     TO WS-HH-DIVISION-NAME.
           WRITE PRINT-REC FROM WS-HIER-HEADER
               AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.
      *
           MOVE WS-BREAK-DEPT      TO WS-DH-DEPT.
           MOVE WS-BREAK-DEPT-NAME TO WS-DH-DEPT-NAME.
           ADD 1 TO WS-GRAND-EMP-COUNT.
           PERFORM COUNT-DEPT-STATUS.
           PERFORM COUNT-GRAND-STATUS.
           PERFORM VARYING WS-RLP-IDX FROM 1 BY 1
                   UNTIL WS-RLP-IDX > 2
              ADD 1 TO WS-RLP-EMP-COUNT(WS-RLP-IDX)
              PERFORM COUNT-ROLLUP-STATUS
           END-PERFORM.
      *
       COUNT-DEPT-STATUS.
      *    DISTINCT STATUS CODES ARE COLLECTED AS THEY APPEAR - THE
                         'GRAND TOTAL BREAKDOWN'
              END-IF
           END-IF.
      *
       COUNT-ROLLUP-STATUS.
      *    SAME AGAIN FOR THE DIVISION (WS-RLP-IDX 1) OR REGION (2).
           MOVE ZERO TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-RLP-ST-USED(WS-RLP-IDX)
                      OR WS-ST-FOUND > ZERO
              IF WS-RLP-ST-CODE(WS-RLP-IDX WS-ST-IDX) = SRT-EMP-STATUS
                 MOVE WS-ST-IDX TO WS-ST-FOUND
              END-IF
           END-PERFORM.
      *
           IF WS-ST-FOUND > ZERO
              ADD 1 TO WS-RLP-ST-COUNT(WS-RLP-IDX WS-ST-FOUND)
           ELSE
              IF WS-RLP-ST-USED(WS-RLP-IDX) < WS-RLP-ST-MAX
                 ADD 1 TO WS-RLP-ST-USED(WS-RLP-IDX)
                 MOVE WS-RLP-ST-USED(WS-RLP-IDX) TO WS-ST-FOUND
                 MOVE SRT-EMP-STATUS
                   TO WS-RLP-ST-CODE(WS-RLP-IDX WS-ST-FOUND)
                 MOVE 1
                   TO WS-RLP-ST-COUNT(WS-RLP-IDX WS-ST-FOUND)
              ELSE
                 DISPLAY 'COBRPT03 WARNING - STATUS TABLE FULL, '
                         'CODE ' SRT-EMP-STATUS ' NOT COUNTED IN '
                         WS-RLP-LABEL(WS-RLP-IDX) ' '
                         WS-RLP-CODE(WS-RLP-IDX) ' BREAKDOWN'
              END-IF
           END-IF.
      *
       START-REGION-SECTION.
           MOVE 2            TO WS-RLP-IDX.
           MOVE SRT-REGION   TO WS-RLP-CODE(2).
           PERFORM START-ROLLUP.
      *
       START-DIVISION-SECTION.
           MOVE 1            TO WS-RLP-IDX.
           MOVE SRT-DIVISION TO WS-RLP-CODE(1).
           PERFORM START-ROLLUP.
      *
       START-ROLLUP.
      *    A NEW DIVISION OR REGION - NAME IT FROM THE REFERENCE FILE
      *    AND CLEAR ITS COUNTS.  NOTHING IS PRINTED UNTIL IT ENDS;
      *    EACH DEPARTMENT PAGE SHOWS WHERE IT SITS.
           MOVE WS-RLP-CODE(WS-RLP-IDX) TO WS-HIE-CODE-WANTED.
           PERFORM FIND-HIER-ENTRY.
           IF WS-RLP-CODE(WS-RLP-IDX) = SPACES
              MOVE '(NOT ASSIGNED)'     TO WS-RLP-NAME(WS-RLP-IDX)
           ELSE
              MOVE WS-HIE-NAME-FOUND    TO WS-RLP-NAME(WS-RLP-IDX)
           END-IF.
           MOVE ZERO TO WS-RLP-EMP-COUNT(WS-RLP-IDX)
                        WS-RLP-DEPTS(WS-RLP-IDX)
                        WS-RLP-ST-USED(WS-RLP-IDX).
           ADD 1 TO WS-RLP-SEEN(WS-RLP-IDX).
      *
       END-DIVISION-SECTION.
           MOVE 1 TO WS-RLP-IDX.
           PERFORM END-ROLLUP.
      *
       END-REGION-SECTION.
           MOVE 2 TO WS-RLP-IDX.
           PERFORM END-ROLLUP.
      *
       END-ROLLUP.
      *    THE DIVISION OR REGION SUBTOTAL PRINTS UNDER THE LAST
      *    DEPARTMENT IN IT - ITS STATUS HEADCOUNTS, ITS TOTAL AND
      *    HOW MANY DEPARTMENTS IT COVERS - STARTING A FRESH PAGE
      *    WHEN THE BLOCK WOULD NOT FIT.
           IF WS-LINE-COUNT + WS-RLP-ST-USED(WS-RLP-IDX) + 5
              > WS-LINES-PER-PAGE
              PERFORM WRITE-PAGE-HEADER
           END-IF.
      *
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
      *
           MOVE WS-RLP-LABEL(WS-RLP-IDX) TO WS-RH-LABEL.
           MOVE WS-RLP-CODE(WS-RLP-IDX)  TO WS-RH-CODE.
           MOVE WS-RLP-NAME(WS-RLP-IDX)  TO WS-RH-NAME.
           WRITE PRINT-REC FROM WS-ROLLUP-HEADER
               AFTER ADVANCING 1.
           ADD 2 TO WS-LINE-COUNT.
      *
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-RLP-ST-USED(WS-RLP-IDX)
              MOVE WS-RLP-ST-CODE(WS-RLP-IDX WS-ST-IDX)
                                           TO WS-STL-CODE
              MOVE WS-RLP-ST-COUNT(WS-RLP-IDX WS-ST-IDX)
                                           TO WS-STL-COUNT
              WRITE PRINT-REC FROM WS-STATUS-LINE
                  AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
      *
           MOVE WS-RLP-LABEL(WS-RLP-IDX)     TO WS-RLL-LABEL.
           MOVE ' TOTAL     : '              TO WS-RLL-TEXT.
           MOVE WS-RLP-EMP-COUNT(WS-RLP-IDX) TO WS-RLL-COUNT.
           WRITE PRINT-REC FROM WS-ROLLUP-LINE
               AFTER ADVANCING 1.
           MOVE ' DEPTS     : '              TO WS-RLL-TEXT.
           MOVE WS-RLP-DEPTS(WS-RLP-IDX)     TO WS-RLL-COUNT.
           WRITE PRINT-REC FROM WS-ROLLUP-LINE
               AFTER ADVANCING 1.
           ADD 2 TO WS-LINE-COUNT.
      *
           IF WS-SEL-DEPT = SPACES
          AND WS-SEL-EMP-STATUS = SPACE
              PERFORM WRITE-ROLLUP-HISTORY
           END-IF.
      *
       WRITE-ROLLUP-HISTORY.
      *    AS WRITE-TOTALS-HISTORY, AT THE DIVISION OR REGION LEVEL.
           MOVE WS-GRD-KEY-DATE           TO HST-RUN-DATE.
           MOVE WS-RLP-CODE(WS-RLP-IDX)   TO HST-DEPT.
           MOVE WS-RLP-LEVEL(WS-RLP-IDX)  TO HST-LEVEL.
      *
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-RLP-ST-USED(WS-RLP-IDX)
              MOVE WS-RLP-ST-CODE(WS-RLP-IDX WS-ST-IDX)
                                           TO HST-STATUS
              MOVE WS-RLP-ST-COUNT(WS-RLP-IDX WS-ST-IDX)
                                           TO HST-COUNT
              WRITE TOTALS-REC FROM WS-TOTALS-LINE
           END-PERFORM.
      *
           MOVE '*'                          TO HST-STATUS.
           MOVE WS-RLP-EMP-COUNT(WS-RLP-IDX) TO HST-COUNT.
           WRITE TOTALS-REC FROM WS-TOTALS-LINE.
      *
       END-DEPT-SECTION.
      *    STATUS HEADCOUNTS AND THE DEPARTMENT SUBTOTAL CLOSE THE
      *    THE SAME NUMBERS JUST PRINTED, IN MACHINE-READABLE FORM -
      *    ONE ROW PER STATUS PLUS THE '*' DEPT-TOTAL ROW, STAMPED
      *    WITH THE RUN DATE FOR THE COBRPT05 TREND COMPARES.
           MOVE WS-GRD-KEY-DATE TO HST-RUN-DATE.
           MOVE WS-BREAK-DEPT TO HST-DEPT.
           MOVE 'D'           TO HST-LEVEL.
      *
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-DST-USED
      *
       WRITE-GRAND-TOTAL.
      *    COMPANY-WIDE ROLL-UP ON ITS OWN PAGE - TOTAL HEADCOUNT,
      *    HEADCOUNT PER STATUS, AND THE NUMBER OF DEPARTMENTS,
      *    DIVISIONS AND REGIONS REPORTED.
           PERFORM WRITE-PAGE-HEADER.
      *
           MOVE 'COMPANY GRAND TOTAL'          TO PRINT-REC.
           MOVE WS-GRAND-DEPTS                 TO WS-GRA-COUNT.
           WRITE PRINT-REC FROM WS-GRAND-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'DIVISIONS          : '        TO WS-GRA-LABEL.
           MOVE WS-RLP-SEEN(1)                 TO WS-GRA-COUNT.
           WRITE PRINT-REC FROM WS-GRAND-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'REGIONS            : '        TO WS-GRA-LABEL.
           MOVE WS-RLP-SEEN(2)                 TO WS-GRA-COUNT.
           WRITE PRINT-REC FROM WS-GRAND-LINE
               AFTER ADVANCING 1.
      *
       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-COUNT.

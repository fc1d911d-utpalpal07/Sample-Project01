       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE TOTALS HISTORY COBRPT03 APPENDS EACH WHOLE-COMPANY
      *    RUN - RUN DATE, DEPARTMENT (OR DIVISION OR REGION), STATUS
      *    ('*' = TOTAL), COUNT AND LEVEL.  READ TWICE: ONCE TO LEARN
      *    THE RUN DATES ON FILE, ONCE TO PULL THE THREE RUNS THE
      *    TREND COMPARES.  ONLY ROWS AT THE LEVEL BEING TRENDED ARE
      *    LOOKED AT, SO A DIVISION TREND STARTS FROM THE FIRST RUN
      *    THAT RECORDED DIVISIONS.
           SELECT HST-INPUT  ASSIGN TO TOTHDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-HISTORY.
      *    THAN THIS AGAINST THE PRIOR RUN OR THE RUN FOUR WEEKS
      *    BACK IS FLAGGED - THE SAME EARLY-WARNING IDEA COBRPT02
      *    APPLIES TO RUN METRICS, APPLIED TO THE BUSINESS NUMBERS.
      *    COL 5 PICKS THE LEVEL TRENDED - 'D' OR BLANK DEPARTMENTS,
      *    'V' DIVISIONS, 'R' REGIONS.
           SELECT OPTIONAL CTL-CARD ASSIGN TO CTLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
           05  HST-STATUS     PIC X(01).
           05  FILLER         PIC X(01).
           05  HST-COUNT      PIC 9(08).
           05  FILLER         PIC X(01).
           05  HST-LEVEL      PIC X(01).
           05  FILLER         PIC X(51).
      *
       FD  CTL-CARD  RECORDING MODE F.
       01  CTL-REC.
           05  CTL-MOVE-PCT   PIC X(03).
           05  FILLER         PIC X(01).
           05  CTL-LEVEL      PIC X(01).
           05  FILLER         PIC X(75).
      *
       FD  PRT-OUTPUT RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *    TUNING VALUE - OVERRIDDEN BY THE CONTROL CARD.
       01 WS-MOVE-PCT          PIC 9(03) VALUE 10.
      *
      *    LEVEL BEING TRENDED, AND THE HISTORY ROW'S OWN LEVEL WITH
      *    A BLANK (ROWS WRITTEN BEFORE LEVELS WERE CARRIED) READ AS
      *    A DEPARTMENT.
       01 WS-TREND-LEVEL       PIC X(01) VALUE 'D'.
       01 WS-ROW-LEVEL         PIC X(01) VALUE SPACE.
      *
      *    THE DISTINCT RUN DATES ON FILE, IN APPEND (CHRONOLOGICAL)
      *    ORDER - THE HISTORY IS WRITTEN ONE WHOLE RUN AT A TIME,
      *    SO A NEW DATE ONLY EVER ARRIVES AT THE END.
      *
       01 WS-HEADER-LINE1       PIC X(60)
          VALUE 'DEPARTMENT HEADCOUNT TREND REPORT'.
       01 WS-HEADER-DIVISION    PIC X(60)
          VALUE 'DIVISION HEADCOUNT TREND REPORT'.
       01 WS-HEADER-REGION      PIC X(60)
          VALUE 'REGION HEADCOUNT TREND REPORT'.
      *
       01 WS-DATES-LINE.
          05 FILLER             PIC X(08) VALUE 'LATEST '.
      *    FIELD WIDTHS AND GAPS MUST MIRROR WS-DETAIL-LINE BELOW SO
      *    EACH LABEL LINES UP WITH ITS DATA COLUMN.
       01 WS-COLUMN-HEADER.
          05 WS-COL-CODE        PIC X(05) VALUE 'DEPT'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(08) VALUE 'CURRENT'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-WK4-DIF     PIC ZZZZZZ9-.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-FLAG        PIC X(24).
      *
       01 WS-LBL-REPORTED       PIC X(26)
          VALUE 'DEPARTMENTS REPORTED     :'.
       01 WS-LBL-FLAGGED        PIC X(26)
          VALUE 'DEPARTMENTS FLAGGED      :'.
      *
       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL       PIC X(26).
             AND CTL-MOVE-PCT NOT = '000'
                 MOVE CTL-MOVE-PCT TO WS-MOVE-PCT
              END-IF
              IF WS-CTL-STATUS = '00'
             AND (CTL-LEVEL = 'V' OR CTL-LEVEL = 'R')
                 MOVE CTL-LEVEL    TO WS-TREND-LEVEL
              END-IF
           END-IF.
      *
           EVALUATE WS-TREND-LEVEL
               WHEN 'V'
                  MOVE WS-HEADER-DIVISION TO WS-HEADER-LINE1
                  MOVE 'DIV'              TO WS-COL-CODE
                  MOVE 'DIVISIONS REPORTED       :'
                                          TO WS-LBL-REPORTED
                  MOVE 'DIVISIONS FLAGGED        :'
                                          TO WS-LBL-FLAGGED
               WHEN 'R'
                  MOVE WS-HEADER-REGION   TO WS-HEADER-LINE1
                  MOVE 'REGN'             TO WS-COL-CODE
                  MOVE 'REGIONS REPORTED         :'
                                          TO WS-LBL-REPORTED
                  MOVE 'REGIONS FLAGGED          :'
                                          TO WS-LBL-FLAGGED
           END-EVALUATE.
      *
           CLOSE CTL-CARD.
      *
           PERFORM READ-HISTORY.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-READ
              IF WS-ROW-LEVEL = WS-TREND-LEVEL
                 PERFORM NOTE-RUN-DATE
              END-IF
              PERFORM READ-HISTORY
           END-PERFORM.
      *
           READ HST-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
           IF HST-LEVEL = SPACE
              MOVE 'D'       TO WS-ROW-LEVEL
           ELSE
              MOVE HST-LEVEL TO WS-ROW-LEVEL
           END-IF.
      *
       NOTE-RUN-DATE.
           IF WS-DTE-USED > ZERO
           END-PERFORM.
      *
       LOAD-COMPARED-RUNS.
      *    SECOND PASS - ONLY THE '*' TOTAL ROWS AT THE TRENDED
      *    LEVEL OF THE THREE COMPARED RUNS ARE KEPT.
           MOVE SPACE TO LASTREC.
           OPEN INPUT HST-INPUT.
      *
           PERFORM READ-HISTORY.
           PERFORM UNTIL LASTREC = 'Y'
              IF HST-STATUS = '*'
             AND WS-ROW-LEVEL = WS-TREND-LEVEL
                 PERFORM KEEP-COMPARED-ROW
              END-IF
              PERFORM READ-HISTORY
       WRITE-TREND-LINE.
           MOVE SPACES                  TO WS-DTL-FLAG.
           MOVE WS-DPT-CODE(WS-DPT-IDX) TO WS-DTL-DEPT.
      *    A BLANK DIVISION OR REGION CODE IS COBRPT03'S BUCKET FOR
      *    DEPARTMENTS NOT YET PLACED IN THE HIERARCHY.
           IF WS-DPT-CODE(WS-DPT-IDX) = SPACES
              MOVE 'NONE'               TO WS-DTL-DEPT
           END-IF.
           MOVE WS-DPT-CUR(WS-DPT-IDX)  TO WS-DTL-CUR.
           MOVE WS-DPT-PRI(WS-DPT-IDX)  TO WS-DTL-PRI.
           MOVE WS-DPT-WK4(WS-DPT-IDX)  TO WS-DTL-WK4.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE WS-LBL-REPORTED              TO WS-SUM-LABEL.
           MOVE WS-COUNT-DEPTS               TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE WS-LBL-FLAGGED               TO WS-SUM-LABEL.
           MOVE WS-COUNT-FLAGGED             TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.

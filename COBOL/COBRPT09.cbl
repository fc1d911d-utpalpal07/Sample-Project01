      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBRPT09.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    APPROVED HEADCOUNT BUDGET VERSUS ACTUAL BY DEPARTMENT.
      *    FOR EACH DEPARTMENT WITH A BUDGET FOR THE FISCAL PERIOD OR
      *    ANYONE ON TONIGHT'S ENRICHED FILE: APPROVED FTE, ACTUAL
      *    HEADCOUNT, OPEN REQUISITIONS, THE VARIANCE (ACTUAL LESS
      *    APPROVED) AND IT AS A PERCENT OF APPROVED, FLAGGED WHEN
      *    OVER BUDGET OR MORE THAN THE TOLERANCE UNDER IT, THEN THE
      *    COMPANY TOTAL.  OPEN REQUISITIONS ARE SHOWN ALONGSIDE BUT
      *    ARE NOT PART OF THE VARIANCE - A REQUISITION IS NOT YET A
      *    HEAD.
      *
      *    THE HEADCOUNT BUDGET FILE (COBCPY14) MAINTAINED BY
      *    COBMNT09.  ONLY THE ROWS FOR THE PERIOD REPORTED ARE USED.
           SELECT BUD-FILE   ASSIGN TO BUDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BUD-STATUS.
      *
      *    TONIGHT'S COBBAT04 ENRICHED OUTPUT - THE ACTUAL HEADCOUNT
      *    PER DEPARTMENT.
           SELECT INP-INPUT  ASSIGN TO INDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-INPUT.
      *
      *    PRODUCER'S COUNT TRAILER FOR INDD (COBBAT04'S TRLDD) -
      *    RECORDS READ ARE VERIFIED AGAINST IT SO A PARTIAL
      *    ENRICHED FILE CANNOT QUIETLY SHOW A DEPARTMENT UNDER
      *    BUDGET.
           SELECT OPTIONAL INTRL-INPUT ASSIGN TO INTRLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-INTRL-STATUS.
      *
      *    DEPT.REFERENCE - THE DEPARTMENT NAME PRINTED, AND WHETHER
      *    A BUDGETED CODE IS STILL AN ACTIVE DEPARTMENT.
           SELECT DEPT-FILE  ASSIGN TO DEPTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.
      *
      *    CONTROL CARD - ALL OPTIONAL:
      *      COLS  1-7   FISCAL PERIOD YYYY-QN (DEFAULT THE QUARTER
      *                  THE BUSINESS DATE FALLS IN - SEE RUNSTDD)
      *      COLS  9-13  EMP-STATUS CODES COUNTED AS ACTUAL HEADCOUNT
      *                  (UP TO FIVE, ONE BYTE EACH; BLANK COUNTS
      *                  EVERY EMPLOYEE ON FILE, THE SAME COUNT
      *                  COBRPT03 CALLS HEADCOUNT)
      *      COLS 15-16  PERCENT UNDER APPROVED BEFORE A DEPARTMENT IS
      *                  FLAGGED (DEFAULT 10)
      *      COLS 18-19  FIRST MONTH OF THE FISCAL YEAR (DEFAULT 01)
           SELECT OPTIONAL CTL-CARD ASSIGN TO CTLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
      *
      *    THE NIGHTLY CHAIN'S RUN-STATE FILE (COBCPY13), READ ONLY.
      *    THE BUSINESS DATE ON ITS LAST 'O' ROW - THE NIGHT TONIGHT'S
      *    ENRICHED FILE WAS BUILT FOR - IS THE REPORT DATE, SO A RUN
      *    THAT SLIPS PAST MIDNIGHT (OR PAST A QUARTER END) STILL
      *    REPORTS ITS NIGHT.  NO FILE OR NO NIGHT ON IT MEANS TODAY.
           SELECT OPTIONAL RUN-STATE ASSIGN TO RUNSTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNST-STATUS.
      *
           SELECT PRT-OUTPUT ASSIGN TO PRTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PRINT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BUD-FILE   RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY14.
      *
      *    INDD IS COBBAT04'S OUTDD LAYOUT.
       FD  INP-INPUT  RECORDING MODE F.
       01  INPUT-REC.
           05  INP-NAME       PIC X(10).
           05  FILLER         PIC X(01).
           05  INP-DATE       PIC X(10).
           05  FILLER         PIC X(01).
           05  INP-EMP-ID     PIC X(10).
           05  FILLER         PIC X(01).
           05  INP-DEPT       PIC X(05).
           05  FILLER         PIC X(01).
           05  INP-DEPT-NAME  PIC X(20).
           05  FILLER         PIC X(01).
           05  INP-EMP-STATUS PIC X(01).
           05  FILLER         PIC X(01).
           05  INP-HIRE-DATE  PIC X(10).
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
      *    SAME ROW LAYOUT COBBAT01'S DEPT-INPUT READS.
       FD  DEPT-FILE  RECORDING MODE F.
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
       FD  CTL-CARD  RECORDING MODE F.
       01  CTL-REC.
           05  CTL-PERIOD     PIC X(07).
           05  FILLER         PIC X(01).
           05  CTL-ACTIVE-CODES PIC X(05).
           05  FILLER         PIC X(01).
           05  CTL-TOLERANCE  PIC X(02).
           05  FILLER         PIC X(01).
           05  CTL-FISCAL-MM  PIC X(02).
           05  FILLER         PIC X(61).
      *
       FD  RUN-STATE  RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY13.
      *
       FD  PRT-OUTPUT RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-BUD-EOF         PIC X VALUE 'N'.
         05 WS-DEPT-EOF        PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-INPUT          PIC X(02) VALUE '00'.
             88 FS-INPUT-OK    VALUE '00'.
          05 FS-PRINT          PIC X(02) VALUE '00'.
      *
       01 WS-BUD-STATUS        PIC X(02) VALUE SPACES.
       01 WS-DEPT-STATUS       PIC X(02) VALUE SPACES.
       01 WS-CTL-STATUS        PIC X(02) VALUE SPACES.
       01 WS-INTRL-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RUNST-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RUNST-EOF         PIC X(01) VALUE 'N'.
       01 WS-INTRL-EOF         PIC X(01) VALUE 'N'.
       01 WS-TRL-EXPECTED      PIC 9(08) VALUE ZERO.
       01 WS-TRL-SEEN          PIC X(01) VALUE 'N'.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
      *    THE REPORT DATE (THE CHAIN'S BUSINESS DATE, ELSE TODAY),
      *    AND THE FISCAL PERIOD REPORTED.  THE FISCAL YEAR IS NAMED
      *    FOR THE CALENDAR YEAR IT ENDS IN, AS ON COBCPY14.
       01 WS-BUS-DATE           PIC X(10) VALUE SPACES.
       01 WS-REPORT-DATE        PIC X(10) VALUE SPACES.
       01 WS-TODAY              PIC 9(08) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY      PIC 9(04).
          05 WS-TODAY-MM        PIC 9(02).
          05 WS-TODAY-DD        PIC 9(02).
       01 WS-PERIOD             PIC X(07) VALUE SPACES.
       01 WS-PERIOD-R REDEFINES WS-PERIOD.
          05 WS-PER-YYYY        PIC 9(04).
          05 WS-PER-SEP         PIC X(02).
          05 WS-PER-QTR         PIC 9(01).
       01 WS-MONTHS-IN          PIC 9(02) COMP VALUE ZERO.
      *
      *    TUNING VALUES - OVERRIDDEN BY THE CONTROL CARD.
       01 WS-FISCAL-START-MM    PIC 9(02) VALUE 1.
       01 WS-ACTIVE-CODES       PIC X(05) VALUE SPACES.
       01 WS-TOLERANCE-PCT      PIC 9(02) VALUE 10.
      *
       01 WS-STATUS-HITS        PIC 9(02) COMP VALUE ZERO.
      *
      *    HOW A DEPARTMENT STANDS ON DEPT.REFERENCE, SET FOR EACH
      *    LINE PRINTED.
       01 WS-REF-STATE          PIC X(01) VALUE SPACE.
          88 WS-REF-IS-ACTIVE   VALUE 'A'.
          88 WS-REF-IS-INACTIVE VALUE 'I'.
          88 WS-REF-IS-MISSING  VALUE 'M'.
      *
      *    DEPT.REFERENCE NAMES AND ACTIVE FLAGS, LOOKED UP AT PRINT
      *    TIME.  SAME LIMIT COBMNT04'S TABLE USES.
       01 WS-REF-TABLE.
          05 WS-REF-MAX         PIC 9(04) COMP VALUE 500.
          05 WS-REF-USED        PIC 9(04) COMP VALUE ZERO.
          05 WS-REF-ENTRY OCCURS 500.
             10 WS-REF-CODE     PIC X(05).
             10 WS-REF-NAME     PIC X(20).
             10 WS-REF-ACTIVE   PIC X(01).
      *
       01 WS-REF-IDX            PIC 9(04) COMP VALUE ZERO.
       01 WS-REF-FOUND          PIC 9(04) COMP VALUE ZERO.
      *
      *    EVERY DEPARTMENT WITH A BUDGET ROW FOR THE PERIOD OR ANY
      *    ACTUAL HEADCOUNT, KEPT IN CODE ORDER.  THE BUDGET ON FLAG
      *    IS BLANK WHEN THE PERIOD HAS NO ROW FOR THE DEPARTMENT.
       01 WS-DEPT-TABLE.
          05 WS-DPT-MAX         PIC 9(04) COMP VALUE 500.
          05 WS-DPT-USED        PIC 9(04) COMP VALUE ZERO.
          05 WS-DPT-ENTRY OCCURS 500.
             10 WS-DPT-CODE     PIC X(05).
             10 WS-DPT-BUD-ON   PIC X(01).
             10 WS-DPT-APPROVED PIC 9(07)V99.
             10 WS-DPT-REQS     PIC 9(08).
             10 WS-DPT-ACTUAL   PIC 9(08).
      *
       01 WS-DPT-IDX            PIC 9(04) COMP VALUE ZERO.
       01 WS-DPT-FOUND          PIC 9(04) COMP VALUE ZERO.
       01 WS-DPT-MOVE           PIC 9(04) COMP VALUE ZERO.
       01 WS-FIND-DEPT          PIC X(05) VALUE SPACES.
      *
      *    ONE DEPARTMENT (OR THE COMPANY TOTAL) LIFTED OUT OF THE
      *    TABLE FOR THE VARIANCE ARITHMETIC - SAME SHAPE AS A TABLE
      *    ENTRY, SO A GROUP MOVE FILLS IT.
       01 WS-CALC-ENTRY.
          05 WS-CLC-CODE        PIC X(05).
          05 WS-CLC-BUD-ON      PIC X(01).
          05 WS-CLC-APPROVED    PIC 9(07)V99.
          05 WS-CLC-REQS        PIC 9(08).
          05 WS-CLC-ACTUAL      PIC 9(08).
      *
       01 WS-COMPANY-ENTRY.
          05 WS-CO-CODE         PIC X(05).
          05 WS-CO-BUD-ON       PIC X(01).
          05 WS-CO-APPROVED     PIC 9(07)V99.
          05 WS-CO-REQS         PIC 9(08).
          05 WS-CO-ACTUAL       PIC 9(08).
      *
      *    VARIANCE WORK AREA.  VARIANCE IS ACTUAL LESS APPROVED, SO
      *    OVER BUDGET IS POSITIVE; THE UNDER LIMIT IS THE TOLERANCE
      *    PERCENT OF APPROVED.
       01 WS-VAR-WORK.
          05 WS-VW-VARIANCE     PIC S9(09)V99 COMP-3 VALUE ZERO.
          05 WS-VW-PCT          PIC S9(05)V99 COMP-3 VALUE ZERO.
          05 WS-VW-UNDER-LIMIT  PIC S9(09)V99 COMP-3 VALUE ZERO.
          05 WS-VW-TOL-EDIT     PIC Z9.
      *
       01 WS-VARIANCE-COUNTS.
          05 WS-COUNT-BUD-READ   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-BUD-PERIOD PIC 9(08) VALUE ZERO.
          05 WS-COUNT-READ       PIC 9(08) VALUE ZERO.
          05 WS-COUNT-COUNTED    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-DEPTS      PIC 9(08) VALUE ZERO.
          05 WS-COUNT-OVER       PIC 9(08) VALUE ZERO.
          05 WS-COUNT-UNDER      PIC 9(08) VALUE ZERO.
          05 WS-COUNT-NO-BUDGET  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-INACTIVE   PIC 9(08) VALUE ZERO.
      *
       01 WS-HEADER-LINE1       PIC X(60)
          VALUE 'APPROVED HEADCOUNT BUDGET VERSUS ACTUAL BY DEPARTMENT'.
      *
       01 WS-DATES-LINE.
          05 FILLER             PIC X(14) VALUE 'FISCAL PERIOD '.
          05 WS-DTS-PERIOD      PIC X(07).
          05 FILLER             PIC X(19)
             VALUE '   HEADCOUNT AS AT '.
          05 WS-DTS-DATE        PIC X(10).
          05 FILLER             PIC X(26)
             VALUE '   UNDER-BUDGET TOLERANCE '.
          05 WS-DTS-TOLERANCE   PIC Z9.
          05 FILLER             PIC X(01) VALUE '%'.
      *
      *    FIELD WIDTHS AND GAPS MUST MIRROR WS-DETAIL-LINE BELOW SO
      *    EACH LABEL LINES UP WITH ITS DATA COLUMN.
       01 WS-COLUMN-HEADER.
          05 FILLER             PIC X(05) VALUE 'DEPT'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(20) VALUE 'NAME'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(10) VALUE '  APPROVED'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE ' ACTUAL'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(09) VALUE 'OPEN REQS'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(10) VALUE '  VARIANCE'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(08) VALUE '   VAR %'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(24) VALUE 'NOTE'.
      *
       01 WS-DETAIL-LINE.
          05 WS-DTL-DEPT        PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-NAME        PIC X(20).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-APPROVED    PIC ZZZZZZ9.99.
          05 WS-DTL-APPROVED-X REDEFINES WS-DTL-APPROVED
                                PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-ACTUAL      PIC ZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-REQS        PIC ZZZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-VARIANCE    PIC ------9.99.
          05 WS-DTL-VARIANCE-X REDEFINES WS-DTL-VARIANCE
                                PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-VAR-PCT     PIC ----9.99.
          05 WS-DTL-VAR-PCT-X REDEFINES WS-DTL-VAR-PCT
                                PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-NOTE        PIC X(24).
      *
       01 WS-UNDER-NOTE.
          05 FILLER             PIC X(20)
             VALUE '*UNDER BY MORE THAN '.
          05 WS-UND-PCT         PIC Z9.
          05 FILLER             PIC X(01) VALUE '%'.
          05 FILLER             PIC X(01) VALUE SPACE.
      *
       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL       PIC X(26).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-SUM-COUNT       PIC 9(08).
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
           DISPLAY 'PROGRAM COBRPT09 - START'.
      *
           PERFORM GET-CONTROL-CARD.
           PERFORM LOAD-DEPT-REFERENCE.
           PERFORM LOAD-PERIOD-BUDGET.
           PERFORM COUNT-ACTUAL-HEADCOUNT.
           PERFORM VERIFY-CONTROL-TOTAL.
           PERFORM PRINT-REPORT.
           PERFORM CLOSE-STOP.
      *
       GET-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
      *
           PERFORM GET-BUSINESS-DATE.
           IF WS-BUS-DATE NOT = SPACES
              MOVE WS-BUS-DATE(1:4) TO WS-TODAY-YYYY
              MOVE WS-BUS-DATE(6:2) TO WS-TODAY-MM
              MOVE WS-BUS-DATE(9:2) TO WS-TODAY-DD
           END-IF.
      *
           OPEN INPUT CTL-CARD.
      *
           IF WS-CTL-STATUS = '00'
              READ CTL-CARD
              END-READ
              IF WS-CTL-STATUS = '00'
                 MOVE CTL-PERIOD       TO WS-PERIOD
                 MOVE CTL-ACTIVE-CODES TO WS-ACTIVE-CODES
                 IF CTL-TOLERANCE IS NUMERIC
                    MOVE CTL-TOLERANCE TO WS-TOLERANCE-PCT
                 END-IF
                 IF CTL-FISCAL-MM IS NUMERIC
                AND CTL-FISCAL-MM >= '01'
                AND CTL-FISCAL-MM <= '12'
                    MOVE CTL-FISCAL-MM TO WS-FISCAL-START-MM
                 END-IF
              END-IF
           END-IF.
      *
           CLOSE CTL-CARD.
      *
           STRING WS-TODAY-YYYY '-'
                  WS-TODAY-MM   '-'
                  WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-REPORT-DATE.
      *
      *    A PERIOD KEYED ON THE CARD MUST BE YYYY-QN WITH A QUARTER
      *    OF 1 TO 4; ANYTHING ELSE FALLS BACK TO THE REPORT DATE'S
      *    QUARTER.
           IF WS-PERIOD NOT = SPACES
              IF WS-PERIOD(1:4) IS NUMERIC
             AND WS-PER-SEP = '-Q'
             AND WS-PERIOD(7:1) >= '1'
             AND WS-PERIOD(7:1) <= '4'
                 CONTINUE
              ELSE
                 DISPLAY 'COBRPT09 - CONTROL CARD PERIOD '
                         WS-PERIOD ' IS NOT YYYY-QN, IGNORED'
                 MOVE SPACES TO WS-PERIOD
              END-IF
           END-IF.
      *
           IF WS-PERIOD = SPACES
              PERFORM DERIVE-PERIOD
           END-IF.
      *
           DISPLAY 'COBRPT09 REPORTING FISCAL PERIOD ' WS-PERIOD.
      *
       GET-BUSINESS-DATE.
      *    THE LAST NIGHT THE CHAIN OPENED.  READ ONLY - NOTHING IS
      *    WRITTEN TO THE CHAIN'S RUN-STATE FILE FROM HERE.
           OPEN INPUT RUN-STATE.
      *
           IF WS-RUNST-STATUS = '00'
              PERFORM READ-RUN-STATE
              PERFORM UNTIL WS-RUNST-EOF = 'Y'
                 IF RSTATE-OPENED
                    MOVE RSTATE-BUS-DATE TO WS-BUS-DATE
                 END-IF
                 PERFORM READ-RUN-STATE
              END-PERFORM
           END-IF.
      *
           CLOSE RUN-STATE.
      *
           IF WS-BUS-DATE NOT = SPACES
              DISPLAY 'COBRPT09 BUSINESS DATE: ' WS-BUS-DATE
           END-IF.
      *
       READ-RUN-STATE.
           READ RUN-STATE
           AT END MOVE 'Y' TO WS-RUNST-EOF
           END-READ.
      *
       DERIVE-PERIOD.
      *    MONTHS INTO THE FISCAL YEAR TODAY IS (0 IN ITS FIRST
      *    MONTH), THREE TO A QUARTER.  A FISCAL YEAR THAT DOES NOT
      *    START IN JANUARY ENDS IN THE NEXT CALENDAR YEAR ONCE ITS
      *    FIRST MONTH HAS BEEN REACHED.
           IF WS-TODAY-MM >= WS-FISCAL-START-MM
              COMPUTE WS-MONTHS-IN
                 = WS-TODAY-MM - WS-FISCAL-START-MM
           ELSE
              COMPUTE WS-MONTHS-IN
                 = WS-TODAY-MM - WS-FISCAL-START-MM + 12
           END-IF.
      *
           MOVE WS-TODAY-YYYY TO WS-PER-YYYY.
           IF WS-FISCAL-START-MM > 1
          AND WS-TODAY-MM >= WS-FISCAL-START-MM
              ADD 1 TO WS-PER-YYYY
           END-IF.
           MOVE '-Q' TO WS-PER-SEP.
           COMPUTE WS-PER-QTR = WS-MONTHS-IN / 3 + 1.
      *
       LOAD-DEPT-REFERENCE.
      *    WITHOUT THE REFERENCE FILE THERE ARE NO NAMES AND NO WAY
      *    TO TELL A RETIRED DEPARTMENT'S BUDGET, SO THE RUN STOPS.
           OPEN INPUT DEPT-FILE.
      *
           IF WS-DEPT-STATUS NOT = '00'
              DISPLAY 'COBRPT09 ABEND - DEPT REFERENCE FILE '
                      'MISSING, FILE STATUS ' WS-DEPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM READ-DEPT-FILE
           PERFORM UNTIL WS-DEPT-EOF = 'Y'
              IF DEPT-REF-CODE NOT = SPACES
                 IF WS-REF-USED >= WS-REF-MAX
                    DISPLAY 'COBRPT09 ABEND - DEPT REFERENCE '
                            'TABLE FULL AT ' WS-REF-MAX
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-REF-USED
                 MOVE DEPT-REF-CODE   TO WS-REF-CODE(WS-REF-USED)
                 MOVE DEPT-REF-NAME   TO WS-REF-NAME(WS-REF-USED)
                 MOVE DEPT-REF-ACTIVE TO WS-REF-ACTIVE(WS-REF-USED)
              END-IF
              PERFORM READ-DEPT-FILE
           END-PERFORM.
      *
           CLOSE DEPT-FILE.
      *
       READ-DEPT-FILE.
           READ DEPT-FILE
           AT END MOVE 'Y' TO WS-DEPT-EOF
           END-READ.
      *
       LOAD-PERIOD-BUDGET.
      *    A SECOND ROW FOR THE SAME DEPARTMENT AND PERIOD (COBMNT09
      *    NEVER WRITES ONE) REPLACES THE FIRST RATHER THAN DOUBLING
      *    THE BUDGET.
           OPEN INPUT BUD-FILE.
      *
           IF WS-BUD-STATUS NOT = '00'
              DISPLAY 'COBRPT09 ABEND - ERROR OPENING BUDDD, FILE '
                      'STATUS ' WS-BUD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM READ-BUD-FILE
           PERFORM UNTIL WS-BUD-EOF = 'Y'
              ADD 1 TO WS-COUNT-BUD-READ
              IF BUD-PERIOD = WS-PERIOD
             AND BUD-DEPT NOT = SPACES
                 ADD 1 TO WS-COUNT-BUD-PERIOD
                 MOVE BUD-DEPT TO WS-FIND-DEPT
                 PERFORM FIND-DEPT-ENTRY
                 MOVE 'Y'              TO WS-DPT-BUD-ON(WS-DPT-FOUND)
                 MOVE BUD-APPROVED-FTE TO WS-DPT-APPROVED(WS-DPT-FOUND)
                 MOVE BUD-OPEN-REQS    TO WS-DPT-REQS(WS-DPT-FOUND)
              END-IF
              PERFORM READ-BUD-FILE
           END-PERFORM.
      *
           CLOSE BUD-FILE.
      *
      *    NO BUDGET AT ALL FOR THE PERIOD IS USUALLY FINANCE'S
      *    FIGURES NOT YET LOADED THROUGH COBMNT09 - THE REPORT STILL
      *    PRINTS THE ACTUALS, BUT THE STEP IS FLAGGED.
           IF WS-COUNT-BUD-PERIOD = ZERO
              DISPLAY 'COBRPT09 - NO BUDGET ROWS ON BUDDD FOR '
                      'FISCAL PERIOD ' WS-PERIOD
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.
      *
       READ-BUD-FILE.
           READ BUD-FILE
           AT END MOVE 'Y' TO WS-BUD-EOF
           END-READ.
      *
       COUNT-ACTUAL-HEADCOUNT.
      *    EVERY EMPLOYEE ON TONIGHT'S ENRICHMENT WHOSE STATUS IS ONE
      *    OF THE CODES COUNTED (OR EVERY EMPLOYEE, WITH NO CODES ON
      *    THE CARD) ADDS ONE TO THEIR DEPARTMENT'S ACTUAL.
           OPEN INPUT INP-INPUT.
      *
           IF FS-INPUT-OK
              CONTINUE
           ELSE
              DISPLAY 'COBRPT09 ABEND - ERROR OPENING INDD, FILE '
                      'STATUS ' FS-INPUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE SPACE TO LASTREC.
           PERFORM READ-INP-INPUT.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-READ
              MOVE ZERO TO WS-STATUS-HITS
              IF WS-ACTIVE-CODES = SPACES
                 MOVE 1 TO WS-STATUS-HITS
              ELSE
                 IF INP-EMP-STATUS NOT = SPACE
                    INSPECT WS-ACTIVE-CODES TALLYING WS-STATUS-HITS
                        FOR ALL INP-EMP-STATUS
                 END-IF
              END-IF
              IF WS-STATUS-HITS > ZERO
                 ADD 1 TO WS-COUNT-COUNTED
                 MOVE INP-DEPT TO WS-FIND-DEPT
                 PERFORM FIND-DEPT-ENTRY
                 ADD 1 TO WS-DPT-ACTUAL(WS-DPT-FOUND)
              END-IF
              PERFORM READ-INP-INPUT
           END-PERFORM.
      *
           CLOSE INP-INPUT.
      *
       READ-INP-INPUT.
           READ INP-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       VERIFY-CONTROL-TOTAL.
      *    SUM EVERY 'TRAILER' RECORD COBBAT04 WROTE AND COMPARE WITH
      *    THE RECORDS ACTUALLY READ.  A MISSING TRAILER OR A SHORT
      *    FILE ENDS THE STEP RC=12 - THE ACTUALS PRINTED ARE THEN
      *    UNDERSTATED AND THE REPORT MUST NOT BE SENT OUT.
           PERFORM SUM-PRODUCER-TRAILER.
      *
           EVALUATE TRUE
               WHEN WS-TRL-SEEN = 'N'
                  DISPLAY 'COBRPT09 CONTROL-TOTAL CHECK FAILED - '
                          'NO PRODUCER TRAILER ON INTRLDD'
                  MOVE 12 TO WS-RETURN-CODE
               WHEN WS-TRL-EXPECTED NOT = WS-COUNT-READ
                  DISPLAY 'COBRPT09 CONTROL-TOTAL CHECK FAILED - '
                          'TRAILER SAYS ' WS-TRL-EXPECTED
                          ' RECORDS, READ ' WS-COUNT-READ
                  MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.
      *
       SUM-PRODUCER-TRAILER.
           MOVE ZERO TO WS-TRL-EXPECTED.
           MOVE 'N'  TO WS-TRL-SEEN
                        WS-INTRL-EOF.
      *
           OPEN INPUT INTRL-INPUT.
      *
           IF WS-INTRL-STATUS = '00'
              PERFORM READ-PRODUCER-TRAILER
              PERFORM UNTIL WS-INTRL-EOF = 'Y'
                 IF INTRL-ID = 'TRAILER'
                AND INTRL-COUNT IS NUMERIC
                    ADD FUNCTION NUMVAL(INTRL-COUNT)
                       TO WS-TRL-EXPECTED
                    MOVE 'Y' TO WS-TRL-SEEN
                 END-IF
                 PERFORM READ-PRODUCER-TRAILER
              END-PERFORM
           END-IF.
      *
           CLOSE INTRL-INPUT.
      *
       READ-PRODUCER-TRAILER.
           READ INTRL-INPUT
           AT END MOVE 'Y' TO WS-INTRL-EOF
           END-READ.
      *
       FIND-DEPT-ENTRY.
      *    THE TABLE IS KEPT IN DEPARTMENT CODE ORDER, SO A NEW CODE
      *    IS INSERTED AHEAD OF THE FIRST HIGHER ONE.  A BLANK CODE
      *    SORTS FIRST.
           MOVE ZERO TO WS-DPT-FOUND.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-USED
                      OR WS-DPT-FOUND > ZERO
                      OR WS-DPT-CODE(WS-DPT-IDX) > WS-FIND-DEPT
              IF WS-DPT-CODE(WS-DPT-IDX) = WS-FIND-DEPT
                 MOVE WS-DPT-IDX TO WS-DPT-FOUND
              END-IF
           END-PERFORM.
      *
           IF WS-DPT-FOUND = ZERO
              IF WS-DPT-USED >= WS-DPT-MAX
                 DISPLAY 'COBRPT09 ABEND - DEPARTMENT TABLE FULL '
                         'AT ' WS-DPT-MAX
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM VARYING WS-DPT-MOVE FROM WS-DPT-USED BY -1
                      UNTIL WS-DPT-MOVE < WS-DPT-IDX
                 MOVE WS-DPT-ENTRY(WS-DPT-MOVE)
                   TO WS-DPT-ENTRY(WS-DPT-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-DPT-USED
              INITIALIZE WS-DPT-ENTRY(WS-DPT-IDX)
              MOVE WS-FIND-DEPT TO WS-DPT-CODE(WS-DPT-IDX)
              MOVE WS-DPT-IDX   TO WS-DPT-FOUND
           END-IF.
      *
       FIND-REF-ENTRY.
           MOVE ZERO TO WS-REF-FOUND.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-USED
                      OR WS-REF-FOUND > ZERO
              IF WS-REF-CODE(WS-REF-IDX) = WS-CLC-CODE
                 MOVE WS-REF-IDX TO WS-REF-FOUND
              END-IF
           END-PERFORM.
      *
       PRINT-REPORT.
           OPEN OUTPUT PRT-OUTPUT.
      *
           MOVE WS-PERIOD         TO WS-DTS-PERIOD.
           MOVE WS-REPORT-DATE    TO WS-DTS-DATE.
           MOVE WS-TOLERANCE-PCT  TO WS-DTS-TOLERANCE
                                     WS-UND-PCT.
      *
           WRITE PRINT-REC FROM WS-HEADER-LINE1
               AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-DATES-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
           WRITE PRINT-REC FROM WS-COLUMN-HEADER
               AFTER ADVANCING 1.
      *
           INITIALIZE WS-COMPANY-ENTRY.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-USED
              MOVE WS-DPT-ENTRY(WS-DPT-IDX) TO WS-CALC-ENTRY
              PERFORM ADD-TO-COMPANY
              ADD 1 TO WS-COUNT-DEPTS
              PERFORM WRITE-VARIANCE-LINE THRU WRITE-VARIANCE-LINE-EX
           END-PERFORM.
      *
           MOVE WS-COMPANY-ENTRY TO WS-CALC-ENTRY.
           MOVE 'TOTAL'          TO WS-CLC-CODE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
           PERFORM WRITE-VARIANCE-LINE THRU WRITE-VARIANCE-LINE-EX.
      *
           PERFORM WRITE-VARIANCE-SUMMARY.
      *
       ADD-TO-COMPANY.
      *    THE COMPANY ACTUAL INCLUDES DEPARTMENTS WITH NO BUDGET, SO
      *    UNBUDGETED HEADCOUNT SHOWS IN THE TOTAL VARIANCE.
           IF WS-CLC-BUD-ON = 'Y'
              MOVE 'Y' TO WS-CO-BUD-ON
           END-IF.
           ADD WS-CLC-APPROVED     TO WS-CO-APPROVED.
           ADD WS-CLC-REQS         TO WS-CO-REQS.
           ADD WS-CLC-ACTUAL       TO WS-CO-ACTUAL.
      *
       WRITE-VARIANCE-LINE.
           MOVE SPACES              TO WS-DTL-NOTE
                                       WS-DTL-NAME.
           MOVE WS-CLC-CODE         TO WS-DTL-DEPT.
      *    A BLANK CODE IS THE BUCKET FOR EMPLOYEES WITH NO
      *    DEPARTMENT ON THE ENRICHED FILE.
           IF WS-CLC-CODE = SPACES
              MOVE 'NONE'           TO WS-DTL-DEPT
           END-IF.
      *
      *    THE TOTAL LINE IS NOT A DEPARTMENT AND COUNTS AS ACTIVE.
           MOVE 'A' TO WS-REF-STATE.
           IF WS-CLC-CODE NOT = 'TOTAL'
              PERFORM FIND-REF-ENTRY
              IF WS-REF-FOUND = ZERO
                 MOVE 'M' TO WS-REF-STATE
              ELSE
                 MOVE WS-REF-NAME(WS-REF-FOUND) TO WS-DTL-NAME
                 IF WS-REF-ACTIVE(WS-REF-FOUND) NOT = 'A'
                    MOVE 'I' TO WS-REF-STATE
                 END-IF
              END-IF
           END-IF.
      *
           MOVE WS-CLC-ACTUAL       TO WS-DTL-ACTUAL.
           MOVE WS-CLC-REQS         TO WS-DTL-REQS.
      *
      *    NO BUDGET ROW - NOTHING TO MEASURE AGAINST, SO NO APPROVED,
      *    VARIANCE OR PERCENT IS PRINTED.
           IF WS-CLC-BUD-ON NOT = 'Y'
              MOVE SPACES TO WS-DTL-APPROVED-X
                             WS-DTL-VARIANCE-X
                             WS-DTL-VAR-PCT-X
              MOVE 'NO BUDGET FOR PERIOD'   TO WS-DTL-NOTE
              IF WS-CLC-CODE NOT = 'TOTAL'
                 ADD 1 TO WS-COUNT-NO-BUDGET
              END-IF
              WRITE PRINT-REC FROM WS-DETAIL-LINE
                  AFTER ADVANCING 1
              GO TO WRITE-VARIANCE-LINE-EX
           END-IF.
      *
           MOVE WS-CLC-APPROVED     TO WS-DTL-APPROVED.
           COMPUTE WS-VW-VARIANCE = WS-CLC-ACTUAL - WS-CLC-APPROVED.
           MOVE WS-VW-VARIANCE      TO WS-DTL-VARIANCE.
      *
           MOVE ZERO TO WS-VW-PCT.
           IF WS-CLC-APPROVED > ZERO
              COMPUTE WS-VW-PCT ROUNDED
                 = WS-VW-VARIANCE * 100 / WS-CLC-APPROVED
                 ON SIZE ERROR
                    MOVE 9999.99 TO WS-VW-PCT
              END-COMPUTE
           END-IF.
           MOVE WS-VW-PCT           TO WS-DTL-VAR-PCT.
      *
           COMPUTE WS-VW-UNDER-LIMIT ROUNDED
              = WS-CLC-APPROVED * WS-TOLERANCE-PCT / 100.
      *
      *    A BUDGET FOR A CODE NO LONGER AN ACTIVE DEPARTMENT IS
      *    NOTED FIRST - NOBODY CAN BE COUNTED AGAINST IT, SO ITS
      *    UNDER-BUDGET FLAG WOULD ONLY MISLEAD.
           EVALUATE TRUE
               WHEN WS-REF-IS-MISSING
                  MOVE 'NOT ON DEPT REFERENCE'  TO WS-DTL-NOTE
                  ADD 1 TO WS-COUNT-INACTIVE
               WHEN WS-REF-IS-INACTIVE
                  MOVE 'DEPT INACTIVE'          TO WS-DTL-NOTE
                  ADD 1 TO WS-COUNT-INACTIVE
               WHEN WS-VW-VARIANCE > ZERO
                  MOVE '*OVER BUDGET'           TO WS-DTL-NOTE
                  IF WS-CLC-CODE NOT = 'TOTAL'
                     ADD 1 TO WS-COUNT-OVER
                  END-IF
               WHEN WS-VW-VARIANCE < ZERO
                AND (0 - WS-VW-VARIANCE) > WS-VW-UNDER-LIMIT
                  MOVE WS-UNDER-NOTE            TO WS-DTL-NOTE
                  IF WS-CLC-CODE NOT = 'TOTAL'
                     ADD 1 TO WS-COUNT-UNDER
                  END-IF
           END-EVALUATE.
      *
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1.
      *
       WRITE-VARIANCE-LINE-EX.
           EXIT.
      *
       WRITE-VARIANCE-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 2.
      *
           MOVE 'BUDGET ROWS READ         :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-BUD-READ            TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'BUDGET ROWS FOR PERIOD   :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-BUD-PERIOD          TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'ENRICHED RECORDS READ    :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-READ                TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'EMPLOYEES COUNTED        :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-COUNTED             TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'DEPARTMENTS REPORTED     :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-DEPTS               TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'DEPARTMENTS OVER BUDGET  :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-OVER                TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'UNDER BEYOND TOLERANCE   :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-UNDER               TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'DEPARTMENTS NO BUDGET    :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-NO-BUDGET           TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'BUDGETS NOT ACTIVE DEPT  :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-INACTIVE            TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBRPT09 - STOP'.
      *
           CLOSE PRT-OUTPUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *

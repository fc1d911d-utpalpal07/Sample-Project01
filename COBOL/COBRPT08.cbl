      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBRPT08.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MONTH-END ATTRITION AND TURNOVER BY DEPARTMENT.  COBRPT05
      *    SHOWS A DEPARTMENT WENT FROM 120 TO 118 BUT NOT WHETHER
      *    THAT WAS TWO LEAVERS OR TEN LEAVERS AND EIGHT HIRES - THIS
      *    REPORT BREAKS THE MONTH'S MOVEMENT DOWN: OPENING
      *    HEADCOUNT, HIRES, LEAVERS (VOLUNTARY / INVOLUNTARY WHERE
      *    THE STATUS CODE SAYS), TRANSFERS IN AND OUT, CLOSING
      *    HEADCOUNT, AND THE MONTHLY AND ROLLING 12-MONTH TURNOVER
      *    RATES, THEN THE SAME FIGURES FISCAL YEAR TO DATE.
      *
      *    COBBAT05'S PERMANENT CHANGE HISTORY - THE MONTH'S ADDS
      *    ('A', HIRES AND REHIRES) AND DROPS ('D', LEAVERS), BY THE
      *    RUN DATE EACH WAS STAMPED WITH.  THE COUNT OF MOVEMENTS
      *    COMES FROM HERE.
           SELECT HST-INPUT  ASSIGN TO HISTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-HISTORY.
      *
      *    COBBAT07'S PERMANENT EVENT HISTORY (COBCPY07).  EACH
      *    EVENT CARRIES THE DEPARTMENT AND STATUS COBBAT04 HELD FOR
      *    THE EMPLOYEE THAT NIGHT - THE JOINER'S NEW DEPARTMENT, THE
      *    LEAVER'S LAST DEPARTMENT AND STATUS - WHICH TONIGHT'S
      *    ENRICHMENT NO LONGER HAS FOR SOMEONE WHO LEFT WEEKS AGO.
      *    ITS TRANSFER EVENTS ARE THE MONTH'S TRANSFERS IN AND OUT.
           SELECT EVH-INPUT  ASSIGN TO EVTHDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EVTHIST.
      *
      *    TONIGHT'S COBBAT04 ENRICHED OUTPUT - THE CLOSING HEADCOUNT
      *    PER DEPARTMENT (EVERY EMPLOYEE ON FILE, THE SAME COUNT
      *    COBRPT03 AND COBRPT05 CALL HEADCOUNT), AND THE DEPARTMENT
      *    OF A HIRE THAT HAS NO JOINER EVENT.
           SELECT INP-INPUT  ASSIGN TO INDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-INPUT.
      *
      *    PRODUCER'S COUNT TRAILER FOR INDD (COBBAT04'S TRLDD) -
      *    RECORDS READ ARE VERIFIED AGAINST IT SO A PARTIAL
      *    ENRICHED FILE CANNOT QUIETLY BECOME A MONTH'S CLOSING
      *    HEADCOUNT.
           SELECT OPTIONAL INTRL-INPUT ASSIGN TO INTRLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-INTRL-STATUS.
      *
      *    MONTHLY FIGURES - ONE ROW PER DEPARTMENT PER MONTH,
      *    APPENDED ACROSS RUNS, SO THE ROLLING 12-MONTH AND YEAR-TO-
      *    DATE FIGURES COME FROM ELEVEN STORED MONTHS INSTEAD OF A
      *    YEAR OF CHANGE HISTORY.  READ FIRST, THEN EXTENDED WITH
      *    THIS MONTH'S ROWS.  ROWS ALREADY ON FILE FOR THE MONTH
      *    BEING REPORTED (AN EARLIER RUN OF THE SAME MONTH) ARE
      *    IGNORED AND, FOR EARLIER MONTHS, A LATER ROW FOR THE SAME
      *    DEPARTMENT REPLACES AN EARLIER ONE - SO A RERUN SUPERSEDES
      *    THE FIRST RUN'S FIGURES.  OPTIONAL SO THE FIRST MONTH
      *    STARTS IT.
           SELECT OPTIONAL FIG-FILE ASSIGN TO FIGHDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-FIGURES.
      *
      *    CONTROL CARD - ALL OPTIONAL:
      *      COLS  1-10  REPORT DATE YYYY-MM-DD (DEFAULT THE BUSINESS
      *                  DATE - SEE RUNSTDD) - ITS MONTH IS THE MONTH
      *                  REPORTED
      *      COLS 12-16  EMP-STATUS CODES THAT MEAN A VOLUNTARY
      *                  LEAVER (UP TO FIVE, ONE BYTE EACH)
      *      COLS 18-22  EMP-STATUS CODES THAT MEAN AN INVOLUNTARY
      *                  LEAVER
      *      COLS 24-25  FIRST MONTH OF THE FISCAL YEAR (DEFAULT 01)
      *    A LEAVER WHOSE LAST STATUS IS IN NEITHER LIST COUNTS AS A
      *    LEAVER ONLY.
           SELECT OPTIONAL CTL-CARD ASSIGN TO CTLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
      *
      *    THE NIGHTLY CHAIN'S RUN-STATE FILE (COBCPY13), READ ONLY.
      *    THE BUSINESS DATE ON ITS LAST 'O' ROW - THE NIGHT TONIGHT'S
      *    HISTORY ROWS AND ENRICHED FILE ARE FOR - IS THE DEFAULT
      *    REPORT DATE, SO A MONTH-END RUN THAT SLIPS PAST MIDNIGHT
      *    STILL REPORTS THE MONTH JUST ENDED.  NO FILE OR NO NIGHT ON
      *    IT MEANS TODAY.
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
      *    SAME LAYOUT COBBAT05'S WS-HISTORY-LINE WRITES - RUN DATE,
      *    THEN THE DELTA LINE (CHANGE TYPE, FLAGS, COBCPY03 IMAGE).
       FD  HST-INPUT  RECORDING MODE F.
       01  HISTORY-REC.
           05  HST-RUN-DATE   PIC X(10).
           05  FILLER         PIC X(01).
           05  HST-CHANGE-TYPE PIC X(01).
           05  FILLER         PIC X(05).
           05  HST-EMP-NUM    PIC X(10).
           05  FILLER         PIC X(105).
      *
       FD  EVH-INPUT  RECORDING MODE F.
       01  EVTHIST-REC        PIC X(120).
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
      *    MONTHLY FIGURES ROW - MONTH (YYYY-MM), DEPARTMENT, THEN
      *    THE MONTH'S OPENING, HIRES, LEAVERS (ALL), VOLUNTARY AND
      *    INVOLUNTARY LEAVERS, TRANSFERS IN AND OUT, AND CLOSING.
       FD  FIG-FILE   RECORDING MODE F.
       01  FIGURES-REC.
           05  FIG-MONTH      PIC X(07).
           05  FILLER         PIC X(01).
           05  FIG-DEPT       PIC X(05).
           05  FILLER         PIC X(01).
           05  FIG-OPENING    PIC 9(06).
           05  FILLER         PIC X(01).
           05  FIG-HIRES      PIC 9(06).
           05  FILLER         PIC X(01).
           05  FIG-LEAVERS    PIC 9(06).
           05  FILLER         PIC X(01).
           05  FIG-VOLUNTARY  PIC 9(06).
           05  FILLER         PIC X(01).
           05  FIG-INVOLUNTARY PIC 9(06).
           05  FILLER         PIC X(01).
           05  FIG-TRF-IN     PIC 9(06).
           05  FILLER         PIC X(01).
           05  FIG-TRF-OUT    PIC 9(06).
           05  FILLER         PIC X(01).
           05  FIG-CLOSING    PIC 9(06).
           05  FILLER         PIC X(11).
      *
       FD  CTL-CARD  RECORDING MODE F.
       01  CTL-REC.
           05  CTL-REPORT-DATE PIC X(10).
           05  FILLER         PIC X(01).
           05  CTL-VOL-CODES  PIC X(05).
           05  FILLER         PIC X(01).
           05  CTL-INV-CODES  PIC X(05).
           05  FILLER         PIC X(01).
           05  CTL-FISCAL-MM  PIC X(02).
           05  FILLER         PIC X(55).
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
      *
       01 FS-FILE-STATUS.
          05 FS-HISTORY        PIC X(02) VALUE '00'.
             88 FS-HISTORY-OK  VALUE '00'.
          05 FS-EVTHIST        PIC X(02) VALUE '00'.
             88 FS-EVTHIST-OK  VALUE '00'.
          05 FS-INPUT          PIC X(02) VALUE '00'.
             88 FS-INPUT-OK    VALUE '00'.
          05 FS-FIGURES        PIC X(02) VALUE '00'.
          05 FS-PRINT          PIC X(02) VALUE '00'.
      *
       01 WS-CTL-STATUS        PIC X(02) VALUE SPACES.
       01 WS-INTRL-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RUNST-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RUNST-EOF         PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE          PIC X(10) VALUE SPACES.
       01 WS-INTRL-EOF         PIC X(01) VALUE 'N'.
       01 WS-TRL-EXPECTED      PIC 9(08) VALUE ZERO.
       01 WS-TRL-SEEN          PIC X(01) VALUE 'N'.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
      *    THE REPORT DATE, THE MONTH IT FALLS IN, AND THAT MONTH AS
      *    A MONTH NUMBER (YEAR * 12 + MONTH - 1) SO 'HOW MANY MONTHS
      *    BACK' IS A SUBTRACTION.
       01 WS-REPORT-DATE        PIC X(10) VALUE SPACES.
       01 WS-TODAY              PIC 9(08) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY      PIC 9(04).
          05 WS-TODAY-MM        PIC 9(02).
          05 WS-TODAY-DD        PIC 9(02).
       01 WS-REPORT-MONTH       PIC X(07) VALUE SPACES.
       01 WS-REPORT-MONTHNO     PIC S9(07) COMP VALUE ZERO.
       01 WS-R12-FROM-MONTH     PIC X(07) VALUE SPACES.
       01 WS-YTD-FROM-MONTH     PIC X(07) VALUE SPACES.
      *
      *    TUNING VALUES - OVERRIDDEN BY THE CONTROL CARD.
       01 WS-FISCAL-START-MM    PIC 9(02) VALUE 1.
       01 WS-VOL-CODES          PIC X(05) VALUE SPACES.
       01 WS-INV-CODES          PIC X(05) VALUE SPACES.
      *
      *    MONTHS OF THE FISCAL YEAR UP TO AND INCLUDING THE REPORT
      *    MONTH (1 IN THE FIRST MONTH, 12 IN THE LAST).
       01 WS-YTD-MONTHS         PIC 9(02) COMP VALUE ZERO.
      *
      *    MONTH WORK AREA - 'YYYY-MM' TO AND FROM A MONTH NUMBER.
       01 WS-MONTH-WORK.
          05 WS-MW-MONTH        PIC X(07).
          05 WS-MW-MONTH-R REDEFINES WS-MW-MONTH.
             10 WS-MW-YYYY      PIC 9(04).
             10 FILLER          PIC X(01).
             10 WS-MW-MM        PIC 9(02).
          05 WS-MW-MONTHNO      PIC S9(07) COMP.
          05 WS-MW-BACK         PIC S9(07) COMP.
          05 WS-MW-REMAINDER    PIC S9(07) COMP.
          05 WS-MW-VALID        PIC X(01).
      *
      *    THE MONTH'S JOINER AND LEAVER EVENTS OFF COBBAT07'S
      *    HISTORY - 'H' A NEW HIRE OR REHIRE WITH ITS NEW DEPARTMENT,
      *    'L' A LEAVER WITH ITS LAST DEPARTMENT AND STATUS - FOR THE
      *    MONTH'S ADDS AND DROPS TO BE MATCHED TO.
       01 WS-EVENT-TABLE.
          05 WS-EVT-MAX         PIC 9(05) COMP VALUE 5000.
          05 WS-EVT-USED        PIC 9(05) COMP VALUE ZERO.
          05 WS-EVT-ENTRY OCCURS 5000.
             10 WS-EVT-KIND     PIC X(01).
             10 WS-EVT-EMP      PIC X(10).
             10 WS-EVT-DATE     PIC X(10).
             10 WS-EVT-DEPT     PIC X(05).
             10 WS-EVT-STATUS   PIC X(01).
      *
       01 WS-EVT-IDX            PIC 9(05) COMP VALUE ZERO.
       01 WS-EVT-FOUND          PIC 9(05) COMP VALUE ZERO.
       01 WS-EVT-NEAR           PIC 9(05) COMP VALUE ZERO.
       01 WS-EVT-WANT           PIC X(01) VALUE SPACE.
      *
      *    ADDS WITH NO JOINER EVENT (COBBAT07 DID NOT RUN THAT
      *    NIGHT), WAITING FOR THEIR DEPARTMENT FROM TONIGHT'S
      *    ENRICHMENT.  ONE STILL NOT FOUND THERE GOES TO THE BLANK
      *    ('NONE') DEPARTMENT.
       01 WS-PENDING-TABLE.
          05 WS-PND-MAX         PIC 9(05) COMP VALUE 2000.
          05 WS-PND-USED        PIC 9(05) COMP VALUE ZERO.
          05 WS-PND-ENTRY OCCURS 2000.
             10 WS-PND-EMP      PIC X(10).
             10 WS-PND-DONE     PIC X(01).
      *
       01 WS-PND-IDX            PIC 9(05) COMP VALUE ZERO.
      *
      *    EVERY DEPARTMENT IN THIS MONTH'S MOVEMENT, TONIGHT'S
      *    HEADCOUNT OR THE ELEVEN STORED MONTHS BEFORE IT, KEPT IN
      *    CODE ORDER.  MONTH SLOT 1 IS THE REPORT MONTH, SLOT N IS
      *    N-1 MONTHS BACK; A SLOT WITH THE ON FLAG BLANK HAD NO ROW.
       01 WS-DEPT-TABLE.
          05 WS-DPT-MAX         PIC 9(03) COMP VALUE 200.
          05 WS-DPT-USED        PIC 9(03) COMP VALUE ZERO.
          05 WS-DPT-ENTRY OCCURS 200.
             10 WS-DPT-CODE     PIC X(05).
             10 WS-DPT-MONTH OCCURS 12.
                15 WS-MTH-ON        PIC X(01).
                15 WS-MTH-OPENING   PIC 9(06).
                15 WS-MTH-HIRES     PIC 9(06).
                15 WS-MTH-LEAVERS   PIC 9(06).
                15 WS-MTH-VOL       PIC 9(06).
                15 WS-MTH-INV       PIC 9(06).
                15 WS-MTH-TRF-IN    PIC 9(06).
                15 WS-MTH-TRF-OUT   PIC 9(06).
                15 WS-MTH-CLOSING   PIC 9(06).
      *
       01 WS-DPT-IDX            PIC 9(03) COMP VALUE ZERO.
       01 WS-DPT-FOUND          PIC 9(03) COMP VALUE ZERO.
       01 WS-DPT-MOVE           PIC 9(03) COMP VALUE ZERO.
       01 WS-FIND-DEPT          PIC X(05) VALUE SPACES.
       01 WS-SLOT               PIC 9(02) COMP VALUE ZERO.
      *
      *    ONE DEPARTMENT (OR THE COMPANY TOTAL) LIFTED OUT OF THE
      *    TABLE FOR THE RATE ARITHMETIC - SAME SHAPE AS A TABLE
      *    ENTRY, SO A GROUP MOVE FILLS IT.
       01 WS-CALC-ENTRY.
          05 WS-CLC-CODE        PIC X(05).
          05 WS-CLC-MONTH OCCURS 12.
             10 WS-CLC-ON           PIC X(01).
             10 WS-CLC-OPENING      PIC 9(06).
             10 WS-CLC-HIRES        PIC 9(06).
             10 WS-CLC-LEAVERS      PIC 9(06).
             10 WS-CLC-VOL          PIC 9(06).
             10 WS-CLC-INV          PIC 9(06).
             10 WS-CLC-TRF-IN       PIC 9(06).
             10 WS-CLC-TRF-OUT      PIC 9(06).
             10 WS-CLC-CLOSING      PIC 9(06).
      *
       01 WS-COMPANY-ENTRY.
          05 WS-CO-CODE         PIC X(05).
          05 WS-CO-MONTH OCCURS 12.
             10 WS-CO-ON            PIC X(01).
             10 WS-CO-OPENING       PIC 9(06).
             10 WS-CO-HIRES         PIC 9(06).
             10 WS-CO-LEAVERS       PIC 9(06).
             10 WS-CO-VOL           PIC 9(06).
             10 WS-CO-INV           PIC 9(06).
             10 WS-CO-TRF-IN        PIC 9(06).
             10 WS-CO-TRF-OUT       PIC 9(06).
             10 WS-CO-CLOSING       PIC 9(06).
      *
      *    RATE WORK AREA.  A TURNOVER RATE IS LEAVERS AS A PERCENT
      *    OF AVERAGE HEADCOUNT, A MONTH'S AVERAGE BEING (OPENING +
      *    CLOSING) / 2; OVER SEVERAL MONTHS THE AVERAGE IS TAKEN
      *    ACROSS THE MONTHS ON FILE.
       01 WS-RATE-WORK.
          05 WS-RW-AVG-SUM      PIC S9(09)V99 COMP-3 VALUE ZERO.
          05 WS-RW-AVERAGE      PIC S9(09)V9999 COMP-3 VALUE ZERO.
          05 WS-RW-MONTHS       PIC 9(02) COMP VALUE ZERO.
          05 WS-RW-LEAVERS      PIC 9(08) VALUE ZERO.
          05 WS-RW-RATE         PIC S9(05)V99 COMP-3 VALUE ZERO.
          05 WS-RW-NET          PIC S9(09) COMP-3 VALUE ZERO.
      *
      *    YEAR-TO-DATE SUMS FOR ONE DEPARTMENT.
       01 WS-YTD-WORK.
          05 WS-YW-OPENING      PIC 9(08) VALUE ZERO.
          05 WS-YW-HIRES        PIC 9(08) VALUE ZERO.
          05 WS-YW-LEAVERS      PIC 9(08) VALUE ZERO.
          05 WS-YW-VOL          PIC 9(08) VALUE ZERO.
          05 WS-YW-INV          PIC 9(08) VALUE ZERO.
          05 WS-YW-TRF-IN       PIC 9(08) VALUE ZERO.
          05 WS-YW-TRF-OUT      PIC 9(08) VALUE ZERO.
      *
       01 WS-LEAVER-HITS        PIC 9(02) COMP VALUE ZERO.
      *
       01 WS-ATTRITION-COUNTS.
          05 WS-COUNT-HIST-READ  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-ADDS       PIC 9(08) VALUE ZERO.
          05 WS-COUNT-DROPS      PIC 9(08) VALUE ZERO.
          05 WS-COUNT-TRANSFERS  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-NO-DEPT    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-READ       PIC 9(08) VALUE ZERO.
          05 WS-COUNT-PRIOR-ROWS PIC 9(08) VALUE ZERO.
          05 WS-COUNT-DERIVED    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-UNBALANCED PIC 9(08) VALUE ZERO.
          05 WS-COUNT-FIG-ADD    PIC 9(08) VALUE ZERO.
      *
       01 WS-HEADER-LINE1       PIC X(60)
          VALUE 'MONTHLY ATTRITION AND TURNOVER BY DEPARTMENT'.
       01 WS-HEADER-YTD         PIC X(60)
          VALUE 'FISCAL YEAR TO DATE ATTRITION AND TURNOVER'.
      *
       01 WS-DATES-LINE.
          05 FILLER             PIC X(06) VALUE 'MONTH '.
          05 WS-DTS-MONTH       PIC X(07).
          05 FILLER             PIC X(26)
             VALUE '   ROLLING 12 MONTHS FROM '.
          05 WS-DTS-R12         PIC X(07).
          05 FILLER             PIC X(20)
             VALUE '   FISCAL YEAR FROM '.
          05 WS-DTS-YTD         PIC X(07).
      *
      *    FIELD WIDTHS AND GAPS MUST MIRROR WS-DETAIL-LINE BELOW SO
      *    EACH LABEL LINES UP WITH ITS DATA COLUMN.
       01 WS-COLUMN-HEADER.
          05 FILLER             PIC X(05) VALUE 'DEPT'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE 'OPENING'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE '  HIRES'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE 'LEAVERS'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE ' VOLUNT'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE '  INVOL'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE ' TRF IN'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE 'TRF OUT'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE 'CLOSING'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-COL-RATE1       PIC X(07) VALUE 'MONTH %'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-COL-RATE2       PIC X(07) VALUE '12MTH %'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(24) VALUE 'NOTE'.
      *
       01 WS-DETAIL-LINE.
          05 WS-DTL-DEPT        PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-OPENING     PIC ZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-HIRES       PIC ZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-LEAVERS     PIC ZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-VOL         PIC ZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-INV         PIC ZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-TRF-IN      PIC ZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-TRF-OUT     PIC ZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-CLOSING     PIC ZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-RATE1       PIC ZZZ9.99.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-RATE2       PIC ZZZ9.99.
          05 WS-DTL-MONTHS REDEFINES WS-DTL-RATE2
                                PIC ZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-NOTE        PIC X(24).
      *
       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL       PIC X(26).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-SUM-COUNT       PIC 9(08).
      *
      *------------------
      *-C O P Y B O O K S -
      *------------------
        COPY COBCPY07.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
           DISPLAY 'PROGRAM COBRPT08 - START'.
      *
           PERFORM GET-CONTROL-CARD.
           PERFORM LOAD-PRIOR-FIGURES.
           PERFORM LOAD-MONTH-EVENTS.
           PERFORM COUNT-MONTH-MOVEMENTS.
           PERFORM COUNT-CLOSING-HEADCOUNT.
           PERFORM VERIFY-CONTROL-TOTAL.
           PERFORM SET-OPENING-HEADCOUNT.
           PERFORM PRINT-REPORT.
           PERFORM APPEND-MONTH-FIGURES.
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
                 IF CTL-REPORT-DATE(1:4) IS NUMERIC
                AND CTL-REPORT-DATE(6:2) IS NUMERIC
                AND CTL-REPORT-DATE(9:2) IS NUMERIC
                    MOVE CTL-REPORT-DATE(1:4) TO WS-TODAY-YYYY
                    MOVE CTL-REPORT-DATE(6:2) TO WS-TODAY-MM
                    MOVE CTL-REPORT-DATE(9:2) TO WS-TODAY-DD
                 END-IF
                 MOVE CTL-VOL-CODES TO WS-VOL-CODES
                 MOVE CTL-INV-CODES TO WS-INV-CODES
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
           MOVE WS-REPORT-DATE(1:7) TO WS-REPORT-MONTH.
           COMPUTE WS-REPORT-MONTHNO
              = WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1.
      *
           COMPUTE WS-MW-MONTHNO = WS-REPORT-MONTHNO - 11.
           PERFORM FORMAT-MONTH.
           MOVE WS-MW-MONTH TO WS-R12-FROM-MONTH.
      *
           IF WS-TODAY-MM >= WS-FISCAL-START-MM
              COMPUTE WS-YTD-MONTHS
                 = WS-TODAY-MM - WS-FISCAL-START-MM + 1
           ELSE
              COMPUTE WS-YTD-MONTHS
                 = WS-TODAY-MM - WS-FISCAL-START-MM + 13
           END-IF.
           COMPUTE WS-MW-MONTHNO
              = WS-REPORT-MONTHNO - WS-YTD-MONTHS + 1.
           PERFORM FORMAT-MONTH.
           MOVE WS-MW-MONTH TO WS-YTD-FROM-MONTH.
      *
           DISPLAY 'COBRPT08 REPORTING MONTH ' WS-REPORT-MONTH
                   ', FISCAL YEAR FROM ' WS-YTD-FROM-MONTH.
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
              DISPLAY 'COBRPT08 BUSINESS DATE: ' WS-BUS-DATE
           END-IF.
      *
       READ-RUN-STATE.
           READ RUN-STATE
           AT END MOVE 'Y' TO WS-RUNST-EOF
           END-READ.
      *
       FORMAT-MONTH.
      *    MONTH NUMBER BACK TO 'YYYY-MM'.
           MOVE SPACES TO WS-MW-MONTH.
           DIVIDE WS-MW-MONTHNO BY 12
              GIVING WS-MW-YYYY REMAINDER WS-MW-REMAINDER.
           COMPUTE WS-MW-MM = WS-MW-REMAINDER + 1.
           MOVE '-' TO WS-MW-MONTH(5:1).
      *
       PARSE-MONTH.
      *    'YYYY-MM' IN WS-MW-MONTH TO A MONTH NUMBER AND HOW MANY
      *    MONTHS BEFORE THE REPORT MONTH IT IS.
           MOVE 'N' TO WS-MW-VALID.
      *
           IF WS-MW-MONTH(1:4) IS NUMERIC
          AND WS-MW-MONTH(6:2) IS NUMERIC
              COMPUTE WS-MW-MONTHNO = WS-MW-YYYY * 12 + WS-MW-MM - 1
              COMPUTE WS-MW-BACK = WS-REPORT-MONTHNO - WS-MW-MONTHNO
              MOVE 'Y' TO WS-MW-VALID
           END-IF.
      *
       LOAD-PRIOR-FIGURES.
      *    THE ELEVEN MONTHS BEFORE THE REPORT MONTH GO TO SLOTS 2 TO
      *    12.  OLDER ROWS, ROWS FOR THE REPORT MONTH ITSELF AND ANY
      *    DATED AFTER IT ARE PASSED OVER.
           OPEN INPUT FIG-FILE.
      *
           IF FS-FIGURES NOT = '00'
              DISPLAY 'COBRPT08 - NO MONTHLY FIGURES ON FIGHDD YET, '
                      'FILE STATUS ' FS-FIGURES
              CLOSE FIG-FILE
           ELSE
              MOVE SPACE TO LASTREC
              PERFORM READ-FIGURES
              PERFORM UNTIL LASTREC = 'Y'
                 MOVE FIG-MONTH TO WS-MW-MONTH
                 PERFORM PARSE-MONTH
                 IF WS-MW-VALID = 'Y'
                AND WS-MW-BACK > ZERO
                AND WS-MW-BACK < 12
                    PERFORM KEEP-PRIOR-FIGURES
                 END-IF
                 PERFORM READ-FIGURES
              END-PERFORM
              CLOSE FIG-FILE
           END-IF.
      *
       READ-FIGURES.
           READ FIG-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       KEEP-PRIOR-FIGURES.
           ADD 1 TO WS-COUNT-PRIOR-ROWS.
           MOVE FIG-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           COMPUTE WS-SLOT = WS-MW-BACK + 1.
      *
           MOVE 'Y'             TO WS-MTH-ON(WS-DPT-FOUND WS-SLOT).
           MOVE FIG-OPENING     TO
                WS-MTH-OPENING(WS-DPT-FOUND WS-SLOT).
           MOVE FIG-HIRES       TO
                WS-MTH-HIRES(WS-DPT-FOUND WS-SLOT).
           MOVE FIG-LEAVERS     TO
                WS-MTH-LEAVERS(WS-DPT-FOUND WS-SLOT).
           MOVE FIG-VOLUNTARY   TO
                WS-MTH-VOL(WS-DPT-FOUND WS-SLOT).
           MOVE FIG-INVOLUNTARY TO
                WS-MTH-INV(WS-DPT-FOUND WS-SLOT).
           MOVE FIG-TRF-IN      TO
                WS-MTH-TRF-IN(WS-DPT-FOUND WS-SLOT).
           MOVE FIG-TRF-OUT     TO
                WS-MTH-TRF-OUT(WS-DPT-FOUND WS-SLOT).
           MOVE FIG-CLOSING     TO
                WS-MTH-CLOSING(WS-DPT-FOUND WS-SLOT).
      *
       LOAD-MONTH-EVENTS.
      *    JOINERS AND LEAVERS ARE HELD FOR THE ADD/DROP MATCH;
      *    TRANSFERS ARE COUNTED STRAIGHT AWAY, OUT OF THE OLD
      *    DEPARTMENT AND INTO THE NEW.  STATUS-ONLY EVENTS DO NOT
      *    MOVE HEADCOUNT AND ARE PASSED OVER.
           OPEN INPUT EVH-INPUT.
      *
           IF FS-EVTHIST-OK
              CONTINUE
           ELSE
              DISPLAY 'COBRPT08 ABEND - NO EVENT HISTORY ON '
                      'EVTHDD, FILE STATUS ' FS-EVTHIST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE SPACE TO LASTREC.
           PERFORM READ-EVENT-HISTORY.
           PERFORM UNTIL LASTREC = 'Y'
              IF EVT-RUN-DATE(1:7) = WS-REPORT-MONTH
                 EVALUATE TRUE
                     WHEN EVT-NEW-HIRE
                       OR EVT-REHIRE
                     WHEN EVT-LEAVER
                        PERFORM KEEP-MONTH-EVENT
                     WHEN EVT-TRANSFER
                        PERFORM COUNT-TRANSFER
                 END-EVALUATE
              END-IF
              PERFORM READ-EVENT-HISTORY
           END-PERFORM.
      *
           CLOSE EVH-INPUT.
      *
       READ-EVENT-HISTORY.
           READ EVH-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
           IF LASTREC NOT = 'Y'
              MOVE EVTHIST-REC TO COBCPY07
           END-IF.
      *
       KEEP-MONTH-EVENT.
           IF WS-EVT-USED >= WS-EVT-MAX
              DISPLAY 'COBRPT08 ABEND - EVENT TABLE FULL AT '
                      WS-EVT-MAX
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           ADD 1 TO WS-EVT-USED.
           MOVE EVT-EMP-NUM  TO WS-EVT-EMP(WS-EVT-USED).
           MOVE EVT-RUN-DATE TO WS-EVT-DATE(WS-EVT-USED).
      *
           IF EVT-LEAVER
              MOVE 'L'            TO WS-EVT-KIND(WS-EVT-USED)
              MOVE EVT-OLD-DEPT   TO WS-EVT-DEPT(WS-EVT-USED)
              MOVE EVT-OLD-STATUS TO WS-EVT-STATUS(WS-EVT-USED)
           ELSE
              MOVE 'H'            TO WS-EVT-KIND(WS-EVT-USED)
              MOVE EVT-NEW-DEPT   TO WS-EVT-DEPT(WS-EVT-USED)
              MOVE EVT-NEW-STATUS TO WS-EVT-STATUS(WS-EVT-USED)
           END-IF.
      *
       COUNT-TRANSFER.
           ADD 1 TO WS-COUNT-TRANSFERS.
      *
           MOVE EVT-OLD-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           ADD 1 TO WS-MTH-TRF-OUT(WS-DPT-FOUND 1).
      *
           MOVE EVT-NEW-DEPT TO WS-FIND-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           ADD 1 TO WS-MTH-TRF-IN(WS-DPT-FOUND 1).
      *
       COUNT-MONTH-MOVEMENTS.
      *    EVERY ADD AND DROP STAMPED IN THE REPORT MONTH.  A DROP
      *    WITH NO LEAVER EVENT HAS NO DEPARTMENT ANYWHERE (IT HAS
      *    LEFT TONIGHT'S ENRICHMENT) AND IS COUNTED UNDER 'NONE'.
           OPEN INPUT HST-INPUT.
      *
           IF FS-HISTORY-OK
              CONTINUE
           ELSE
              DISPLAY 'COBRPT08 ABEND - NO CHANGE HISTORY ON '
                      'HISTDD, FILE STATUS ' FS-HISTORY
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE SPACE TO LASTREC.
           PERFORM READ-CHANGE-HISTORY.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-HIST-READ
              IF HST-RUN-DATE(1:7) = WS-REPORT-MONTH
                 EVALUATE HST-CHANGE-TYPE
                     WHEN 'A'
                        PERFORM COUNT-HIRE
                     WHEN 'D'
                        PERFORM COUNT-LEAVER
                 END-EVALUATE
              END-IF
              PERFORM READ-CHANGE-HISTORY
           END-PERFORM.
      *
           CLOSE HST-INPUT.
      *
       READ-CHANGE-HISTORY.
           READ HST-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       COUNT-HIRE.
           ADD 1 TO WS-COUNT-ADDS.
           MOVE 'H' TO WS-EVT-WANT.
           PERFORM FIND-MONTH-EVENT.
      *
           IF WS-EVT-FOUND > ZERO
              MOVE WS-EVT-DEPT(WS-EVT-FOUND) TO WS-FIND-DEPT
              PERFORM FIND-DEPT-ENTRY
              ADD 1 TO WS-MTH-HIRES(WS-DPT-FOUND 1)
           ELSE
              IF WS-PND-USED >= WS-PND-MAX
                 DISPLAY 'COBRPT08 ABEND - UNMATCHED HIRE TABLE '
                         'FULL AT ' WS-PND-MAX
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PND-USED
              MOVE HST-EMP-NUM TO WS-PND-EMP(WS-PND-USED)
              MOVE 'N'         TO WS-PND-DONE(WS-PND-USED)
           END-IF.
      *
       COUNT-LEAVER.
           ADD 1 TO WS-COUNT-DROPS.
           MOVE 'L' TO WS-EVT-WANT.
           PERFORM FIND-MONTH-EVENT.
      *
           IF WS-EVT-FOUND > ZERO
              MOVE WS-EVT-DEPT(WS-EVT-FOUND) TO WS-FIND-DEPT
           ELSE
              ADD 1 TO WS-COUNT-NO-DEPT
              MOVE SPACES TO WS-FIND-DEPT
           END-IF.
      *
           PERFORM FIND-DEPT-ENTRY.
           ADD 1 TO WS-MTH-LEAVERS(WS-DPT-FOUND 1).
      *
           IF WS-EVT-FOUND > ZERO
          AND WS-EVT-STATUS(WS-EVT-FOUND) NOT = SPACE
              MOVE ZERO TO WS-LEAVER-HITS
              INSPECT WS-VOL-CODES TALLYING WS-LEAVER-HITS
                  FOR ALL WS-EVT-STATUS(WS-EVT-FOUND)
              IF WS-LEAVER-HITS > ZERO
                 ADD 1 TO WS-MTH-VOL(WS-DPT-FOUND 1)
              ELSE
                 INSPECT WS-INV-CODES TALLYING WS-LEAVER-HITS
                     FOR ALL WS-EVT-STATUS(WS-EVT-FOUND)
                 IF WS-LEAVER-HITS > ZERO
                    ADD 1 TO WS-MTH-INV(WS-DPT-FOUND 1)
                 END-IF
              END-IF
           END-IF.
      *
       FIND-MONTH-EVENT.
      *    THE EVENT FOR THIS EMP-NUM OF THE KIND WANTED.  COBBAT07
      *    STAMPS ITS EVENTS WITH THE NIGHT'S BUSINESS DATE, AS
      *    COBBAT05 STAMPS THE HISTORY ROW, SO THE SAME DATE IS
      *    PREFERRED - BUT ROWS FROM A RUN OUTSIDE THE GUARD MAY
      *    DIFFER, SO ANY EVENT OF THE KIND IN THE MONTH WILL DO.
           MOVE ZERO TO WS-EVT-FOUND
                        WS-EVT-NEAR.
      *
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-USED
                      OR WS-EVT-FOUND > ZERO
              IF WS-EVT-KIND(WS-EVT-IDX) = WS-EVT-WANT
             AND WS-EVT-EMP(WS-EVT-IDX)  = HST-EMP-NUM
                 IF WS-EVT-DATE(WS-EVT-IDX) = HST-RUN-DATE
                    MOVE WS-EVT-IDX TO WS-EVT-FOUND
                 ELSE
                    IF WS-EVT-NEAR = ZERO
                       MOVE WS-EVT-IDX TO WS-EVT-NEAR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-EVT-FOUND = ZERO
              MOVE WS-EVT-NEAR TO WS-EVT-FOUND
           END-IF.
      *
       COUNT-CLOSING-HEADCOUNT.
      *    TONIGHT'S ENRICHMENT IS THE CLOSING HEADCOUNT; IT ALSO
      *    PLACES ANY HIRE THE EVENT HISTORY DID NOT.
           OPEN INPUT INP-INPUT.
      *
           IF FS-INPUT-OK
              CONTINUE
           ELSE
              DISPLAY 'COBRPT08 ABEND - ERROR OPENING INDD, FILE '
                      'STATUS ' FS-INPUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE SPACE TO LASTREC.
           PERFORM READ-INP-INPUT.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-READ
              MOVE INP-DEPT TO WS-FIND-DEPT
              PERFORM FIND-DEPT-ENTRY
              ADD 1 TO WS-MTH-CLOSING(WS-DPT-FOUND 1)
              PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                      UNTIL WS-PND-IDX > WS-PND-USED
                 IF WS-PND-DONE(WS-PND-IDX) = 'N'
                AND WS-PND-EMP(WS-PND-IDX) = INP-EMP-ID
                    ADD 1 TO WS-MTH-HIRES(WS-DPT-FOUND 1)
                    MOVE 'Y' TO WS-PND-DONE(WS-PND-IDX)
                 END-IF
              END-PERFORM
              PERFORM READ-INP-INPUT
           END-PERFORM.
      *
           CLOSE INP-INPUT.
      *
      *    A HIRE NOT ON TONIGHT'S ENRICHMENT EITHER (JOINED AND LEFT
      *    IN THE SAME MONTH, OR REJECTED BY COBBAT04) HAS NO
      *    DEPARTMENT TO GO TO.
           MOVE SPACES TO WS-FIND-DEPT.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-USED
              IF WS-PND-DONE(WS-PND-IDX) = 'N'
                 PERFORM FIND-DEPT-ENTRY
                 ADD 1 TO WS-MTH-HIRES(WS-DPT-FOUND 1)
                 ADD 1 TO WS-COUNT-NO-DEPT
              END-IF
           END-PERFORM.
      *
       READ-INP-INPUT.
           READ INP-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       VERIFY-CONTROL-TOTAL.
      *    SUM EVERY 'TRAILER' RECORD COBBAT04 WROTE AND COMPARE WITH
      *    THE RECORDS ACTUALLY READ.  A MISSING TRAILER OR A SHORT
      *    FILE ENDS THE STEP RC=12, AND THE MONTH'S FIGURES ARE NOT
      *    STORED - A CLOSING HEADCOUNT OFF A SHORT FILE WOULD BECOME
      *    NEXT MONTH'S OPENING.
           PERFORM SUM-PRODUCER-TRAILER.
      *
           EVALUATE TRUE
               WHEN WS-TRL-SEEN = 'N'
                  DISPLAY 'COBRPT08 CONTROL-TOTAL CHECK FAILED - '
                          'NO PRODUCER TRAILER ON INTRLDD'
                  MOVE 12 TO WS-RETURN-CODE
               WHEN WS-TRL-EXPECTED NOT = WS-COUNT-READ
                  DISPLAY 'COBRPT08 CONTROL-TOTAL CHECK FAILED - '
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
       SET-OPENING-HEADCOUNT.
      *    OPENING IS LAST MONTH'S STORED CLOSING.  WITH NO ROW FOR
      *    LAST MONTH (THE FIRST MONTH RUN, OR A DEPARTMENT NEW THIS
      *    MONTH) IT IS WORKED BACK FROM THE CLOSING AND THE MONTH'S
      *    MOVEMENT.  A STORED OPENING THAT THE MONTH'S MOVEMENT DOES
      *    NOT CARRY TO TONIGHT'S CLOSING MEANS HEADCOUNT MOVED
      *    WITHOUT A RECORDED HIRE, LEAVER OR TRANSFER - FLAGGED, RC=4.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-USED
              MOVE 'Y' TO WS-MTH-ON(WS-DPT-IDX 1)
              COMPUTE WS-RW-NET
                 = WS-MTH-CLOSING(WS-DPT-IDX 1)
                 - WS-MTH-HIRES(WS-DPT-IDX 1)
                 + WS-MTH-LEAVERS(WS-DPT-IDX 1)
                 - WS-MTH-TRF-IN(WS-DPT-IDX 1)
                 + WS-MTH-TRF-OUT(WS-DPT-IDX 1)
              IF WS-MTH-ON(WS-DPT-IDX 2) = 'Y'
                 MOVE WS-MTH-CLOSING(WS-DPT-IDX 2)
                   TO WS-MTH-OPENING(WS-DPT-IDX 1)
              ELSE
                 ADD 1 TO WS-COUNT-DERIVED
                 IF WS-RW-NET > ZERO
                    MOVE WS-RW-NET TO WS-MTH-OPENING(WS-DPT-IDX 1)
                 ELSE
                    MOVE ZERO      TO WS-MTH-OPENING(WS-DPT-IDX 1)
                 END-IF
              END-IF
              IF WS-MTH-OPENING(WS-DPT-IDX 1) NOT = WS-RW-NET
                 ADD 1 TO WS-COUNT-UNBALANCED
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-PERFORM.
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
                 DISPLAY 'COBRPT08 ABEND - DEPARTMENT TABLE FULL '
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
       PRINT-REPORT.
           OPEN OUTPUT PRT-OUTPUT.
      *
           MOVE WS-REPORT-MONTH   TO WS-DTS-MONTH.
           MOVE WS-R12-FROM-MONTH TO WS-DTS-R12.
           MOVE WS-YTD-FROM-MONTH TO WS-DTS-YTD.
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
              PERFORM WRITE-MONTH-LINE
           END-PERFORM.
      *
           MOVE WS-COMPANY-ENTRY TO WS-CALC-ENTRY.
           MOVE 'TOTAL'          TO WS-CLC-CODE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
           PERFORM WRITE-MONTH-LINE.
      *
      *    SECOND PAGE - THE SAME DEPARTMENTS, FISCAL YEAR TO DATE.
           WRITE PRINT-REC FROM WS-HEADER-YTD
               AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-DATES-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
           MOVE '  YTD %' TO WS-COL-RATE1.
           MOVE ' MONTHS' TO WS-COL-RATE2.
           WRITE PRINT-REC FROM WS-COLUMN-HEADER
               AFTER ADVANCING 1.
      *
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-USED
              MOVE WS-DPT-ENTRY(WS-DPT-IDX) TO WS-CALC-ENTRY
              PERFORM WRITE-YTD-LINE
           END-PERFORM.
      *
           MOVE WS-COMPANY-ENTRY TO WS-CALC-ENTRY.
           MOVE 'TOTAL'          TO WS-CLC-CODE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
           PERFORM WRITE-YTD-LINE.
      *
           PERFORM WRITE-ATTRITION-SUMMARY.
      *
       ADD-TO-COMPANY.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 12
              IF WS-CLC-ON(WS-SLOT) = 'Y'
                 MOVE 'Y' TO WS-CO-ON(WS-SLOT)
                 ADD WS-CLC-OPENING(WS-SLOT)
                  TO WS-CO-OPENING(WS-SLOT)
                 ADD WS-CLC-HIRES(WS-SLOT)   TO WS-CO-HIRES(WS-SLOT)
                 ADD WS-CLC-LEAVERS(WS-SLOT)
                  TO WS-CO-LEAVERS(WS-SLOT)
                 ADD WS-CLC-VOL(WS-SLOT)     TO WS-CO-VOL(WS-SLOT)
                 ADD WS-CLC-INV(WS-SLOT)     TO WS-CO-INV(WS-SLOT)
                 ADD WS-CLC-TRF-IN(WS-SLOT)
                  TO WS-CO-TRF-IN(WS-SLOT)
                 ADD WS-CLC-TRF-OUT(WS-SLOT)
                  TO WS-CO-TRF-OUT(WS-SLOT)
                 ADD WS-CLC-CLOSING(WS-SLOT)
                  TO WS-CO-CLOSING(WS-SLOT)
              END-IF
           END-PERFORM.
      *
       WRITE-MONTH-LINE.
           MOVE SPACES              TO WS-DTL-NOTE.
           MOVE WS-CLC-CODE         TO WS-DTL-DEPT.
      *    A BLANK CODE IS THE BUCKET FOR MOVEMENT NO DEPARTMENT
      *    COULD BE FOUND FOR.
           IF WS-CLC-CODE = SPACES
              MOVE 'NONE'           TO WS-DTL-DEPT
           END-IF.
           MOVE WS-CLC-OPENING(1)   TO WS-DTL-OPENING.
           MOVE WS-CLC-HIRES(1)     TO WS-DTL-HIRES.
           MOVE WS-CLC-LEAVERS(1)   TO WS-DTL-LEAVERS.
           MOVE WS-CLC-VOL(1)       TO WS-DTL-VOL.
           MOVE WS-CLC-INV(1)       TO WS-DTL-INV.
           MOVE WS-CLC-TRF-IN(1)    TO WS-DTL-TRF-IN.
           MOVE WS-CLC-TRF-OUT(1)   TO WS-DTL-TRF-OUT.
           MOVE WS-CLC-CLOSING(1)   TO WS-DTL-CLOSING.
      *
           MOVE 1 TO WS-RW-MONTHS.
           PERFORM COMPUTE-TURNOVER.
           MOVE WS-RW-RATE TO WS-DTL-RATE1.
      *
           MOVE 12 TO WS-RW-MONTHS.
           PERFORM COMPUTE-TURNOVER.
           MOVE WS-RW-RATE TO WS-DTL-RATE2.
      *
           COMPUTE WS-RW-NET = WS-CLC-CLOSING(1)
                             - WS-CLC-HIRES(1)
                             + WS-CLC-LEAVERS(1)
                             - WS-CLC-TRF-IN(1)
                             + WS-CLC-TRF-OUT(1).
           EVALUATE TRUE
               WHEN WS-CLC-OPENING(1) NOT = WS-RW-NET
                  MOVE '*DOES NOT BALANCE'    TO WS-DTL-NOTE
               WHEN WS-CLC-ON(2) NOT = 'Y'
                AND WS-CLC-CODE NOT = 'TOTAL'
                  MOVE 'OPENING WORKED BACK'  TO WS-DTL-NOTE
           END-EVALUATE.
      *
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1.
      *
       COMPUTE-TURNOVER.
      *    LEAVERS OVER THE FIRST WS-RW-MONTHS SLOTS ON FILE AS A
      *    PERCENT OF THE AVERAGE HEADCOUNT ACROSS THOSE MONTHS.  NO
      *    HEADCOUNT AT ALL GIVES A RATE OF ZERO.  ON RETURN
      *    WS-RW-MONTHS HOLDS THE NUMBER OF MONTHS ACTUALLY USED.
           MOVE ZERO TO WS-RW-AVG-SUM
                        WS-RW-LEAVERS
                        WS-RW-RATE.
           MOVE WS-RW-MONTHS TO WS-SLOT.
           MOVE ZERO TO WS-RW-MONTHS.
      *
           PERFORM UNTIL WS-SLOT = ZERO
              IF WS-CLC-ON(WS-SLOT) = 'Y'
                 ADD 1 TO WS-RW-MONTHS
                 ADD WS-CLC-LEAVERS(WS-SLOT) TO WS-RW-LEAVERS
                 COMPUTE WS-RW-AVG-SUM = WS-RW-AVG-SUM
                    + (WS-CLC-OPENING(WS-SLOT)
                     + WS-CLC-CLOSING(WS-SLOT)) / 2
              END-IF
              SUBTRACT 1 FROM WS-SLOT
           END-PERFORM.
      *
           IF WS-RW-AVG-SUM > ZERO
              COMPUTE WS-RW-AVERAGE = WS-RW-AVG-SUM / WS-RW-MONTHS
              COMPUTE WS-RW-RATE ROUNDED
                 = WS-RW-LEAVERS * 100 / WS-RW-AVERAGE
                 ON SIZE ERROR
                    MOVE 9999.99 TO WS-RW-RATE
              END-COMPUTE
           END-IF.
      *
       WRITE-YTD-LINE.
      *    OPENING IS THE OPENING OF THE EARLIEST FISCAL MONTH ON
      *    FILE FOR THE DEPARTMENT; CLOSING IS TONIGHT'S.
           MOVE ZERO TO WS-YW-OPENING
                        WS-YW-HIRES
                        WS-YW-LEAVERS
                        WS-YW-VOL
                        WS-YW-INV
                        WS-YW-TRF-IN
                        WS-YW-TRF-OUT.
      *
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-YTD-MONTHS
              IF WS-CLC-ON(WS-SLOT) = 'Y'
                 MOVE WS-CLC-OPENING(WS-SLOT) TO WS-YW-OPENING
                 ADD WS-CLC-HIRES(WS-SLOT)    TO WS-YW-HIRES
                 ADD WS-CLC-LEAVERS(WS-SLOT)  TO WS-YW-LEAVERS
                 ADD WS-CLC-VOL(WS-SLOT)      TO WS-YW-VOL
                 ADD WS-CLC-INV(WS-SLOT)      TO WS-YW-INV
                 ADD WS-CLC-TRF-IN(WS-SLOT)   TO WS-YW-TRF-IN
                 ADD WS-CLC-TRF-OUT(WS-SLOT)  TO WS-YW-TRF-OUT
              END-IF
           END-PERFORM.
      *
           MOVE SPACES              TO WS-DTL-NOTE.
           MOVE WS-CLC-CODE         TO WS-DTL-DEPT.
           IF WS-CLC-CODE = SPACES
              MOVE 'NONE'           TO WS-DTL-DEPT
           END-IF.
           MOVE WS-YW-OPENING       TO WS-DTL-OPENING.
           MOVE WS-YW-HIRES         TO WS-DTL-HIRES.
           MOVE WS-YW-LEAVERS       TO WS-DTL-LEAVERS.
           MOVE WS-YW-VOL           TO WS-DTL-VOL.
           MOVE WS-YW-INV           TO WS-DTL-INV.
           MOVE WS-YW-TRF-IN        TO WS-DTL-TRF-IN.
           MOVE WS-YW-TRF-OUT       TO WS-DTL-TRF-OUT.
           MOVE WS-CLC-CLOSING(1)   TO WS-DTL-CLOSING.
      *
           MOVE WS-YTD-MONTHS TO WS-RW-MONTHS.
           PERFORM COMPUTE-TURNOVER.
           MOVE WS-RW-RATE    TO WS-DTL-RATE1.
           MOVE WS-RW-MONTHS  TO WS-DTL-MONTHS.
      *
           IF WS-RW-MONTHS < WS-YTD-MONTHS
              MOVE 'NOT ALL MONTHS ON FILE' TO WS-DTL-NOTE
           END-IF.
      *
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1.
      *
       WRITE-ATTRITION-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 2.
      *
           MOVE 'HISTORY ROWS READ        :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-HIST-READ           TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'ADDS IN MONTH            :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-ADDS                TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'DROPS IN MONTH           :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-DROPS               TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'TRANSFERS IN MONTH       :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-TRANSFERS           TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'MOVES WITH NO DEPARTMENT :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-NO-DEPT             TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'ENRICHED RECORDS READ    :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-READ                TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'PRIOR MONTH ROWS USED    :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-PRIOR-ROWS          TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'OPENINGS WORKED BACK     :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-DERIVED             TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'DEPARTMENTS NOT BALANCED :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-UNBALANCED          TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
       APPEND-MONTH-FIGURES.
      *    ONE ROW PER DEPARTMENT WITH ANY HEADCOUNT OR MOVEMENT THIS
      *    MONTH.  SKIPPED WHEN THE ENRICHED FILE FAILED ITS CONTROL
      *    TOTAL.
           IF WS-RETURN-CODE >= 12
              DISPLAY 'COBRPT08 - MONTHLY FIGURES NOT STORED, '
                      'RERUN WHEN COBBAT04 OUTPUT IS COMPLETE'
           ELSE
              OPEN EXTEND FIG-FILE
              IF FS-FIGURES = '00' OR FS-FIGURES = '05'
                 CONTINUE
              ELSE
                 DISPLAY 'COBRPT08 ABEND - ERROR OPENING MONTHLY '
                         'FIGURES, FILE STATUS ' FS-FIGURES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                      UNTIL WS-DPT-IDX > WS-DPT-USED
                 IF WS-MTH-OPENING(WS-DPT-IDX 1) > ZERO
                 OR WS-MTH-HIRES(WS-DPT-IDX 1)   > ZERO
                 OR WS-MTH-LEAVERS(WS-DPT-IDX 1) > ZERO
                 OR WS-MTH-TRF-IN(WS-DPT-IDX 1)  > ZERO
                 OR WS-MTH-TRF-OUT(WS-DPT-IDX 1) > ZERO
                 OR WS-MTH-CLOSING(WS-DPT-IDX 1) > ZERO
                    PERFORM WRITE-FIGURES-ROW
                 END-IF
              END-PERFORM
              CLOSE FIG-FILE
           END-IF.
      *
       WRITE-FIGURES-ROW.
           MOVE ALL '-'                        TO FIGURES-REC.
           MOVE SPACES                         TO FIGURES-REC(70:11).
           MOVE WS-REPORT-MONTH                TO FIG-MONTH.
           MOVE WS-DPT-CODE(WS-DPT-IDX)        TO FIG-DEPT.
           MOVE WS-MTH-OPENING(WS-DPT-IDX 1)   TO FIG-OPENING.
           MOVE WS-MTH-HIRES(WS-DPT-IDX 1)     TO FIG-HIRES.
           MOVE WS-MTH-LEAVERS(WS-DPT-IDX 1)   TO FIG-LEAVERS.
           MOVE WS-MTH-VOL(WS-DPT-IDX 1)       TO FIG-VOLUNTARY.
           MOVE WS-MTH-INV(WS-DPT-IDX 1)       TO FIG-INVOLUNTARY.
           MOVE WS-MTH-TRF-IN(WS-DPT-IDX 1)    TO FIG-TRF-IN.
           MOVE WS-MTH-TRF-OUT(WS-DPT-IDX 1)   TO FIG-TRF-OUT.
           MOVE WS-MTH-CLOSING(WS-DPT-IDX 1)   TO FIG-CLOSING.
           WRITE FIGURES-REC.
           ADD 1 TO WS-COUNT-FIG-ADD.
      *
       CLOSE-STOP.
      *
           DISPLAY 'COBRPT08 MONTHLY FIGURES ROWS ADDED: '
                   WS-COUNT-FIG-ADD.
           DISPLAY 'PROGRAM COBRPT08 - STOP'.
      *
           CLOSE PRT-OUTPUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *

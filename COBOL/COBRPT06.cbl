      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBRPT06.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    COBBAT04'S ENRICHED OUTPUT - OUT-HIRE-DATE (FROM
      *    EMPLOYEE_MASTER'S HIRE_DATE) DRIVES EVERY FIGURE ON THIS
      *    REPORT: TENURE BANDS BY DEPARTMENT, UPCOMING SERVICE
      *    ANNIVERSARIES, AND THE HIRE DATES THAT CANNOT BE USED.
           SELECT INP-INPUT  ASSIGN TO INDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-INPUT.
      *
           SELECT PRT-OUTPUT ASSIGN TO PRTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PRINT.
      *
      *    CONTROL CARD - ANNIVERSARY WINDOW IN DAYS (COLS 1-3,
      *    ZONED, DEFAULT 030) AND AN OPTIONAL AS-OF DATE IN COLS
      *    5-14 (YYYY-MM-DD, DEFAULT TODAY) FOR A RERUN.
           SELECT OPTIONAL CTL-CARD ASSIGN TO CTLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
      *
      *    PRODUCER'S COUNT TRAILER FOR INDD (COBBAT04'S TRLDD) -
      *    RECORDS READ ARE VERIFIED AGAINST IT SO A PARTIAL
      *    ENRICHED FILE CANNOT QUIETLY PRINT AS A COMPLETE COUNT.
           SELECT OPTIONAL INTRL-INPUT ASSIGN TO INTRLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-INTRL-STATUS.
      *
           SELECT SORT-WORK  ASSIGN TO SORTWK.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
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
       FD  PRT-OUTPUT RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
       FD  CTL-CARD  RECORDING MODE F.
       01  CTL-REC.
           05  CTL-WINDOW     PIC X(03).
           05  FILLER         PIC X(01).
           05  CTL-ASOF-DATE  PIC X(10).
           05  FILLER         PIC X(66).
      *
      *    SAME TRAILER LAYOUT AS THE CHAIN'S PRODUCERS WRITE.
       FD  INTRL-INPUT RECORDING MODE F.
       01  INTRL-REC.
           05  INTRL-ID       PIC X(10).
           05  FILLER         PIC X(01).
           05  INTRL-COUNT    PIC X(08).
           05  FILLER         PIC X(61).
      *
      *    UPCOMING ANNIVERSARIES, SORTED ON THE ANNIVERSARY DATE SO
      *    HR READS THE LIST IN THE ORDER THE AWARDS FALL DUE.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-ANN-DATE   PIC X(10).
           05  SRT-EMP-ID     PIC X(10).
           05  SRT-NAME       PIC X(10).
           05  SRT-DEPT       PIC X(05).
           05  SRT-EMP-STATUS PIC X(01).
           05  SRT-HIRE-DATE  PIC X(10).
           05  SRT-YEARS      PIC 9(02).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-SORT-EOF        PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-INPUT          PIC X(02) VALUE '00'.
          05 FS-PRINT          PIC X(02) VALUE '00'.
      *
       01 WS-CTL-STATUS        PIC X(02) VALUE SPACES.
       01 WS-INTRL-STATUS      PIC X(02) VALUE SPACES.
       01 WS-INTRL-EOF         PIC X(01) VALUE 'N'.
       01 WS-TRL-EXPECTED      PIC 9(08) VALUE ZERO.
       01 WS-TRL-SEEN          PIC X(01) VALUE 'N'.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
      *    TUNING VALUE - OVERRIDDEN BY THE CONTROL CARD.
       01 WS-WINDOW-DAYS       PIC 9(03) VALUE 30.
      *
       01 WS-COUNTERS.
         05 WS-READ-COUNT      PIC 9(08) VALUE ZERO.
         05 WS-ANNIV-COUNT     PIC 9(08) VALUE ZERO.
         05 WS-MISSING-COUNT   PIC 9(08) VALUE ZERO.
         05 WS-INVALID-COUNT   PIC 9(08) VALUE ZERO.
         05 WS-FUTURE-COUNT    PIC 9(08) VALUE ZERO.
         05 WS-LINE-COUNT      PIC 9(04) VALUE ZERO.
         05 WS-PAGE-COUNT      PIC 9(04) VALUE ZERO.
      *
       01 WS-LINES-PER-PAGE    PIC 9(04) VALUE 40.
      *
      *    THE AS-OF DATE EVERY TENURE AND ANNIVERSARY IS MEASURED
      *    FROM, AND ITS DAY NUMBER.
       01 WS-ASOF-DATE          PIC X(10) VALUE SPACES.
       01 WS-TODAY              PIC 9(08) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY      PIC 9(04).
          05 WS-TODAY-MM        PIC 9(02).
          05 WS-TODAY-DD        PIC 9(02).
       01 WS-TODAY-DAYNUM       PIC S9(09) COMP VALUE ZERO.
       01 WS-TODAY-MMDD         PIC 9(04) VALUE ZERO.
      *
      *    HIRE-DATE WORK AREA.  WS-HD-REASON IS SPACES FOR A
      *    USABLE DATE, OTHERWISE THE EXCEPTION TEXT PRINTED.
       01 WS-HIRE-WORK.
          05 WS-HD-YYYYMMDD     PIC 9(08) VALUE ZERO.
          05 WS-HD-R REDEFINES WS-HD-YYYYMMDD.
             10 WS-HD-YYYY      PIC 9(04).
             10 WS-HD-MM        PIC 9(02).
             10 WS-HD-DD        PIC 9(02).
          05 WS-HD-DAYNUM       PIC S9(09) COMP VALUE ZERO.
          05 WS-HD-MMDD         PIC 9(04) VALUE ZERO.
          05 WS-HD-REASON       PIC X(20) VALUE SPACES.
          05 WS-HD-YEARS        PIC S9(04) COMP VALUE ZERO.
      *
      *    NEXT ANNIVERSARY ON OR AFTER THE AS-OF DATE.
       01 WS-ANNIV-WORK.
          05 WS-ANN-YYYYMMDD    PIC 9(08) VALUE ZERO.
          05 WS-ANN-R REDEFINES WS-ANN-YYYYMMDD.
             10 WS-ANN-YYYY     PIC 9(04).
             10 WS-ANN-MM       PIC 9(02).
             10 WS-ANN-DD       PIC 9(02).
          05 WS-ANN-DAYNUM      PIC S9(09) COMP VALUE ZERO.
          05 WS-ANN-DAYS-TO     PIC S9(09) COMP VALUE ZERO.
          05 WS-ANN-YEARS       PIC S9(04) COMP VALUE ZERO.
          05 WS-ANN-QUOT        PIC S9(04) COMP VALUE ZERO.
          05 WS-ANN-REM         PIC S9(04) COMP VALUE ZERO.
      *
      *    DAYS PER MONTH (FEBRUARY ADJUSTED FOR LEAP YEARS BELOW).
       01 WS-MONTH-DAYS-TABLE   PIC X(24)
          VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
          05 WS-MONTH-DAYS      PIC 9(02) OCCURS 12.
      *
       01 WS-LEAP-WORK.
          05 WS-LEAP-YYYY       PIC 9(04) VALUE ZERO.
          05 WS-LEAP-QUOT       PIC 9(04) VALUE ZERO.
          05 WS-LEAP-REM4       PIC 9(04) VALUE ZERO.
          05 WS-LEAP-REM100     PIC 9(04) VALUE ZERO.
          05 WS-LEAP-REM400     PIC 9(04) VALUE ZERO.
          05 WS-LEAP-YEAR       PIC X(01) VALUE 'N'.
          05 WS-MAX-DAY         PIC 9(02) VALUE ZERO.
      *
      *    HEADCOUNT PER DEPARTMENT PER TENURE BAND, KEPT IN
      *    ASCENDING DEPARTMENT ORDER AS ENTRIES ARE ADDED.  BAND 1
      *    = UNDER 1 YEAR, 2 = 1-5, 3 = 5-10, 4 = 10-20, 5 = 20 AND
      *    OVER, 6 = HIRE DATE MISSING, INVALID OR IN THE FUTURE.
       01 WS-DEPT-TABLE.
          05 WS-DPT-MAX         PIC 9(03) COMP VALUE 200.
          05 WS-DPT-USED        PIC 9(03) COMP VALUE ZERO.
          05 WS-DPT-ENTRY OCCURS 200.
             10 WS-DPT-CODE     PIC X(05).
             10 WS-DPT-NAME     PIC X(20).
             10 WS-DPT-BAND     PIC 9(08) OCCURS 6.
             10 WS-DPT-TOTAL    PIC 9(08).
      *
       01 WS-DPT-IDX            PIC 9(03) COMP VALUE ZERO.
       01 WS-DPT-FOUND          PIC 9(03) COMP VALUE ZERO.
       01 WS-DPT-SHIFT          PIC 9(03) COMP VALUE ZERO.
       01 WS-BAND-IDX           PIC 9(02) COMP VALUE ZERO.
      *
       01 WS-COMPANY-TOTALS.
          05 WS-CO-BAND         PIC 9(08) OCCURS 6.
          05 WS-CO-TOTAL        PIC 9(08) VALUE ZERO.
      *
      *    UNUSABLE HIRE DATES, HELD FOR THE EXCEPTION SECTION AT
      *    THE END OF THE REPORT.  PAST THE TABLE LIMIT THEY ARE
      *    STILL COUNTED, AND THE REPORT SAYS HOW MANY WERE LEFT OFF.
       01 WS-EXCP-TABLE.
          05 WS-EXC-MAX         PIC 9(04) COMP VALUE 500.
          05 WS-EXC-USED        PIC 9(04) COMP VALUE ZERO.
          05 WS-EXC-ENTRY OCCURS 500.
             10 WS-EXC-EMP-ID   PIC X(10).
             10 WS-EXC-NAME     PIC X(10).
             10 WS-EXC-DEPT     PIC X(05).
             10 WS-EXC-HIRE     PIC X(10).
             10 WS-EXC-REASON   PIC X(20).
      *
       01 WS-EXC-IDX            PIC 9(04) COMP VALUE ZERO.
       01 WS-EXC-OVERFLOW       PIC 9(08) VALUE ZERO.
      *
       01 WS-HEADER-LINE1       PIC X(60)
          VALUE 'SERVICE TENURE AND ANNIVERSARY REPORT'.
      *
       01 WS-HEADER-PAGE-LINE.
          05 FILLER            PIC X(06) VALUE 'PAGE: '.
          05 WS-HDR-PAGE       PIC ZZZ9.
          05 FILLER            PIC X(09) VALUE '   AS OF '.
          05 WS-HDR-ASOF       PIC X(10).
          05 FILLER            PIC X(22)
             VALUE '   ANNIVERSARY WINDOW '.
          05 WS-HDR-WINDOW     PIC ZZ9.
          05 FILLER            PIC X(05) VALUE ' DAYS'.
      *
      *    FIELD WIDTHS AND GAPS MUST MIRROR WS-BAND-LINE BELOW SO
      *    EACH LABEL LINES UP WITH ITS DATA COLUMN.
       01 WS-BAND-HEADER.
          05 FILLER            PIC X(05) VALUE 'DEPT'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(20) VALUE 'DEPARTMENT NAME'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(08) VALUE ' UNDER 1'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(08) VALUE '     1-5'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(08) VALUE '    5-10'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(08) VALUE '   10-20'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(08) VALUE ' 20 PLUS'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(08) VALUE 'BAD DATE'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(08) VALUE '   TOTAL'.
      *
       01 WS-BAND-LINE.
          05 WS-BND-DEPT       PIC X(05).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-BND-NAME       PIC X(20).
          05 WS-BND-COUNTS OCCURS 6.
             10 FILLER         PIC X(02).
             10 WS-BND-COUNT   PIC ZZZZZZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-BND-TOTAL      PIC ZZZZZZZ9.
      *
       01 WS-ANNIV-HEADER.
          05 FILLER            PIC X(10) VALUE 'ANNIV DATE'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(05) VALUE 'YEARS'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'EMP ID'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'NAME'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(05) VALUE 'DEPT'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(06) VALUE 'STATUS'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'HIRE DATE'.
      *
       01 WS-ANNIV-LINE.
          05 WS-ANL-DATE       PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-ANL-YEARS      PIC ZZZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-ANL-EMP-ID     PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-ANL-NAME       PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-ANL-DEPT       PIC X(05).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-ANL-STATUS     PIC X(01).
          05 FILLER            PIC X(07) VALUE SPACES.
          05 WS-ANL-HIRE       PIC X(10).
      *
       01 WS-EXCP-HEADER.
          05 FILLER            PIC X(10) VALUE 'EMP ID'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'NAME'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(05) VALUE 'DEPT'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'HIRE DATE'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(20) VALUE 'PROBLEM'.
      *
       01 WS-EXCP-LINE.
          05 WS-EXL-EMP-ID     PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-EXL-NAME       PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-EXL-DEPT       PIC X(05).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-EXL-HIRE       PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-EXL-REASON     PIC X(20).
      *
       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL       PIC X(26).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-SUM-COUNT       PIC 9(08).
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-CONTROL SECTION.
       MAIN-START.
      *
           DISPLAY 'PROGRAM COBRPT06 - START'.
      *
           PERFORM GET-CONTROL-CARD.
           PERFORM OPEN-FILES.
      *
           SORT SORT-WORK
                ON ASCENDING KEY SRT-ANN-DATE
                                 SRT-EMP-ID
                INPUT  PROCEDURE IS SELECT-INPUT
                OUTPUT PROCEDURE IS REPORT-OUTPUT.
      *
           PERFORM VERIFY-CONTROL-TOTAL.
           PERFORM TENURE-SUMMARY.
           PERFORM CLOSE-STOP.
      *
       GET-CONTROL-CARD.
      *    DEFAULT AS-OF DATE IS TODAY; A CARD MAY WIDEN OR NARROW
      *    THE ANNIVERSARY WINDOW AND BACKDATE THE RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
      *
           OPEN INPUT CTL-CARD.
      *
           IF WS-CTL-STATUS = '00'
              READ CTL-CARD
              END-READ
              IF WS-CTL-STATUS = '00'
                 IF CTL-WINDOW IS NUMERIC
                    MOVE CTL-WINDOW TO WS-WINDOW-DAYS
                 END-IF
                 IF CTL-ASOF-DATE(1:4) IS NUMERIC
                AND CTL-ASOF-DATE(6:2) IS NUMERIC
                AND CTL-ASOF-DATE(9:2) IS NUMERIC
                    MOVE CTL-ASOF-DATE(1:4) TO WS-TODAY-YYYY
                    MOVE CTL-ASOF-DATE(6:2) TO WS-TODAY-MM
                    MOVE CTL-ASOF-DATE(9:2) TO WS-TODAY-DD
                 END-IF
              END-IF
           END-IF.
      *
           CLOSE CTL-CARD.
      *
           STRING WS-TODAY-YYYY '-'
                  WS-TODAY-MM   '-'
                  WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-ASOF-DATE.
           COMPUTE WS-TODAY-DAYNUM
              = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-TODAY-MMDD = WS-TODAY-MM * 100 + WS-TODAY-DD.
      *
           DISPLAY 'COBRPT06 AS OF ' WS-ASOF-DATE
                   ', ANNIVERSARY WINDOW ' WS-WINDOW-DAYS ' DAYS'.
      *
       OPEN-FILES.
           OPEN INPUT  INP-INPUT.
           OPEN OUTPUT PRT-OUTPUT.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBRPT06 - STOP'.
      *
           CLOSE INP-INPUT.
           CLOSE PRT-OUTPUT.
           IF RETURN-CODE < WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       VERIFY-CONTROL-TOTAL.
      *    SUM EVERY 'TRAILER' RECORD COBBAT04 WROTE AND COMPARE WITH
      *    THE RECORDS ACTUALLY READ.  A MISSING TRAILER OR A SHORT
      *    FILE ENDS THE STEP RC=12 SO THE COUNTS ARE NOT TRUSTED.
           PERFORM SUM-PRODUCER-TRAILER.
      *
           EVALUATE TRUE
               WHEN WS-TRL-SEEN = 'N'
                  DISPLAY 'COBRPT06 CONTROL-TOTAL CHECK FAILED - '
                          'NO PRODUCER TRAILER ON INTRLDD'
                  MOVE 12 TO RETURN-CODE
               WHEN WS-TRL-EXPECTED NOT = WS-READ-COUNT
                  DISPLAY 'COBRPT06 CONTROL-TOTAL CHECK FAILED - '
                          'TRAILER SAYS ' WS-TRL-EXPECTED
                          ' RECORDS, READ ' WS-READ-COUNT
                  MOVE 12 TO RETURN-CODE
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
       TENURE-SUMMARY.
           DISPLAY '============================================'.
           DISPLAY 'COBRPT06 TENURE REPORT SUMMARY'.
           DISPLAY '  RECORDS READ           : ' WS-READ-COUNT.
           DISPLAY '  DEPARTMENTS            : ' WS-DPT-USED.
           DISPLAY '  ANNIVERSARIES LISTED   : ' WS-ANNIV-COUNT.
           DISPLAY '  HIRE DATE MISSING      : ' WS-MISSING-COUNT.
           DISPLAY '  HIRE DATE INVALID      : ' WS-INVALID-COUNT.
           DISPLAY '  HIRE DATE IN FUTURE    : ' WS-FUTURE-COUNT.
           DISPLAY '============================================'.
      *
      *--------------------------------------------------------
      *    SORT INPUT SIDE - READ, BAND, RELEASE ANNIVERSARIES.
      *--------------------------------------------------------
       SELECT-INPUT SECTION.
       SELECT-INPUT-START.
           PERFORM READ-INP-INPUT.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-READ-COUNT
              PERFORM CHECK-HIRE-DATE
              PERFORM FIND-DEPT-ENTRY
              IF WS-HD-REASON = SPACES
                 PERFORM ASSIGN-TENURE-BAND
                 PERFORM CHECK-ANNIVERSARY
              ELSE
                 MOVE 6 TO WS-BAND-IDX
                 PERFORM KEEP-EXCEPTION
              END-IF
              ADD 1 TO WS-DPT-BAND(WS-DPT-FOUND WS-BAND-IDX)
              ADD 1 TO WS-DPT-TOTAL(WS-DPT-FOUND)
              PERFORM READ-INP-INPUT
           END-PERFORM.
      *
       SELECT-INPUT-EX.
           EXIT.
      *
      *    PERFORMED HELPERS FOR THE INPUT SIDE - IN THEIR OWN
      *    SECTION SO THE SORT INPUT PROCEDURE ENDS AT
      *    SELECT-INPUT-EX INSTEAD OF FALLING THROUGH.
       INPUT-SUPPORT SECTION.
       READ-INP-INPUT.
           INITIALIZE INPUT-REC.
      *
           READ INP-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       CHECK-HIRE-DATE.
      *    A USABLE HIRE DATE IS A REAL CALENDAR DATE IN YYYY-MM-DD
      *    FORM, NO LATER THAN THE AS-OF DATE.  ANYTHING ELSE GETS
      *    A REASON AND IS KEPT OUT OF THE TENURE BANDS.
           MOVE SPACES TO WS-HD-REASON.
      *
           IF INP-HIRE-DATE = SPACES
           OR INP-HIRE-DATE = LOW-VALUES
              MOVE 'MISSING'          TO WS-HD-REASON
              ADD 1 TO WS-MISSING-COUNT
           ELSE
              PERFORM PARSE-HIRE-DATE
              IF WS-HD-REASON = SPACES
                 COMPUTE WS-HD-DAYNUM
                    = FUNCTION INTEGER-OF-DATE(WS-HD-YYYYMMDD)
                 IF WS-HD-DAYNUM > WS-TODAY-DAYNUM
                    MOVE 'IN THE FUTURE' TO WS-HD-REASON
                    ADD 1 TO WS-FUTURE-COUNT
                 END-IF
              ELSE
                 ADD 1 TO WS-INVALID-COUNT
              END-IF
           END-IF.
      *
       PARSE-HIRE-DATE.
           IF INP-HIRE-DATE(1:4) IS NUMERIC
          AND INP-HIRE-DATE(5:1) = '-'
          AND INP-HIRE-DATE(6:2) IS NUMERIC
          AND INP-HIRE-DATE(8:1) = '-'
          AND INP-HIRE-DATE(9:2) IS NUMERIC
              MOVE INP-HIRE-DATE(1:4) TO WS-HD-YYYY
              MOVE INP-HIRE-DATE(6:2) TO WS-HD-MM
              MOVE INP-HIRE-DATE(9:2) TO WS-HD-DD
           ELSE
              MOVE 'INVALID FORMAT'   TO WS-HD-REASON
           END-IF.
      *
           IF WS-HD-REASON = SPACES
              IF WS-HD-YYYY < 1900
              OR WS-HD-MM < 1
              OR WS-HD-MM > 12
                 MOVE 'INVALID DATE'  TO WS-HD-REASON
              ELSE
                 MOVE WS-HD-YYYY TO WS-LEAP-YYYY
                 PERFORM SET-MONTH-MAX-DAY
                 IF WS-HD-DD < 1
                 OR WS-HD-DD > WS-MAX-DAY
                    MOVE 'INVALID DATE' TO WS-HD-REASON
                 END-IF
              END-IF
           END-IF.
      *
       SET-MONTH-MAX-DAY.
      *    DAYS IN MONTH WS-HD-MM OF YEAR WS-LEAP-YYYY.
           MOVE WS-MONTH-DAYS(WS-HD-MM) TO WS-MAX-DAY.
           PERFORM CHECK-LEAP-YEAR.
           IF WS-HD-MM = 2
          AND WS-LEAP-YEAR = 'Y'
              MOVE 29 TO WS-MAX-DAY
           END-IF.
      *
       CHECK-LEAP-YEAR.
           DIVIDE WS-LEAP-YYYY BY 4   GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM4.
           DIVIDE WS-LEAP-YYYY BY 100 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM100.
           DIVIDE WS-LEAP-YYYY BY 400 GIVING WS-LEAP-QUOT
                  REMAINDER WS-LEAP-REM400.
      *
           IF WS-LEAP-REM400 = ZERO
           OR (WS-LEAP-REM4 = ZERO AND WS-LEAP-REM100 NOT = ZERO)
              MOVE 'Y' TO WS-LEAP-YEAR
           ELSE
              MOVE 'N' TO WS-LEAP-YEAR
           END-IF.
      *
       ASSIGN-TENURE-BAND.
      *    COMPLETED YEARS OF SERVICE AS OF THE AS-OF DATE - A YEAR
      *    COUNTS ONLY ONCE ITS ANNIVERSARY HAS BEEN REACHED.
           COMPUTE WS-HD-MMDD = WS-HD-MM * 100 + WS-HD-DD.
           COMPUTE WS-HD-YEARS = WS-TODAY-YYYY - WS-HD-YYYY.
           IF WS-TODAY-MMDD < WS-HD-MMDD
              SUBTRACT 1 FROM WS-HD-YEARS
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-HD-YEARS < 1
                  MOVE 1 TO WS-BAND-IDX
               WHEN WS-HD-YEARS < 5
                  MOVE 2 TO WS-BAND-IDX
               WHEN WS-HD-YEARS < 10
                  MOVE 3 TO WS-BAND-IDX
               WHEN WS-HD-YEARS < 20
                  MOVE 4 TO WS-BAND-IDX
               WHEN OTHER
                  MOVE 5 TO WS-BAND-IDX
           END-EVALUATE.
      *
       CHECK-ANNIVERSARY.
      *    THE NEXT ANNIVERSARY ON OR AFTER THE AS-OF DATE IS LISTED
      *    WHEN IT IS A 5, 10, 15, 20 OR 25-YEAR MILESTONE AND FALLS
      *    INSIDE THE WINDOW.  A 29 FEBRUARY HIRE CELEBRATES ON 28
      *    FEBRUARY IN A NON-LEAP YEAR.
           MOVE WS-TODAY-YYYY TO WS-ANN-YYYY.
           PERFORM BUILD-ANNIVERSARY-DATE.
           IF WS-ANN-DAYNUM < WS-TODAY-DAYNUM
              ADD 1 TO WS-ANN-YYYY
              PERFORM BUILD-ANNIVERSARY-DATE
           END-IF.
      *
           COMPUTE WS-ANN-YEARS   = WS-ANN-YYYY - WS-HD-YYYY.
           COMPUTE WS-ANN-DAYS-TO = WS-ANN-DAYNUM - WS-TODAY-DAYNUM.
           DIVIDE WS-ANN-YEARS BY 5 GIVING WS-ANN-QUOT
                  REMAINDER WS-ANN-REM.
      *
           IF WS-ANN-REM = ZERO
          AND WS-ANN-YEARS >= 5
          AND WS-ANN-YEARS <= 25
          AND WS-ANN-DAYS-TO <= WS-WINDOW-DAYS
              MOVE SPACES         TO SRT-ANN-DATE
              STRING WS-ANN-YYYY '-' WS-ANN-MM '-' WS-ANN-DD
                     DELIMITED BY SIZE INTO SRT-ANN-DATE
              MOVE INP-EMP-ID     TO SRT-EMP-ID
              MOVE INP-NAME       TO SRT-NAME
              MOVE INP-DEPT       TO SRT-DEPT
              MOVE INP-EMP-STATUS TO SRT-EMP-STATUS
              MOVE INP-HIRE-DATE  TO SRT-HIRE-DATE
              MOVE WS-ANN-YEARS   TO SRT-YEARS
              RELEASE SORT-REC
              ADD 1 TO WS-ANNIV-COUNT
           END-IF.
      *
       BUILD-ANNIVERSARY-DATE.
           MOVE WS-HD-MM TO WS-ANN-MM.
           MOVE WS-HD-DD TO WS-ANN-DD.
           IF WS-HD-MM = 2
          AND WS-HD-DD = 29
              MOVE WS-ANN-YYYY TO WS-LEAP-YYYY
              PERFORM CHECK-LEAP-YEAR
              IF WS-LEAP-YEAR = 'N'
                 MOVE 28 TO WS-ANN-DD
              END-IF
           END-IF.
           COMPUTE WS-ANN-DAYNUM
              = FUNCTION INTEGER-OF-DATE(WS-ANN-YYYYMMDD).
      *
       FIND-DEPT-ENTRY.
      *    DEPARTMENTS ARE KEPT IN ASCENDING CODE ORDER - A NEW CODE
      *    IS SLOTTED IN BY SHIFTING THE HIGHER ENTRIES UP ONE.
           MOVE ZERO TO WS-DPT-FOUND.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-USED
                      OR WS-DPT-FOUND > ZERO
                      OR WS-DPT-CODE(WS-DPT-IDX) > INP-DEPT
              IF WS-DPT-CODE(WS-DPT-IDX) = INP-DEPT
                 MOVE WS-DPT-IDX TO WS-DPT-FOUND
              END-IF
           END-PERFORM.
      *
           IF WS-DPT-FOUND = ZERO
              IF WS-DPT-USED >= WS-DPT-MAX
                 DISPLAY 'COBRPT06 ABEND - DEPARTMENT TABLE FULL '
                         'AT ' WS-DPT-MAX
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM VARYING WS-DPT-SHIFT FROM WS-DPT-USED BY -1
                      UNTIL WS-DPT-SHIFT < WS-DPT-IDX
                 MOVE WS-DPT-ENTRY(WS-DPT-SHIFT)
                   TO WS-DPT-ENTRY(WS-DPT-SHIFT + 1)
              END-PERFORM
              ADD 1 TO WS-DPT-USED
              MOVE INP-DEPT      TO WS-DPT-CODE(WS-DPT-IDX)
              MOVE INP-DEPT-NAME TO WS-DPT-NAME(WS-DPT-IDX)
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                      UNTIL WS-BAND-IDX > 6
                 MOVE ZERO TO WS-DPT-BAND(WS-DPT-IDX WS-BAND-IDX)
              END-PERFORM
              MOVE ZERO          TO WS-DPT-TOTAL(WS-DPT-IDX)
              MOVE WS-DPT-IDX    TO WS-DPT-FOUND
           END-IF.
      *
       KEEP-EXCEPTION.
           IF WS-EXC-USED < WS-EXC-MAX
              ADD 1 TO WS-EXC-USED
              MOVE INP-EMP-ID    TO WS-EXC-EMP-ID(WS-EXC-USED)
              MOVE INP-NAME      TO WS-EXC-NAME(WS-EXC-USED)
              MOVE INP-DEPT      TO WS-EXC-DEPT(WS-EXC-USED)
              MOVE INP-HIRE-DATE TO WS-EXC-HIRE(WS-EXC-USED)
              MOVE WS-HD-REASON  TO WS-EXC-REASON(WS-EXC-USED)
           ELSE
              ADD 1 TO WS-EXC-OVERFLOW
           END-IF.
      *
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
      *--------------------------------------------------------
      *    SORT OUTPUT SIDE - BANDS, ANNIVERSARIES, EXCEPTIONS.
      *--------------------------------------------------------
       REPORT-OUTPUT SECTION.
       REPORT-OUTPUT-START.
           PERFORM WRITE-BAND-SECTION.
           PERFORM WRITE-ANNIV-SECTION.
           PERFORM WRITE-EXCP-SECTION.
      *
       REPORT-OUTPUT-EX.
           EXIT.
      *
      *    PERFORMED HELPERS FOR THE OUTPUT SIDE - IN THEIR OWN
      *    SECTION SO THE SORT OUTPUT PROCEDURE ENDS AT
      *    REPORT-OUTPUT-EX INSTEAD OF FALLING THROUGH AND
      *    RE-EXECUTING EVERY PARAGRAPH BELOW.
       REPORT-SUPPORT SECTION.
       RETURN-SORTED.
           RETURN SORT-WORK
           AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
      *
       WRITE-BAND-SECTION.
      *    ONE LINE PER DEPARTMENT, THEN THE COMPANY TOTAL LINE.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 6
              MOVE ZERO TO WS-CO-BAND(WS-BAND-IDX)
           END-PERFORM.
      *
           PERFORM WRITE-PAGE-HEADER.
           MOVE 'HEADCOUNT BY DEPARTMENT AND YEARS OF SERVICE'
                                       TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
           WRITE PRINT-REC FROM WS-BAND-HEADER
               AFTER ADVANCING 2.
           ADD 3 TO WS-LINE-COUNT.
      *
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-USED
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                 PERFORM WRITE-PAGE-HEADER
                 WRITE PRINT-REC FROM WS-BAND-HEADER
                     AFTER ADVANCING 1
                 ADD 1 TO WS-LINE-COUNT
              END-IF
              MOVE SPACES                  TO WS-BAND-LINE
              MOVE WS-DPT-CODE(WS-DPT-IDX) TO WS-BND-DEPT
              MOVE WS-DPT-NAME(WS-DPT-IDX) TO WS-BND-NAME
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                      UNTIL WS-BAND-IDX > 6
                 MOVE WS-DPT-BAND(WS-DPT-IDX WS-BAND-IDX)
                   TO WS-BND-COUNT(WS-BAND-IDX)
                 ADD WS-DPT-BAND(WS-DPT-IDX WS-BAND-IDX)
                   TO WS-CO-BAND(WS-BAND-IDX)
              END-PERFORM
              MOVE WS-DPT-TOTAL(WS-DPT-IDX) TO WS-BND-TOTAL
              ADD  WS-DPT-TOTAL(WS-DPT-IDX) TO WS-CO-TOTAL
              WRITE PRINT-REC FROM WS-BAND-LINE
                  AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
      *
           MOVE SPACES                 TO WS-BAND-LINE.
           MOVE 'COMPANY TOTAL'        TO WS-BND-NAME.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 6
              MOVE WS-CO-BAND(WS-BAND-IDX) TO WS-BND-COUNT(WS-BAND-IDX)
           END-PERFORM.
           MOVE WS-CO-TOTAL            TO WS-BND-TOTAL.
           WRITE PRINT-REC FROM WS-BAND-LINE
               AFTER ADVANCING 2.
      *
       WRITE-ANNIV-SECTION.
      *    THE SORTED ANNIVERSARY LIST, ON ITS OWN PAGE.
           PERFORM WRITE-PAGE-HEADER.
           MOVE 'SERVICE ANNIVERSARIES DUE IN THE WINDOW'
                                       TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
           WRITE PRINT-REC FROM WS-ANNIV-HEADER
               AFTER ADVANCING 2.
           ADD 3 TO WS-LINE-COUNT.
      *
           PERFORM RETURN-SORTED.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                 PERFORM WRITE-PAGE-HEADER
                 WRITE PRINT-REC FROM WS-ANNIV-HEADER
                     AFTER ADVANCING 1
                 ADD 1 TO WS-LINE-COUNT
              END-IF
              MOVE SRT-ANN-DATE   TO WS-ANL-DATE
              MOVE SRT-YEARS      TO WS-ANL-YEARS
              MOVE SRT-EMP-ID     TO WS-ANL-EMP-ID
              MOVE SRT-NAME       TO WS-ANL-NAME
              MOVE SRT-DEPT       TO WS-ANL-DEPT
              MOVE SRT-EMP-STATUS TO WS-ANL-STATUS
              MOVE SRT-HIRE-DATE  TO WS-ANL-HIRE
              WRITE PRINT-REC FROM WS-ANNIV-LINE
                  AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT
              PERFORM RETURN-SORTED
           END-PERFORM.
      *
           MOVE 'ANNIVERSARIES LISTED     :' TO WS-SUM-LABEL.
           MOVE WS-ANNIV-COUNT               TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 2.
      *
       WRITE-EXCP-SECTION.
      *    HIRE DATES THAT COULD NOT BE BANDED - THESE ALSO BREAK
      *    HR'S BENEFITS-ELIGIBILITY CALCULATIONS, SO EACH IS LISTED.
           PERFORM WRITE-PAGE-HEADER.
           MOVE 'HIRE DATES MISSING, INVALID OR IN THE FUTURE'
                                       TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
           WRITE PRINT-REC FROM WS-EXCP-HEADER
               AFTER ADVANCING 2.
           ADD 3 TO WS-LINE-COUNT.
      *
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-USED
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                 PERFORM WRITE-PAGE-HEADER
                 WRITE PRINT-REC FROM WS-EXCP-HEADER
                     AFTER ADVANCING 1
                 ADD 1 TO WS-LINE-COUNT
              END-IF
              MOVE WS-EXC-EMP-ID(WS-EXC-IDX) TO WS-EXL-EMP-ID
              MOVE WS-EXC-NAME(WS-EXC-IDX)   TO WS-EXL-NAME
              MOVE WS-EXC-DEPT(WS-EXC-IDX)   TO WS-EXL-DEPT
              MOVE WS-EXC-HIRE(WS-EXC-IDX)   TO WS-EXL-HIRE
              MOVE WS-EXC-REASON(WS-EXC-IDX) TO WS-EXL-REASON
              WRITE PRINT-REC FROM WS-EXCP-LINE
                  AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
      *
           MOVE 'HIRE DATE MISSING        :' TO WS-SUM-LABEL.
           MOVE WS-MISSING-COUNT             TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 2.
      *
           MOVE 'HIRE DATE INVALID        :' TO WS-SUM-LABEL.
           MOVE WS-INVALID-COUNT             TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'HIRE DATE IN THE FUTURE  :' TO WS-SUM-LABEL.
           MOVE WS-FUTURE-COUNT              TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           IF WS-EXC-OVERFLOW > ZERO
              MOVE 'NOT LISTED (TABLE FULL)  :' TO WS-SUM-LABEL
              MOVE WS-EXC-OVERFLOW              TO WS-SUM-COUNT
              WRITE PRINT-REC FROM WS-SUMMARY-LINE
                  AFTER ADVANCING 1
           END-IF.
      *
       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT  TO WS-HDR-PAGE.
           MOVE WS-ASOF-DATE   TO WS-HDR-ASOF.
           MOVE WS-WINDOW-DAYS TO WS-HDR-WINDOW.
      *
           WRITE PRINT-REC FROM WS-HEADER-LINE1
               AFTER ADVANCING PAGE.
           WRITE PRINT-REC FROM WS-HEADER-PAGE-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
      *
           MOVE 3 TO WS-LINE-COUNT.
      *

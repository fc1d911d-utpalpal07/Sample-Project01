      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBRPT07.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    NIGHTLY DATA-QUALITY SCORECARD.  EVERY PROGRAM IN THE
      *    CHAIN WRITES ITS OWN EXCEPTIONS TO ITS OWN FILE, AND NOBODY
      *    SAW THEM SIDE BY SIDE - A DEGRADING HR EXTRACT TOOK A WEEK
      *    OF DIGGING THROUGH NINE FILES TO SPOT.  THIS PROGRAM RUNS
      *    AFTER THE CHAIN, COUNTS EACH EXCEPTION CATEGORY AGAINST THE
      *    VOLUME ITS FEEDING STEP PROCESSED, AND PRINTS TONIGHT
      *    AGAINST THE TRAILING 7-NIGHT AND 30-NIGHT AVERAGES ON ONE
      *    PAGE.
      *
      *    EACH FEEDING STEP'S COUNT TRAILER - COBBAT01, COBSTD01,
      *    COBBAT03 AND COBBAT04 COUNT THE RECORDS THEY WROTE,
      *    COBREC01 AND COBREC02 THE EMPLOYEES THEY COMPARED (WITH
      *    THE DISAGREEMENTS IN COLS 31-38).  A FEED'S VOLUME IS ITS
      *    TRAILER COUNT PLUS THE EXCEPTIONS THAT STEP KEPT OUT OF
      *    ITS OUTPUT.  A MISSING TRAILER (THE STEP FAILED PART WAY)
      *    OR ONE NOT DATED TONIGHT (THE STEP WAS SKIPPED AND LAST
      *    NIGHT'S FILES ARE STILL CATALOGED) LEAVES THE FEED
      *    UNSCORED RATHER THAN SCORED ON THE WRONG NIGHT'S DATA.
      *    ALL OPTIONAL SO THE OPENS CAN BE STATUS-CHECKED.
           SELECT OPTIONAL TRL01-INPUT ASSIGN TO TRL01DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL TRLS1-INPUT ASSIGN TO TRLS1DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL TRL03-INPUT ASSIGN TO TRL03DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL TRL04-INPUT ASSIGN TO TRL04DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL TRLR1-INPUT ASSIGN TO TRLR1DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL TRLR2-INPUT ASSIGN TO TRLR2DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
      *    THE EXCEPTION FILES THEMSELVES - COBBAT01'S REJDD, DUPDD
      *    ('DROP' LINES ONLY - EACH DUPLICATE ALSO HAS A 'KEPT'
      *    LINE) AND REMAPDD, COBSTD01'S EXCPDD (SPLIT BY REASON
      *    CODE), COBBAT03'S UNMATCH1/UNMATCH2 AND SEQERR, AND
      *    COBBAT04'S REJDD.  A MISSING FILE COUNTS AS NONE.
           SELECT OPTIONAL REJ01-INPUT ASSIGN TO REJ01DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL DUP01-INPUT ASSIGN TO DUP01DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL RMP01-INPUT ASSIGN TO RMP01DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL EXCS1-INPUT ASSIGN TO EXCS1DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL UNM1-INPUT  ASSIGN TO UNM1DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL UNM2-INPUT  ASSIGN TO UNM2DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL SEQ03-INPUT ASSIGN TO SEQ03DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT OPTIONAL REJ04-INPUT ASSIGN TO REJ04DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
      *    SCORE HISTORY - ONE ROW PER FEED AND CATEGORY PER NIGHT,
      *    APPENDED ACROSS RUNS.  READ FIRST FOR THE TRAILING
      *    AVERAGES, THEN EXTENDED WITH TONIGHT'S ROWS.  OPTIONAL SO
      *    THE VERY FIRST NIGHT STARTS IT.
           SELECT OPTIONAL SCH-FILE    ASSIGN TO SCOREHDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-HISTORY.
      *
      *    CONTROL CARD - OPTIONAL WORSENING RATIO PERCENT (COLS 1-3,
      *    ZONED, DEFAULT 200 - TONIGHT AT LEAST DOUBLE THE AVERAGE),
      *    MINIMUM RISE IN PERCENTAGE POINTS (COLS 5-8, ZONED 99V99,
      *    DEFAULT 0050 = HALF A POINT, SO A NIGHT OF 0.02 AGAINST
      *    0.01 IS NOT A FLAG), AND A SCORING DATE YYYY-MM-DD (COLS
      *    10-19) FOR RE-SCORING AN EARLIER NIGHT.
           SELECT OPTIONAL CTL-CARD ASSIGN TO CTLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
      *
      *    THE CHAIN'S RUN-STATE FILE (COBCPY13), READ ONLY.  WITH NO
      *    DATE ON THE CARD THE NIGHT SCORED IS THE BUSINESS DATE ON
      *    ITS LAST 'O' ROW - THE DATE THE FEEDS STAMPED ON THEIR
      *    TRAILERS - SO A CHAIN THAT RUNS PAST MIDNIGHT IS STILL
      *    SCORED FOR ITS NIGHT.  NO FILE OR NO NIGHT ON IT MEANS
      *    TODAY.
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
      *    EVERY PRODUCER'S COUNT TRAILER SHARES THE FIRST 29 BYTES -
      *    'TRAILER' IN COLS 1-10, COUNT IN 12-19, DATE IN 20-29 -
      *    SO ONE VIEW (WS-TRL-IMAGE) SERVES ALL SIX.
       FD  TRL01-INPUT RECORDING MODE F.
       01  TRL01-REC          PIC X(80).
      *
       FD  TRLS1-INPUT RECORDING MODE F.
       01  TRLS1-REC          PIC X(80).
      *
       FD  TRL03-INPUT RECORDING MODE F.
       01  TRL03-REC          PIC X(80).
      *
       FD  TRL04-INPUT RECORDING MODE F.
       01  TRL04-REC          PIC X(80).
      *
       FD  TRLR1-INPUT RECORDING MODE F.
       01  TRLR1-REC          PIC X(80).
      *
       FD  TRLR2-INPUT RECORDING MODE F.
       01  TRLR2-REC          PIC X(80).
      *
       FD  REJ01-INPUT RECORDING MODE F.
       01  REJ01-REC          PIC X(80).
      *
       FD  DUP01-INPUT RECORDING MODE F.
       01  DUP01-REC.
           05  DUP01-TAG      PIC X(05).
           05  FILLER         PIC X(81).
      *
       FD  RMP01-INPUT RECORDING MODE F.
       01  RMP01-REC          PIC X(80).
      *
       FD  EXCS1-INPUT RECORDING MODE F.
       01  EXCS1-REC.
           05  EXCS1-REASON   PIC X(09).
           05  FILLER         PIC X(101).
      *
       FD  UNM1-INPUT  RECORDING MODE F.
       01  UNM1-REC           PIC X(100).
      *
       FD  UNM2-INPUT  RECORDING MODE F.
       01  UNM2-REC           PIC X(100).
      *
       FD  SEQ03-INPUT RECORDING MODE F.
       01  SEQ03-REC          PIC X(80).
      *
       FD  REJ04-INPUT RECORDING MODE F.
       01  REJ04-REC          PIC X(81).
      *
      *    SAME LAYOUT AS WS-SCORE-HIST-LINE BELOW.
       FD  SCH-FILE   RECORDING MODE F.
       01  SCORE-HIST-REC.
           05  SCH-RUN-DATE   PIC X(10).
           05  FILLER         PIC X(01).
           05  SCH-FEED       PIC X(08).
           05  FILLER         PIC X(01).
           05  SCH-CODE       PIC X(04).
           05  FILLER         PIC X(01).
           05  SCH-STATUS     PIC X(01).
           05  FILLER         PIC X(01).
           05  SCH-VOLUME     PIC 9(08).
           05  FILLER         PIC X(01).
           05  SCH-EXCEPTIONS PIC 9(08).
           05  FILLER         PIC X(01).
           05  SCH-RATE       PIC 9(03)V99.
           05  FILLER         PIC X(30).
      *
       FD  CTL-CARD  RECORDING MODE F.
       01  CTL-REC.
           05  CTL-RATIO-PCT  PIC X(03).
           05  FILLER         PIC X(01).
           05  CTL-MIN-RISE   PIC X(04).
           05  FILLER         PIC X(01).
           05  CTL-RUN-DATE   PIC X(10).
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
      *
       01 FS-FILE-STATUS.
          05 FS-HISTORY        PIC X(02) VALUE '00'.
             88 FS-HISTORY-OK  VALUE '00'.
          05 FS-PRINT          PIC X(02) VALUE '00'.
      *
       01 WS-IN-STATUS         PIC X(02) VALUE SPACES.
       01 WS-CTL-STATUS        PIC X(02) VALUE SPACES.
       01 WS-RUNST-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RUNST-EOF         PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE          PIC X(10) VALUE SPACES.
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
      *    TUNING VALUES - OVERRIDDEN BY THE CONTROL CARD.
       01 WS-RATIO-PCT         PIC 9(03) VALUE 200.
       01 WS-MIN-RISE          PIC 9(02)V99 VALUE 0.50.
      *
      *    THE NIGHT BEING SCORED, IN BOTH FORMS THE CHAIN STAMPS
      *    ITS TRAILERS WITH - COBBAT01 USES ITS DD-MM-YYYY RUN DATE,
      *    THE REST THE NIGHT'S YYYY-MM-DD BUSINESS DATE.
       01 WS-RUN-DATE          PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-DMY      PIC X(10) VALUE SPACES.
       01 WS-TODAY             PIC 9(08) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY     PIC 9(04).
          05 WS-TODAY-MM       PIC 9(02).
          05 WS-TODAY-DD       PIC 9(02).
      *
      *    ONE VIEW OF WHICHEVER TRAILER RECORD WAS JUST READ.
      *    WS-TRI-EXTRA IS COBBAT01'S DUPLICATE COUNT OR COBREC01/02'S
      *    DISAGREEMENT COUNT - ONLY THE LATTER IS USED HERE.
       01 WS-TRL-IMAGE.
          05 WS-TRI-ID          PIC X(10).
          05 FILLER             PIC X(01).
          05 WS-TRI-COUNT       PIC X(08).
          05 FILLER             PIC X(01).
          05 WS-TRI-DATE        PIC X(10).
          05 FILLER             PIC X(01).
          05 WS-TRI-EXTRA       PIC X(08).
          05 FILLER             PIC X(41).
      *
      *    THE SCORECARD LINES, IN PRINT ORDER - A FEED LINE ('*'
      *    CODE) FOLLOWED BY THAT FEED'S EXCEPTION CATEGORIES.  EACH
      *    ENTRY IS FEED, CATEGORY CODE, WHETHER THE CATEGORY'S
      *    RECORDS WERE KEPT OUT OF THE FEED'S OUTPUT (AND SO ADD TO
      *    ITS VOLUME ON TOP OF THE TRAILER COUNT), THE LINE NUMBER
      *    OF THE FEED'S OWN LINE, AND THE PRINTED LABEL.  THE FEED
      *    AND CODE ARE THE HISTORY KEY - NEVER REUSE A CODE FOR A
      *    DIFFERENT CATEGORY.
       01 WS-SCORE-DEFS.
          05 FILLER             PIC X(39) VALUE
             'COBBAT01*   N01FEED QUALITY PCT        '.
          05 FILLER             PIC X(39) VALUE
             'COBBAT01REJ Y01REJECTS (REJDD)         '.
          05 FILLER             PIC X(39) VALUE
             'COBBAT01DUP Y01DUPLICATES (DUPDD)      '.
          05 FILLER             PIC X(39) VALUE
             'COBBAT01RMP N01DEPT REMAPS (REMAPDD)   '.
          05 FILLER             PIC X(39) VALUE
             'COBSTD01*   N05FEED QUALITY PCT        '.
          05 FILLER             PIC X(39) VALUE
             'COBSTD01ADDRY05BLANK ADDRESS (EXCPDD)  '.
          05 FILLER             PIC X(39) VALUE
             'COBSTD01PHONN05BAD PHONE (EXCPDD)      '.
          05 FILLER             PIC X(39) VALUE
             'COBSTD01EMRGY05EC/ROW TYPE REJ (EXCPDD)'.
          05 FILLER             PIC X(39) VALUE
             'COBBAT03*   N09FEED QUALITY PCT        '.
          05 FILLER             PIC X(39) VALUE
             'COBBAT03UNM1Y09UNMATCHED (UNMATCH1)    '.
          05 FILLER             PIC X(39) VALUE
             'COBBAT03UNM2Y09UNMATCHED (UNMATCH2)    '.
          05 FILLER             PIC X(39) VALUE
             'COBBAT03SEQ N09OUT OF SEQUENCE (SEQERR)'.
          05 FILLER             PIC X(39) VALUE
             'COBBAT04*   N13FEED QUALITY PCT        '.
          05 FILLER             PIC X(39) VALUE
             'COBBAT04REJ Y13REJECTS (REJDD)         '.
          05 FILLER             PIC X(39) VALUE
             'COBREC01*   N15FEED QUALITY PCT        '.
          05 FILLER             PIC X(39) VALUE
             'COBREC01MISMN15FEED MISMATCHES         '.
          05 FILLER             PIC X(39) VALUE
             'COBREC02*   N17FEED QUALITY PCT        '.
          05 FILLER             PIC X(39) VALUE
             'COBREC02DRFTN17KSDS/DIRECTORY DRIFT    '.
       01 WS-SCORE-DEFS-R REDEFINES WS-SCORE-DEFS.
          05 WS-DEF-ENTRY OCCURS 18.
             10 WS-DEF-FEED     PIC X(08).
             10 WS-DEF-CODE     PIC X(04).
             10 WS-DEF-IN-VOL   PIC X(01).
             10 WS-DEF-FEED-LN  PIC 9(02).
             10 WS-DEF-LABEL    PIC X(24).
      *
      *    LINE NUMBERS OF THE ENTRIES ABOVE, SO THE COUNTING
      *    PARAGRAPHS NAME THE LINE THEY FEED.
       01 WS-LINE-NUMBERS.
          05 WS-LN-B01          PIC 9(02) COMP VALUE 1.
          05 WS-LN-B01-REJ      PIC 9(02) COMP VALUE 2.
          05 WS-LN-B01-DUP      PIC 9(02) COMP VALUE 3.
          05 WS-LN-B01-RMP      PIC 9(02) COMP VALUE 4.
          05 WS-LN-S01          PIC 9(02) COMP VALUE 5.
          05 WS-LN-S01-ADDR     PIC 9(02) COMP VALUE 6.
          05 WS-LN-S01-PHON     PIC 9(02) COMP VALUE 7.
          05 WS-LN-S01-EMRG     PIC 9(02) COMP VALUE 8.
          05 WS-LN-B03          PIC 9(02) COMP VALUE 9.
          05 WS-LN-B03-UNM1     PIC 9(02) COMP VALUE 10.
          05 WS-LN-B03-UNM2     PIC 9(02) COMP VALUE 11.
          05 WS-LN-B03-SEQ      PIC 9(02) COMP VALUE 12.
          05 WS-LN-B04          PIC 9(02) COMP VALUE 13.
          05 WS-LN-B04-REJ      PIC 9(02) COMP VALUE 14.
          05 WS-LN-R01          PIC 9(02) COMP VALUE 15.
          05 WS-LN-R01-MISM     PIC 9(02) COMP VALUE 16.
          05 WS-LN-R02          PIC 9(02) COMP VALUE 17.
          05 WS-LN-R02-DRFT     PIC 9(02) COMP VALUE 18.
      *
      *    TONIGHT'S FIGURES PER LINE.  ON A FEED LINE THE TRAILER
      *    FIELDS AND STATUS ARE THE FEED'S; WS-SCR-COUNT IS THE SUM
      *    OF ITS CATEGORIES.  STATUS 'S' SCORED, 'T' NO TRAILER,
      *    'N' NOT RUN TONIGHT (TRAILER FROM ANOTHER NIGHT) - A
      *    CATEGORY LINE CARRIES ITS FEED'S STATUS.  WS-SCR-RATE IS
      *    EXCEPTIONS AS A PERCENT OF VOLUME; A FEED LINE PRINTS IT
      *    TURNED ROUND AS A QUALITY PERCENT.
       01 WS-SCORE-TABLE.
          05 WS-SCR-MAX         PIC 9(02) COMP VALUE 18.
          05 WS-SCR-ENTRY OCCURS 18.
             10 WS-SCR-TRL-SEEN PIC X(01).
             10 WS-SCR-TRL-DATE PIC X(10).
             10 WS-SCR-TRL-CNT  PIC 9(08).
             10 WS-SCR-STATUS   PIC X(01).
             10 WS-SCR-VOLUME   PIC 9(08).
             10 WS-SCR-COUNT    PIC 9(08).
             10 WS-SCR-RATE     PIC 9(03)V99.
             10 WS-SCR-AVG7     PIC 9(03)V99.
             10 WS-SCR-N7       PIC 9(02) COMP.
             10 WS-SCR-AVG30    PIC 9(03)V99.
             10 WS-SCR-N30      PIC 9(02) COMP.
             10 WS-SCR-FLAG     PIC X(24).
      *
       01 WS-SCR-IDX            PIC 9(02) COMP VALUE ZERO.
       01 WS-SCR-FOUND          PIC 9(02) COMP VALUE ZERO.
       01 WS-FEED-LN            PIC 9(02) COMP VALUE ZERO.
      *
      *    THE TRAILING NIGHTS ON THE SCORE HISTORY - THE MOST RECENT
      *    30 DISTINCT RUN DATES BEFORE THE NIGHT BEING SCORED, OLDEST
      *    FIRST, WITH EACH LINE'S RATE THAT NIGHT.  A NIGHT A FEED
      *    WAS NOT SCORED HAS ITS ON FLAG OFF AND TAKES NO PART IN
      *    THAT LINE'S AVERAGES.  A RERUN APPENDS A SECOND SET OF
      *    ROWS FOR THE SAME DATE; THE LATER ROWS WIN.
       01 WS-NIGHT-TABLE.
          05 WS-NGT-MAX         PIC 9(02) COMP VALUE 30.
          05 WS-NGT-USED        PIC 9(02) COMP VALUE ZERO.
          05 WS-NGT-ENTRY OCCURS 30.
             10 WS-NGT-DATE     PIC X(10).
             10 WS-NGT-LINE OCCURS 18.
                15 WS-NGT-RATE  PIC 9(03)V99.
                15 WS-NGT-ON    PIC X(01).
      *
       01 WS-NGT-IDX            PIC 9(02) COMP VALUE ZERO.
       01 WS-NGT-FOUND          PIC 9(02) COMP VALUE ZERO.
       01 WS-NGT-FROM7          PIC 9(02) COMP VALUE ZERO.
      *
       01 WS-RATE-WORK.
          05 WS-PCT-WORK        PIC S9(09)V99 COMP-3 VALUE ZERO.
          05 WS-SUM7            PIC S9(07)V99 COMP-3 VALUE ZERO.
          05 WS-SUM30           PIC S9(07)V99 COMP-3 VALUE ZERO.
          05 WS-BASE-RATE       PIC S9(03)V99 COMP-3 VALUE ZERO.
          05 WS-BASE-ON         PIC X(01) VALUE 'N'.
          05 WS-RISE-LIMIT      PIC S9(07)V99 COMP-3 VALUE ZERO.
      *
       01 WS-SCORE-COUNTS.
          05 WS-COUNT-HIST-READ PIC 9(08) VALUE ZERO.
          05 WS-COUNT-HIST-ADD  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-SCORED    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-UNSCORED  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-WORSE     PIC 9(08) VALUE ZERO.
      *
      *    SCORE-HISTORY LINE - RUN DATE (YYYY-MM-DD, SORTABLE),
      *    FEED, CATEGORY CODE ('*' = THE FEED AS A WHOLE), STATUS
      *    AS WS-SCR-STATUS, VOLUME, EXCEPTIONS AND THE EXCEPTION
      *    RATE PERCENT.
       01 WS-SCORE-HIST-LINE.
          05 WS-SHL-RUN-DATE    PIC X(10).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-SHL-FEED        PIC X(08).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-SHL-CODE        PIC X(04).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-SHL-STATUS      PIC X(01).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-SHL-VOLUME      PIC 9(08).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-SHL-EXCEPTIONS  PIC 9(08).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-SHL-RATE        PIC 9(03)V99.
          05 FILLER             PIC X(30) VALUE SPACES.
      *
       01 WS-HEADER-LINE1       PIC X(60)
          VALUE 'NIGHTLY DATA-QUALITY SCORECARD'.
      *
       01 WS-DATES-LINE.
          05 FILLER             PIC X(10) VALUE 'RUN DATE '.
          05 WS-DTS-RUN-DATE    PIC X(10).
          05 FILLER             PIC X(19) VALUE
             '   NIGHTS ON FILE: '.
          05 WS-DTS-NIGHTS      PIC Z9.
          05 FILLER             PIC X(24) VALUE
             '   WORSE MEANS AT LEAST '.
          05 WS-DTS-RATIO       PIC ZZ9.
          05 FILLER             PIC X(17) VALUE
             ' PCT OF AVG AND +'.
          05 WS-DTS-RISE        PIC Z9.99.
          05 FILLER             PIC X(04) VALUE ' PTS'.
      *
       01 WS-LEGEND-LINE.
          05 FILLER             PIC X(46) VALUE
             'FEED LINES SHOW QUALITY PCT (100.00 = CLEAN); '.
          05 FILLER             PIC X(57) VALUE
             'CATEGORY LINES SHOW EXCEPTIONS AS PCT OF THE FEED VOLUME'.
      *
      *    FIELD WIDTHS AND GAPS MUST MIRROR WS-DETAIL-LINE BELOW SO
      *    EACH LABEL LINES UP WITH ITS DATA COLUMN.
       01 WS-COLUMN-HEADER.
          05 FILLER             PIC X(08) VALUE 'FEED'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(24) VALUE 'CATEGORY'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(08) VALUE '  VOLUME'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(08) VALUE ' EXCEPTS'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE 'TONIGHT'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE '7-NIGHT'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(07) VALUE '30-NGHT'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(24) VALUE 'FLAG'.
      *
       01 WS-DETAIL-LINE.
          05 WS-DTL-FEED        PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-LABEL       PIC X(24).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-VOLUME      PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-COUNT       PIC ZZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-TONIGHT     PIC X(07).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-AVG7        PIC X(07).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-AVG30       PIC X(07).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DTL-FLAG        PIC X(24).
      *
      *    EDIT AREAS FOR THE DETAIL LINE'S ALPHANUMERIC COLUMNS,
      *    WHICH PRINT '-' WHEN THERE IS NOTHING TO SHOW.
       01 WS-EDIT-VOLUME        PIC ZZZZZZZ9.
       01 WS-EDIT-PCT           PIC ZZZ9.99.
       01 WS-PRINT-RATE         PIC 9(03)V99 VALUE ZERO.
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
           DISPLAY 'PROGRAM COBRPT07 - START'.
      *
           PERFORM GET-CONTROL-CARD.
           PERFORM INIT-SCORE-TABLE.
           PERFORM READ-FEED-TRAILERS.
           PERFORM COUNT-EXCEPTIONS.
           PERFORM SCORE-TONIGHT.
           PERFORM LOAD-SCORE-HISTORY.
           PERFORM COMPUTE-AVERAGES.
           PERFORM PRINT-SCORECARD.
           PERFORM APPEND-SCORE-HISTORY.
           PERFORM CLOSE-STOP.
      *
       GET-CONTROL-CARD.
           OPEN INPUT CTL-CARD.
      *
           IF WS-CTL-STATUS = '00'
              READ CTL-CARD
              END-READ
              IF WS-CTL-STATUS = '00'
             AND CTL-RATIO-PCT IS NUMERIC
             AND CTL-RATIO-PCT NOT = '000'
                 MOVE CTL-RATIO-PCT TO WS-RATIO-PCT
              END-IF
              IF WS-CTL-STATUS = '00'
             AND CTL-MIN-RISE IS NUMERIC
                 MOVE CTL-MIN-RISE(1:2) TO WS-MIN-RISE(1:2)
                 MOVE CTL-MIN-RISE(3:2) TO WS-MIN-RISE(3:2)
              END-IF
              IF WS-CTL-STATUS = '00'
             AND CTL-RUN-DATE(1:4) IS NUMERIC
             AND CTL-RUN-DATE(6:2) IS NUMERIC
             AND CTL-RUN-DATE(9:2) IS NUMERIC
                 MOVE CTL-RUN-DATE  TO WS-RUN-DATE
              END-IF
           END-IF.
      *
           CLOSE CTL-CARD.
      *
           IF WS-RUN-DATE = SPACES
              PERFORM GET-BUSINESS-DATE
              MOVE WS-BUS-DATE TO WS-RUN-DATE
           END-IF.
      *
           IF WS-RUN-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              STRING WS-TODAY-YYYY '-'
                     WS-TODAY-MM   '-'
                     WS-TODAY-DD
                     DELIMITED BY SIZE INTO WS-RUN-DATE
           END-IF.
      *
           STRING WS-RUN-DATE(9:2) '-'
                  WS-RUN-DATE(6:2) '-'
                  WS-RUN-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-RUN-DATE-DMY.
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
              DISPLAY 'COBRPT07 BUSINESS DATE: ' WS-BUS-DATE
           END-IF.
      *
       READ-RUN-STATE.
           READ RUN-STATE
           AT END MOVE 'Y' TO WS-RUNST-EOF
           END-READ.
      *
       INIT-SCORE-TABLE.
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-MAX
              MOVE 'N'    TO WS-SCR-TRL-SEEN(WS-SCR-IDX)
              MOVE SPACES TO WS-SCR-TRL-DATE(WS-SCR-IDX)
                             WS-SCR-FLAG(WS-SCR-IDX)
              MOVE 'T'    TO WS-SCR-STATUS(WS-SCR-IDX)
              MOVE ZERO   TO WS-SCR-TRL-CNT(WS-SCR-IDX)
                             WS-SCR-VOLUME(WS-SCR-IDX)
                             WS-SCR-COUNT(WS-SCR-IDX)
                             WS-SCR-RATE(WS-SCR-IDX)
                             WS-SCR-AVG7(WS-SCR-IDX)
                             WS-SCR-N7(WS-SCR-IDX)
                             WS-SCR-AVG30(WS-SCR-IDX)
                             WS-SCR-N30(WS-SCR-IDX)
           END-PERFORM.
      *
       READ-FEED-TRAILERS.
      *    SUM EVERY 'TRAILER' RECORD ON EACH PRODUCER'S TRAILER FILE
      *    (AN APPEND-MODE RERUN LEAVES MORE THAN ONE) AND KEEP THE
      *    LAST ONE'S DATE FOR THE TONIGHT CHECK IN SCORE-TONIGHT.
           MOVE WS-LN-B01 TO WS-FEED-LN.
           MOVE SPACE TO LASTREC.
           OPEN INPUT TRL01-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-TRL01
              PERFORM UNTIL LASTREC = 'Y'
                 PERFORM NOTE-TRAILER
                 PERFORM READ-TRL01
              END-PERFORM
           END-IF.
           CLOSE TRL01-INPUT.
      *
           MOVE WS-LN-S01 TO WS-FEED-LN.
           MOVE SPACE TO LASTREC.
           OPEN INPUT TRLS1-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-TRLS1
              PERFORM UNTIL LASTREC = 'Y'
                 PERFORM NOTE-TRAILER
                 PERFORM READ-TRLS1
              END-PERFORM
           END-IF.
           CLOSE TRLS1-INPUT.
      *
           MOVE WS-LN-B03 TO WS-FEED-LN.
           MOVE SPACE TO LASTREC.
           OPEN INPUT TRL03-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-TRL03
              PERFORM UNTIL LASTREC = 'Y'
                 PERFORM NOTE-TRAILER
                 PERFORM READ-TRL03
              END-PERFORM
           END-IF.
           CLOSE TRL03-INPUT.
      *
           MOVE WS-LN-B04 TO WS-FEED-LN.
           MOVE SPACE TO LASTREC.
           OPEN INPUT TRL04-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-TRL04
              PERFORM UNTIL LASTREC = 'Y'
                 PERFORM NOTE-TRAILER
                 PERFORM READ-TRL04
              END-PERFORM
           END-IF.
           CLOSE TRL04-INPUT.
      *
      *    THE RECONCILERS' TRAILERS ALSO CARRY THE DISAGREEMENT
      *    COUNT, WHICH IS THE CATEGORY COUNT FOR THOSE FEEDS.
           MOVE WS-LN-R01 TO WS-FEED-LN.
           MOVE SPACE TO LASTREC.
           OPEN INPUT TRLR1-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-TRLR1
              PERFORM UNTIL LASTREC = 'Y'
                 PERFORM NOTE-TRAILER
                 IF WS-TRI-ID = 'TRAILER'
                AND WS-TRI-EXTRA IS NUMERIC
                    ADD FUNCTION NUMVAL(WS-TRI-EXTRA)
                       TO WS-SCR-COUNT(WS-LN-R01-MISM)
                 END-IF
                 PERFORM READ-TRLR1
              END-PERFORM
           END-IF.
           CLOSE TRLR1-INPUT.
      *
           MOVE WS-LN-R02 TO WS-FEED-LN.
           MOVE SPACE TO LASTREC.
           OPEN INPUT TRLR2-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-TRLR2
              PERFORM UNTIL LASTREC = 'Y'
                 PERFORM NOTE-TRAILER
                 IF WS-TRI-ID = 'TRAILER'
                AND WS-TRI-EXTRA IS NUMERIC
                    ADD FUNCTION NUMVAL(WS-TRI-EXTRA)
                       TO WS-SCR-COUNT(WS-LN-R02-DRFT)
                 END-IF
                 PERFORM READ-TRLR2
              END-PERFORM
           END-IF.
           CLOSE TRLR2-INPUT.
      *
       NOTE-TRAILER.
           IF WS-TRI-ID = 'TRAILER'
          AND WS-TRI-COUNT IS NUMERIC
              ADD FUNCTION NUMVAL(WS-TRI-COUNT)
                 TO WS-SCR-TRL-CNT(WS-FEED-LN)
              MOVE WS-TRI-DATE TO WS-SCR-TRL-DATE(WS-FEED-LN)
              MOVE 'Y'         TO WS-SCR-TRL-SEEN(WS-FEED-LN)
           END-IF.
      *
       READ-TRL01.
           MOVE SPACES TO WS-TRL-IMAGE.
      *
           READ TRL01-INPUT     INTO WS-TRL-IMAGE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-TRLS1.
           MOVE SPACES TO WS-TRL-IMAGE.
      *
           READ TRLS1-INPUT     INTO WS-TRL-IMAGE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-TRL03.
           MOVE SPACES TO WS-TRL-IMAGE.
      *
           READ TRL03-INPUT     INTO WS-TRL-IMAGE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-TRL04.
           MOVE SPACES TO WS-TRL-IMAGE.
      *
           READ TRL04-INPUT     INTO WS-TRL-IMAGE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-TRLR1.
           MOVE SPACES TO WS-TRL-IMAGE.
      *
           READ TRLR1-INPUT     INTO WS-TRL-IMAGE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-TRLR2.
           MOVE SPACES TO WS-TRL-IMAGE.
      *
           READ TRLR2-INPUT     INTO WS-TRL-IMAGE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       COUNT-EXCEPTIONS.
      *    ONE RECORD IS ONE EXCEPTION, EXCEPT WHERE NOTED.
           MOVE SPACE TO LASTREC.
           OPEN INPUT REJ01-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-REJ01
              PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-SCR-COUNT(WS-LN-B01-REJ)
                 PERFORM READ-REJ01
              END-PERFORM
           END-IF.
           CLOSE REJ01-INPUT.
      *
      *    EVERY DUPLICATE IS A 'KEPT' LINE AND A 'DROP' LINE - ONLY
      *    THE DROPPED RECORD IS AN EXCEPTION.
           MOVE SPACE TO LASTREC.
           OPEN INPUT DUP01-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-DUP01
              PERFORM UNTIL LASTREC = 'Y'
                 IF DUP01-TAG = 'DROP'
                    ADD 1 TO WS-SCR-COUNT(WS-LN-B01-DUP)
                 END-IF
                 PERFORM READ-DUP01
              END-PERFORM
           END-IF.
           CLOSE DUP01-INPUT.
      *
           MOVE SPACE TO LASTREC.
           OPEN INPUT RMP01-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-RMP01
              PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-SCR-COUNT(WS-LN-B01-RMP)
                 PERFORM READ-RMP01
              END-PERFORM
           END-IF.
           CLOSE RMP01-INPUT.
      *
      *    COBSTD01 LOGS BOTH ITS REJECTS AND ITS KEPT-BUT-FLAGGED
      *    RECORDS HERE, TOLD APART BY THE REASON CODE.
           MOVE SPACE TO LASTREC.
           OPEN INPUT EXCS1-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-EXCS1
              PERFORM UNTIL LASTREC = 'Y'
                 EVALUATE EXCS1-REASON
                     WHEN 'BLANKADDR'
                        ADD 1 TO WS-SCR-COUNT(WS-LN-S01-ADDR)
                     WHEN 'BADPHONE'
                        ADD 1 TO WS-SCR-COUNT(WS-LN-S01-PHON)
                     WHEN 'ECNONAME'
                     WHEN 'ECNOREL'
                     WHEN 'ECNOPHONE'
                     WHEN 'BADTYPE'
                        ADD 1 TO WS-SCR-COUNT(WS-LN-S01-EMRG)
                 END-EVALUATE
                 PERFORM READ-EXCS1
              END-PERFORM
           END-IF.
           CLOSE EXCS1-INPUT.
      *
           MOVE SPACE TO LASTREC.
           OPEN INPUT UNM1-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-UNM1
              PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-SCR-COUNT(WS-LN-B03-UNM1)
                 PERFORM READ-UNM1
              END-PERFORM
           END-IF.
           CLOSE UNM1-INPUT.
      *
           MOVE SPACE TO LASTREC.
           OPEN INPUT UNM2-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-UNM2
              PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-SCR-COUNT(WS-LN-B03-UNM2)
                 PERFORM READ-UNM2
              END-PERFORM
           END-IF.
           CLOSE UNM2-INPUT.
      *
           MOVE SPACE TO LASTREC.
           OPEN INPUT SEQ03-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-SEQ03
              PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-SCR-COUNT(WS-LN-B03-SEQ)
                 PERFORM READ-SEQ03
              END-PERFORM
           END-IF.
           CLOSE SEQ03-INPUT.
      *
           MOVE SPACE TO LASTREC.
           OPEN INPUT REJ04-INPUT.
           IF WS-IN-STATUS = '00'
              PERFORM READ-REJ04
              PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-SCR-COUNT(WS-LN-B04-REJ)
                 PERFORM READ-REJ04
              END-PERFORM
           END-IF.
           CLOSE REJ04-INPUT.
      *
       READ-REJ01.
           READ REJ01-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-DUP01.
           READ DUP01-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-RMP01.
           READ RMP01-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-EXCS1.
           READ EXCS1-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-UNM1.
           READ UNM1-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-UNM2.
           READ UNM2-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-SEQ03.
           READ SEQ03-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-REJ04.
           READ REJ04-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       SCORE-TONIGHT.
      *    FEED LINES FIRST - STATUS FROM THE TRAILER, VOLUME FROM THE
      *    TRAILER COUNT PLUS THE CATEGORIES KEPT OUT OF THE OUTPUT.
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-MAX
              IF WS-DEF-CODE(WS-SCR-IDX) = '*'
                 PERFORM SET-FEED-STATUS
              END-IF
           END-PERFORM.
      *
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-MAX
              IF WS-DEF-CODE(WS-SCR-IDX) NOT = '*'
                 MOVE WS-DEF-FEED-LN(WS-SCR-IDX) TO WS-FEED-LN
                 ADD WS-SCR-COUNT(WS-SCR-IDX)
                    TO WS-SCR-COUNT(WS-FEED-LN)
                 IF WS-DEF-IN-VOL(WS-SCR-IDX) = 'Y'
                    ADD WS-SCR-COUNT(WS-SCR-IDX)
                       TO WS-SCR-VOLUME(WS-FEED-LN)
                 END-IF
              END-IF
           END-PERFORM.
      *
      *    THEN EVERY LINE TAKES ITS FEED'S STATUS AND VOLUME AND
      *    WORKS OUT ITS RATE.
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-MAX
              MOVE WS-DEF-FEED-LN(WS-SCR-IDX) TO WS-FEED-LN
              MOVE WS-SCR-STATUS(WS-FEED-LN)
                 TO WS-SCR-STATUS(WS-SCR-IDX)
              MOVE WS-SCR-VOLUME(WS-FEED-LN)
                 TO WS-SCR-VOLUME(WS-SCR-IDX)
              PERFORM COMPUTE-LINE-RATE
           END-PERFORM.
      *
       SET-FEED-STATUS.
           EVALUATE TRUE
               WHEN WS-SCR-TRL-SEEN(WS-SCR-IDX) = 'N'
                  MOVE 'T' TO WS-SCR-STATUS(WS-SCR-IDX)
                  MOVE '*NOT SCORED - NO TRAILER'
                           TO WS-SCR-FLAG(WS-SCR-IDX)
                  ADD 1    TO WS-COUNT-UNSCORED
               WHEN WS-SCR-TRL-DATE(WS-SCR-IDX) NOT = WS-RUN-DATE
                AND WS-SCR-TRL-DATE(WS-SCR-IDX) NOT = WS-RUN-DATE-DMY
                  MOVE 'N' TO WS-SCR-STATUS(WS-SCR-IDX)
                  MOVE '*NOT RUN TONIGHT'
                           TO WS-SCR-FLAG(WS-SCR-IDX)
                  ADD 1    TO WS-COUNT-UNSCORED
               WHEN OTHER
                  MOVE 'S' TO WS-SCR-STATUS(WS-SCR-IDX)
                  ADD 1    TO WS-COUNT-SCORED
           END-EVALUATE.
      *
           MOVE WS-SCR-TRL-CNT(WS-SCR-IDX)
              TO WS-SCR-VOLUME(WS-SCR-IDX).
      *
       COMPUTE-LINE-RATE.
      *    EXCEPTIONS AS A PERCENT OF VOLUME, CAPPED AT 100 - A FEED
      *    LINE SUMS ITS CATEGORIES, AND ONE RECORD CAN LAND IN MORE
      *    THAN ONE.  NO VOLUME AT ALL WITH EXCEPTIONS IS 100.
           EVALUATE TRUE
               WHEN WS-SCR-COUNT(WS-SCR-IDX) = ZERO
                  MOVE ZERO TO WS-PCT-WORK
               WHEN WS-SCR-VOLUME(WS-SCR-IDX) = ZERO
                  MOVE 100  TO WS-PCT-WORK
               WHEN OTHER
                  COMPUTE WS-PCT-WORK ROUNDED
                     = WS-SCR-COUNT(WS-SCR-IDX) * 100
                     / WS-SCR-VOLUME(WS-SCR-IDX)
           END-EVALUATE.
      *
           IF WS-PCT-WORK > 100
              MOVE 100 TO WS-PCT-WORK
           END-IF.
      *
           MOVE WS-PCT-WORK TO WS-SCR-RATE(WS-SCR-IDX).
      *
       LOAD-SCORE-HISTORY.
      *    ONLY NIGHTS BEFORE THE ONE BEING SCORED COUNT - A RERUN
      *    MUST NOT AVERAGE TONIGHT AGAINST ITSELF.  THE HISTORY IS
      *    WRITTEN ONE WHOLE NIGHT AT A TIME, SO A NEW DATE NORMALLY
      *    ONLY ARRIVES AT THE END; A LATE RE-SCORE OF AN OLDER NIGHT
      *    UPDATES THAT NIGHT IN PLACE IF IT IS STILL IN THE WINDOW.
           MOVE SPACE TO LASTREC.
           OPEN INPUT SCH-FILE.
      *
           IF FS-HISTORY-OK
              PERFORM READ-SCORE-HISTORY
              PERFORM UNTIL LASTREC = 'Y'
                 ADD 1 TO WS-COUNT-HIST-READ
                 IF SCH-RUN-DATE NOT = SPACES
                AND SCH-RUN-DATE < WS-RUN-DATE
                    PERFORM NOTE-HISTORY-ROW
                       THRU NOTE-HISTORY-ROW-EX
                 END-IF
                 PERFORM READ-SCORE-HISTORY
              END-PERFORM
           END-IF.
      *
           CLOSE SCH-FILE.
      *
       READ-SCORE-HISTORY.
           INITIALIZE SCORE-HIST-REC.
      *
           READ SCH-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       NOTE-HISTORY-ROW.
      *    A ROW FOR A FEED OR CATEGORY NO LONGER ON THE SCORECARD
      *    IS SKIPPED.
           MOVE ZERO TO WS-SCR-FOUND.
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-MAX
                      OR WS-SCR-FOUND > ZERO
              IF WS-DEF-FEED(WS-SCR-IDX) = SCH-FEED
             AND WS-DEF-CODE(WS-SCR-IDX) = SCH-CODE
                 MOVE WS-SCR-IDX TO WS-SCR-FOUND
              END-IF
           END-PERFORM.
      *
           IF WS-SCR-FOUND = ZERO
              GO TO NOTE-HISTORY-ROW-EX
           END-IF.
      *
           PERFORM FIND-NIGHT-ENTRY.
      *
           IF WS-NGT-FOUND = ZERO
              GO TO NOTE-HISTORY-ROW-EX
           END-IF.
      *
           IF SCH-STATUS = 'S'
          AND SCH-RATE IS NUMERIC
              MOVE SCH-RATE TO WS-NGT-RATE(WS-NGT-FOUND, WS-SCR-FOUND)
              MOVE 'Y'      TO WS-NGT-ON(WS-NGT-FOUND, WS-SCR-FOUND)
           ELSE
              MOVE ZERO     TO WS-NGT-RATE(WS-NGT-FOUND, WS-SCR-FOUND)
              MOVE 'N'      TO WS-NGT-ON(WS-NGT-FOUND, WS-SCR-FOUND)
           END-IF.
      *
       NOTE-HISTORY-ROW-EX.
           EXIT.
      *
       FIND-NIGHT-ENTRY.
           MOVE ZERO TO WS-NGT-FOUND.
      *
           IF WS-NGT-USED = ZERO
           OR SCH-RUN-DATE > WS-NGT-DATE(WS-NGT-USED)
              PERFORM ADD-NIGHT-ENTRY
           ELSE
              PERFORM VARYING WS-NGT-IDX FROM WS-NGT-USED BY -1
                      UNTIL WS-NGT-IDX < 1
                         OR WS-NGT-FOUND > ZERO
                 IF WS-NGT-DATE(WS-NGT-IDX) = SCH-RUN-DATE
                    MOVE WS-NGT-IDX TO WS-NGT-FOUND
                 END-IF
              END-PERFORM
           END-IF.
      *
       ADD-NIGHT-ENTRY.
      *    THE WINDOW HOLDS THE LATEST 30 NIGHTS - WHEN FULL, THE
      *    OLDEST DROPS OFF THE FRONT.
           IF WS-NGT-USED >= WS-NGT-MAX
              PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                      UNTIL WS-NGT-IDX >= WS-NGT-MAX
                 MOVE WS-NGT-ENTRY(WS-NGT-IDX + 1)
                    TO WS-NGT-ENTRY(WS-NGT-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO WS-NGT-USED
           END-IF.
      *
           MOVE WS-NGT-USED  TO WS-NGT-FOUND.
           MOVE SCH-RUN-DATE TO WS-NGT-DATE(WS-NGT-FOUND).
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-MAX
              MOVE ZERO TO WS-NGT-RATE(WS-NGT-FOUND, WS-SCR-IDX)
              MOVE 'N'  TO WS-NGT-ON(WS-NGT-FOUND, WS-SCR-IDX)
           END-PERFORM.
      *
       COMPUTE-AVERAGES.
      *    THE 7-NIGHT AVERAGE COVERS THE LATEST SEVEN NIGHTS ON FILE,
      *    THE 30-NIGHT AVERAGE THE WHOLE WINDOW, EACH OVER THE
      *    NIGHTS THE LINE WAS ACTUALLY SCORED.
           IF WS-NGT-USED > 7
              COMPUTE WS-NGT-FROM7 = WS-NGT-USED - 6
           ELSE
              MOVE 1 TO WS-NGT-FROM7
           END-IF.
      *
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-MAX
              PERFORM AVERAGE-ONE-LINE
              PERFORM CHECK-WORSENING
                 THRU CHECK-WORSENING-EX
           END-PERFORM.
      *
       AVERAGE-ONE-LINE.
           MOVE ZERO TO WS-SUM7
                        WS-SUM30.
      *
           PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                   UNTIL WS-NGT-IDX > WS-NGT-USED
              IF WS-NGT-ON(WS-NGT-IDX, WS-SCR-IDX) = 'Y'
                 ADD WS-NGT-RATE(WS-NGT-IDX, WS-SCR-IDX) TO WS-SUM30
                 ADD 1 TO WS-SCR-N30(WS-SCR-IDX)
                 IF WS-NGT-IDX >= WS-NGT-FROM7
                    ADD WS-NGT-RATE(WS-NGT-IDX, WS-SCR-IDX)
                       TO WS-SUM7
                    ADD 1 TO WS-SCR-N7(WS-SCR-IDX)
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-SCR-N7(WS-SCR-IDX) > ZERO
              COMPUTE WS-SCR-AVG7(WS-SCR-IDX) ROUNDED
                 = WS-SUM7 / WS-SCR-N7(WS-SCR-IDX)
           END-IF.
      *
           IF WS-SCR-N30(WS-SCR-IDX) > ZERO
              COMPUTE WS-SCR-AVG30(WS-SCR-IDX) ROUNDED
                 = WS-SUM30 / WS-SCR-N30(WS-SCR-IDX)
           END-IF.
      *
       CHECK-WORSENING.
      *    A SCORED LINE IS FLAGGED WHEN TONIGHT'S EXCEPTION RATE IS
      *    AT LEAST WS-RATIO-PCT PERCENT OF ITS TRAILING AVERAGE AND
      *    ALSO AT LEAST WS-MIN-RISE POINTS ABOVE IT - THE 7-NIGHT
      *    AVERAGE, OR THE 30-NIGHT ONE WHEN THE LAST SEVEN NIGHTS
      *    HAVE NOTHING.  NO HISTORY AT ALL, NO FLAG.
           IF WS-SCR-STATUS(WS-SCR-IDX) NOT = 'S'
              GO TO CHECK-WORSENING-EX
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-SCR-N7(WS-SCR-IDX) > ZERO
                  MOVE WS-SCR-AVG7(WS-SCR-IDX)  TO WS-BASE-RATE
               WHEN WS-SCR-N30(WS-SCR-IDX) > ZERO
                  MOVE WS-SCR-AVG30(WS-SCR-IDX) TO WS-BASE-RATE
               WHEN OTHER
                  GO TO CHECK-WORSENING-EX
           END-EVALUATE.
      *
           COMPUTE WS-PCT-WORK  = WS-SCR-RATE(WS-SCR-IDX) * 100.
           COMPUTE WS-RISE-LIMIT = WS-BASE-RATE * WS-RATIO-PCT.
      *
           IF WS-PCT-WORK >= WS-RISE-LIMIT
          AND WS-SCR-RATE(WS-SCR-IDX) - WS-BASE-RATE >= WS-MIN-RISE
              MOVE '*WORSENED SHARPLY' TO WS-SCR-FLAG(WS-SCR-IDX)
              ADD 1 TO WS-COUNT-WORSE
           END-IF.
      *
       CHECK-WORSENING-EX.
           EXIT.
      *
       PRINT-SCORECARD.
           OPEN OUTPUT PRT-OUTPUT.
      *
           WRITE PRINT-REC FROM WS-HEADER-LINE1
               AFTER ADVANCING PAGE.
      *
           MOVE WS-RUN-DATE  TO WS-DTS-RUN-DATE.
           MOVE WS-NGT-USED  TO WS-DTS-NIGHTS.
           MOVE WS-RATIO-PCT TO WS-DTS-RATIO.
           MOVE WS-MIN-RISE  TO WS-DTS-RISE.
           WRITE PRINT-REC FROM WS-DATES-LINE
               AFTER ADVANCING 1.
           WRITE PRINT-REC FROM WS-LEGEND-LINE
               AFTER ADVANCING 1.
      *
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
           WRITE PRINT-REC FROM WS-COLUMN-HEADER
               AFTER ADVANCING 1.
      *
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-MAX
              PERFORM WRITE-SCORE-LINE
           END-PERFORM.
      *
           PERFORM WRITE-SCORE-SUMMARY.
      *
       WRITE-SCORE-LINE.
      *    A FEED LINE STARTS EACH FEED'S BLOCK AFTER A BLANK LINE
      *    AND PRINTS ITS RATES AS QUALITY (100 LESS THE RATE).
      *    AN UNSCORED FEED STILL SHOWS WHAT ITS FILES HELD, BUT NO
      *    PERCENTAGES.
           MOVE SPACES TO WS-DETAIL-LINE.
      *
           IF WS-DEF-CODE(WS-SCR-IDX) = '*'
              MOVE SPACES TO PRINT-REC
              WRITE PRINT-REC
                  AFTER ADVANCING 1
              MOVE WS-DEF-FEED(WS-SCR-IDX) TO WS-DTL-FEED
           END-IF.
      *
           MOVE WS-DEF-LABEL(WS-SCR-IDX) TO WS-DTL-LABEL.
           MOVE WS-SCR-COUNT(WS-SCR-IDX) TO WS-DTL-COUNT.
           MOVE WS-SCR-FLAG(WS-SCR-IDX)  TO WS-DTL-FLAG.
      *
           IF WS-DEF-CODE(WS-SCR-IDX) = '*'
          AND WS-SCR-TRL-SEEN(WS-SCR-IDX) = 'Y'
              MOVE WS-SCR-VOLUME(WS-SCR-IDX) TO WS-EDIT-VOLUME
              MOVE WS-EDIT-VOLUME            TO WS-DTL-VOLUME
           END-IF.
      *
           IF WS-SCR-STATUS(WS-SCR-IDX) = 'S'
              MOVE WS-SCR-RATE(WS-SCR-IDX) TO WS-PRINT-RATE
              PERFORM EDIT-PRINT-RATE
              MOVE WS-EDIT-PCT TO WS-DTL-TONIGHT
           ELSE
              MOVE '      -'   TO WS-DTL-TONIGHT
           END-IF.
      *
           IF WS-SCR-N7(WS-SCR-IDX) > ZERO
              MOVE WS-SCR-AVG7(WS-SCR-IDX) TO WS-PRINT-RATE
              PERFORM EDIT-PRINT-RATE
              MOVE WS-EDIT-PCT TO WS-DTL-AVG7
           ELSE
              MOVE '      -'   TO WS-DTL-AVG7
           END-IF.
      *
           IF WS-SCR-N30(WS-SCR-IDX) > ZERO
              MOVE WS-SCR-AVG30(WS-SCR-IDX) TO WS-PRINT-RATE
              PERFORM EDIT-PRINT-RATE
              MOVE WS-EDIT-PCT TO WS-DTL-AVG30
           ELSE
              MOVE '      -'   TO WS-DTL-AVG30
           END-IF.
      *
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1.
      *
       EDIT-PRINT-RATE.
           IF WS-DEF-CODE(WS-SCR-IDX) = '*'
              COMPUTE WS-PRINT-RATE = 100 - WS-PRINT-RATE
           END-IF.
           MOVE WS-PRINT-RATE TO WS-EDIT-PCT.
      *
       WRITE-SCORE-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 2.
      *
           MOVE 'FEEDS SCORED             :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-SCORED              TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'FEEDS NOT SCORED         :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-UNSCORED            TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'LINES WORSENED SHARPLY   :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-WORSE               TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'HISTORY ROWS READ        :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-HIST-READ           TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
      *    A SHARP WORSENING ENDS THE STEP RC=8 SO THE IF060A ALERT
      *    FIRES THE SAME MORNING; AN UNSCORED FEED IS RC=4 ONLY -
      *    THE FAILED OR SKIPPED STEP HAS ALREADY RAISED ITS OWN.
           EVALUATE TRUE
               WHEN WS-COUNT-WORSE > ZERO
                  DISPLAY 'COBRPT07 DATA QUALITY WORSENED - '
                          WS-COUNT-WORSE ' SCORECARD LINES FLAGGED'
                  MOVE 8 TO WS-RETURN-CODE
               WHEN WS-COUNT-UNSCORED > ZERO
                  MOVE 4 TO WS-RETURN-CODE
           END-EVALUATE.
      *
       APPEND-SCORE-HISTORY.
      *    EVERY LINE IS RECORDED, SCORED OR NOT, SO THE HISTORY
      *    SHOWS THE NIGHTS A FEED WENT MISSING AS WELL.
           OPEN EXTEND SCH-FILE.
      *
           IF FS-HISTORY = '00' OR FS-HISTORY = '05'
              CONTINUE
           ELSE
              DISPLAY 'COBRPT07 ABEND - ERROR OPENING SCORE '
                      'HISTORY, FILE STATUS ' FS-HISTORY
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-MAX
              MOVE WS-RUN-DATE               TO WS-SHL-RUN-DATE
              MOVE WS-DEF-FEED(WS-SCR-IDX)   TO WS-SHL-FEED
              MOVE WS-DEF-CODE(WS-SCR-IDX)   TO WS-SHL-CODE
              MOVE WS-SCR-STATUS(WS-SCR-IDX) TO WS-SHL-STATUS
              MOVE WS-SCR-VOLUME(WS-SCR-IDX) TO WS-SHL-VOLUME
              MOVE WS-SCR-COUNT(WS-SCR-IDX)  TO WS-SHL-EXCEPTIONS
              MOVE WS-SCR-RATE(WS-SCR-IDX)   TO WS-SHL-RATE
              WRITE SCORE-HIST-REC FROM WS-SCORE-HIST-LINE
              ADD 1 TO WS-COUNT-HIST-ADD
           END-PERFORM.
      *
           CLOSE SCH-FILE.
      *
       CLOSE-STOP.
      *
           DISPLAY '============================================'.
           DISPLAY 'COBRPT07 SCORECARD SUMMARY'.
           DISPLAY '  RUN DATE SCORED        : ' WS-RUN-DATE.
           DISPLAY '  FEEDS SCORED           : ' WS-COUNT-SCORED.
           DISPLAY '  FEEDS NOT SCORED       : ' WS-COUNT-UNSCORED.
           DISPLAY '  LINES WORSENED SHARPLY : ' WS-COUNT-WORSE.
           DISPLAY '  HISTORY ROWS ADDED     : ' WS-COUNT-HIST-ADD.
           DISPLAY '============================================'.
      *
           DISPLAY 'PROGRAM COBRPT07 - STOP'.
      *
           CLOSE PRT-OUTPUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *

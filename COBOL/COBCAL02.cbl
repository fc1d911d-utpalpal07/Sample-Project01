      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBCAL02.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE BUSINESS-DAY CALENDAR (COBCPY12).  LOADED WHOLE AT
      *    START-UP, MAINTAINED IN CORE AND REWRITTEN FROM THE TABLE
      *    ONLY WHEN EVERY CARD HAS BEEN APPLIED OR REJECTED, SO AN
      *    ABEND MID-RUN NEVER LEAVES A HALF-MAINTAINED CALENDAR
      *    BEHIND FOR TONIGHT'S RUN GATE TO READ.  OPTIONAL ONLY SO
      *    THE VERY FIRST RUN CAN BUILD IT FROM AN EMPTY DATASET.
           SELECT OPTIONAL CAL-FILE ASSIGN TO CALDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *
      *    MAINTENANCE CARDS, APPLIED IN DECK ORDER - SEE CARD-REC.
           SELECT CARD-INPUT ASSIGN TO CARDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS FS-CARD.
      *
      *    CARDS THAT CANNOT BE APPLIED (UNKNOWN ACTION, A YEAR
      *    ALREADY ON THE CALENDAR, A DATE NOT ON IT) ARE ROUTED
      *    HERE WITH A REASON INSTEAD OF BEING HALF-APPLIED.
           SELECT REJ-OUTPUT ASSIGN TO REJDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS FS-REJECT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CAL-FILE  RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY12.
      *
      *    ONE CARD PER CHANGE, ACTION CODE IN COLUMN 1:
      *      Y  ADD A WHOLE YEAR (YYYY IN COLS 3-6) - EVERY DATE OF
      *         THE YEAR, MONDAY TO FRIDAY AS BUSINESS DAYS
      *      H  MARK A HOLIDAY - DATE (YYYY-MM-DD) IN COLS 3-12 AND
      *         ITS NAME IN COLS 14-43; NO LONGER A BUSINESS DAY
      *      B  MAKE A DATE A BUSINESS DAY AGAIN (A WITHDRAWN
      *         HOLIDAY, A WORKING SATURDAY) - DATE IN COLS 3-12,
      *         OPTIONAL NOTE IN COLS 14-43
       FD  CARD-INPUT RECORDING MODE F.
       01  CARD-REC.
           05  CARD-ACTION        PIC X(01).
           05  FILLER             PIC X(01).
           05  CARD-DATE          PIC X(10).
           05  CARD-YEAR-R REDEFINES CARD-DATE.
               10  CARD-YEAR      PIC X(04).
               10  FILLER         PIC X(06).
           05  FILLER             PIC X(01).
           05  CARD-DESC          PIC X(30).
           05  FILLER             PIC X(37).
      *
       FD  REJ-OUTPUT RECORDING MODE F.
       01  REJECT-REC             PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-CAL-EOF         PIC X VALUE 'N'.
         05 WS-CARD-REJECTED   PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-CARD           PIC X(02) VALUE '00'.
             88 FS-CARD-OK     VALUE '00'.
          05 FS-REJECT         PIC X(02) VALUE '00'.
             88 FS-REJECT-OK   VALUE '00'.
      *
       01 WS-CAL-STATUS        PIC X(02) VALUE SPACES.
      *
       01 WS-FS-ERROR.
          05 WS-ERROR          PIC X(30) VALUE SPACE.
          05 WS-FILE-STATUS    PIC X(02) VALUE SPACE.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
       01 WS-REJECT-REASON     PIC X(30) VALUE SPACES.
      *
      *    IN-CORE COPY OF THE CALENDAR IN DATE ORDER - ROOM FOR
      *    ABOUT TEN YEARS.  A NEW YEAR IS SLOTTED IN AT ITS PLACE
      *    BY MOVING THE LATER ROWS UP, SO THE ORDER HOLDS.
       01 WS-CAL-TABLE.
         05 WS-CAL-MAX          PIC 9(04) COMP VALUE 4000.
         05 WS-CAL-USED         PIC 9(04) COMP VALUE ZERO.
         05 WS-CAL-ENTRY OCCURS 4000.
            10 WS-CAL-DATE      PIC X(10).
            10 WS-CAL-DOW       PIC 9(01).
            10 WS-CAL-BUSINESS  PIC X(01).
            10 WS-CAL-HOLIDAY   PIC X(01).
            10 WS-CAL-MONTH-END PIC X(01).
            10 WS-CAL-QTR-END   PIC X(01).
            10 WS-CAL-WEEK-END  PIC X(01).
            10 WS-CAL-DESC      PIC X(30).
      *
       01 WS-CAL-IDX           PIC 9(04) COMP VALUE ZERO.
       01 WS-CAL-FOUND         PIC 9(04) COMP VALUE ZERO.
      *
      *    ADDING A YEAR - ITS DAY NUMBERS, HOW MANY DAYS IT HAS AND
      *    WHERE IN THE TABLE IT GOES.
       01 WS-YEAR-WORK.
          05 WS-YEAR            PIC 9(04) VALUE ZERO.
          05 WS-YEAR-FIRST      PIC S9(09) COMP VALUE ZERO.
          05 WS-YEAR-LAST       PIC S9(09) COMP VALUE ZERO.
          05 WS-YEAR-DAYS       PIC 9(04) COMP VALUE ZERO.
          05 WS-YEAR-END-DATE   PIC X(10) VALUE SPACES.
          05 WS-INS-POS         PIC 9(04) COMP VALUE ZERO.
          05 WS-NEW-IDX         PIC 9(04) COMP VALUE ZERO.
          05 WS-DAY-OFFSET      PIC 9(04) COMP VALUE ZERO.
      *
       01 WS-DAYNUM            PIC S9(09) COMP VALUE ZERO.
       01 WS-YYYYMMDD          PIC 9(08) VALUE ZERO.
      *
      *    PERIOD-END DERIVATION - THE TABLE IS WALKED FROM THE
      *    LATEST DATE BACK, SO THE FIRST BUSINESS DAY MET IN EACH
      *    WEEK, MONTH AND QUARTER IS ITS LAST.  A WEEK RUNS MONDAY
      *    TO SUNDAY: DAY NUMBER 1 (1601-01-01) WAS A MONDAY, SO
      *    (DAY NUMBER - 1) / 7 IS THE SAME FOR EVERY DAY OF A WEEK.
       01 WS-DERIVE-WORK.
          05 WS-WEEK-KEY        PIC S9(09) COMP VALUE ZERO.
          05 WS-LATER-WEEK-KEY  PIC S9(09) COMP VALUE ZERO.
          05 WS-LATER-MONTH     PIC X(07) VALUE SPACES.
          05 WS-WEEK-SEEN       PIC X(01) VALUE 'N'.
          05 WS-MONTH-SEEN      PIC X(01) VALUE 'N'.
      *
       01 WS-COUNTERS.
          05 WS-COUNT-CARDS     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-YEARS     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-HOLIDAYS  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-BUSINESS  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-REJECTS   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-ROWS-IN   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-ROWS-OUT  PIC 9(08) VALUE ZERO.
      *
      *    REJECT LINE BUILT HERE SO THE '-' SEPARATOR VALUES ARE
      *    ACTUALLY INITIALIZED - VALUE CLAUSES ON FILE SECTION DATA
      *    ITEMS ARE DOCUMENTARY ONLY.
       01 WS-REJECT-LINE.
          05 WS-REJ-CARD        PIC X(43).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-REJ-REASON      PIC X(30).
          05 FILLER             PIC X(06) VALUE SPACES.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
           DISPLAY 'PROGRAM COBCAL02 - START'.
      *
           PERFORM LOAD-CAL-TABLE.
           PERFORM OPEN-FILES.
           PERFORM READ-CARD.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-CARDS
              MOVE 'N' TO WS-CARD-REJECTED
              PERFORM APPLY-CARD
              PERFORM READ-CARD
           END-PERFORM.
           PERFORM DERIVE-PERIOD-ENDS.
           PERFORM REWRITE-CAL-FILE.
           PERFORM MAINTENANCE-SUMMARY.
           PERFORM CLOSE-STOP.
      *
       LOAD-CAL-TABLE.
      *    MORE ROWS THAN THE TABLE HOLDS MEANS THE LIMIT NEEDS
      *    RAISING (OR OLD YEARS ARCHIVING), AND THE RUN STOPS
      *    RATHER THAN REWRITE A TRUNCATED CALENDAR.
           OPEN INPUT CAL-FILE.
      *
           IF WS-CAL-STATUS NOT = '00' AND WS-CAL-STATUS NOT = '05'
              MOVE 'ERROR OPENING CALDD'        TO WS-ERROR
              MOVE WS-CAL-STATUS                TO WS-FILE-STATUS
              DISPLAY 'COBCAL02 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM READ-CAL-FILE
           PERFORM UNTIL WS-CAL-EOF = 'Y'
              IF CAL-DATE NOT = SPACES
                 IF WS-CAL-USED >= WS-CAL-MAX
                    DISPLAY 'COBCAL02 ABEND - CALENDAR TABLE '
                            'FULL AT ' WS-CAL-MAX
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CAL-USED
                 ADD 1 TO WS-COUNT-ROWS-IN
                 MOVE CAL-DATE         TO WS-CAL-DATE(WS-CAL-USED)
                 MOVE CAL-DAY-OF-WEEK  TO WS-CAL-DOW(WS-CAL-USED)
                 MOVE CAL-BUSINESS-DAY TO
                      WS-CAL-BUSINESS(WS-CAL-USED)
                 MOVE CAL-HOLIDAY      TO
                      WS-CAL-HOLIDAY(WS-CAL-USED)
                 MOVE CAL-MONTH-END    TO
                      WS-CAL-MONTH-END(WS-CAL-USED)
                 MOVE CAL-QUARTER-END  TO
                      WS-CAL-QTR-END(WS-CAL-USED)
                 MOVE CAL-WEEK-END     TO
                      WS-CAL-WEEK-END(WS-CAL-USED)
                 MOVE CAL-DESCRIPTION  TO
                      WS-CAL-DESC(WS-CAL-USED)
              END-IF
              PERFORM READ-CAL-FILE
           END-PERFORM.
      *
           CLOSE CAL-FILE.
      *
       READ-CAL-FILE.
           READ CAL-FILE
           AT END MOVE 'Y' TO WS-CAL-EOF
           END-READ.
      *
       OPEN-FILES.
           OPEN INPUT  CARD-INPUT.
      *
           IF FS-CARD-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING CARDDD'       TO WS-ERROR
              MOVE FS-CARD                      TO WS-FILE-STATUS
              DISPLAY 'COBCAL02 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           OPEN OUTPUT REJ-OUTPUT.
      *
       READ-CARD.
           READ CARD-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       APPLY-CARD.
           EVALUATE CARD-ACTION
              WHEN 'Y'
                 PERFORM ADD-YEAR
              WHEN 'H'
                 PERFORM SET-HOLIDAY
              WHEN 'B'
                 PERFORM SET-BUSINESS-DAY
              WHEN OTHER
                 MOVE 'INVALID ACTION CODE'     TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT
           END-EVALUATE.
      *
       ADD-YEAR.
      *    A YEAR GOES ON WHOLE OR NOT AT ALL - ONE ALREADY ON THE
      *    CALENDAR IS REFUSED RATHER THAN OVERLAID, SO ITS
      *    HOLIDAYS ARE NEVER WIPED BY A REPEATED CARD.
           IF CARD-YEAR IS NOT NUMERIC
              MOVE 'INVALID YEAR'               TO WS-REJECT-REASON
              PERFORM WRITE-REJECT
           ELSE
              MOVE CARD-YEAR TO WS-YEAR
              IF WS-YEAR < 1900
                 MOVE 'INVALID YEAR'            TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT
              END-IF
           END-IF.
      *
           IF WS-CARD-REJECTED = 'N'
              MOVE ZERO TO WS-CAL-FOUND
              PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                      UNTIL WS-CAL-IDX > WS-CAL-USED
                         OR WS-CAL-FOUND > ZERO
                 IF WS-CAL-DATE(WS-CAL-IDX)(1:4) = CARD-YEAR
                    MOVE WS-CAL-IDX TO WS-CAL-FOUND
                 END-IF
              END-PERFORM
              IF WS-CAL-FOUND > ZERO
                 MOVE 'YEAR ALREADY ON CALENDAR' TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT
              END-IF
           END-IF.
      *
           IF WS-CARD-REJECTED = 'N'
              COMPUTE WS-YYYYMMDD = WS-YEAR * 10000 + 0101
              COMPUTE WS-YEAR-FIRST
                 = FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
              COMPUTE WS-YYYYMMDD = WS-YEAR * 10000 + 1231
              COMPUTE WS-YEAR-LAST
                 = FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD)
              COMPUTE WS-YEAR-DAYS = WS-YEAR-LAST - WS-YEAR-FIRST + 1
              IF WS-CAL-USED + WS-YEAR-DAYS > WS-CAL-MAX
                 MOVE 'CALENDAR TABLE FULL'     TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT
              END-IF
           END-IF.
      *
           IF WS-CARD-REJECTED = 'N'
              PERFORM INSERT-YEAR
              ADD 1 TO WS-COUNT-YEARS
              DISPLAY 'COBCAL02 YEAR ' CARD-YEAR ' ADDED, '
                      WS-YEAR-DAYS ' DAYS'
           END-IF.
      *
       INSERT-YEAR.
      *    THE YEAR'S SLOT IS IN FRONT OF THE FIRST ROW AFTER ITS
      *    31 DECEMBER; EVERYTHING FROM THERE ON MOVES UP BY THE
      *    YEAR'S LENGTH, TOP ROW FIRST, TO MAKE ROOM.
           STRING CARD-YEAR '-12-31'
                  DELIMITED BY SIZE INTO WS-YEAR-END-DATE.
      *
           COMPUTE WS-INS-POS = WS-CAL-USED + 1.
           PERFORM VARYING WS-CAL-IDX FROM WS-CAL-USED BY -1
                   UNTIL WS-CAL-IDX < 1
                      OR WS-CAL-DATE(WS-CAL-IDX) < WS-YEAR-END-DATE
              MOVE WS-CAL-IDX TO WS-INS-POS
           END-PERFORM.
      *
           PERFORM VARYING WS-CAL-IDX FROM WS-CAL-USED BY -1
                   UNTIL WS-CAL-IDX < WS-INS-POS
              COMPUTE WS-NEW-IDX = WS-CAL-IDX + WS-YEAR-DAYS
              MOVE WS-CAL-ENTRY(WS-CAL-IDX)
                                     TO WS-CAL-ENTRY(WS-NEW-IDX)
           END-PERFORM.
      *
           PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
                   UNTIL WS-DAY-OFFSET >= WS-YEAR-DAYS
              COMPUTE WS-NEW-IDX = WS-INS-POS + WS-DAY-OFFSET
              COMPUTE WS-DAYNUM  = WS-YEAR-FIRST + WS-DAY-OFFSET
              PERFORM BUILD-NEW-DAY
           END-PERFORM.
      *
           ADD WS-YEAR-DAYS TO WS-CAL-USED.
      *
       BUILD-NEW-DAY.
      *    DAY NUMBER 1 (1601-01-01) WAS A MONDAY.  SATURDAY AND
      *    SUNDAY ARE NOT BUSINESS DAYS; HOLIDAYS COME FROM 'H'
      *    CARDS.  PERIOD-END FLAGS ARE SET AFTERWARDS FOR THE WHOLE
      *    TABLE.
           COMPUTE WS-YYYYMMDD = FUNCTION DATE-OF-INTEGER(WS-DAYNUM).
           MOVE SPACES TO WS-CAL-ENTRY(WS-NEW-IDX).
           STRING WS-YYYYMMDD(1:4) '-'
                  WS-YYYYMMDD(5:2) '-'
                  WS-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-CAL-DATE(WS-NEW-IDX).
           COMPUTE WS-CAL-DOW(WS-NEW-IDX)
              = FUNCTION MOD(WS-DAYNUM - 1, 7) + 1.
           IF WS-CAL-DOW(WS-NEW-IDX) > 5
              MOVE 'N' TO WS-CAL-BUSINESS(WS-NEW-IDX)
           ELSE
              MOVE 'Y' TO WS-CAL-BUSINESS(WS-NEW-IDX)
           END-IF.
           MOVE 'N' TO WS-CAL-HOLIDAY(WS-NEW-IDX).
           MOVE 'N' TO WS-CAL-MONTH-END(WS-NEW-IDX).
           MOVE 'N' TO WS-CAL-QTR-END(WS-NEW-IDX).
           MOVE 'N' TO WS-CAL-WEEK-END(WS-NEW-IDX).
      *
       SET-HOLIDAY.
           PERFORM FIND-CARD-DATE.
      *
           IF WS-CARD-REJECTED = 'N' AND CARD-DESC = SPACES
              MOVE 'HOLIDAY NEEDS A NAME'       TO WS-REJECT-REASON
              PERFORM WRITE-REJECT
           END-IF.
      *
           IF WS-CARD-REJECTED = 'N'
              MOVE 'N'       TO WS-CAL-BUSINESS(WS-CAL-FOUND)
              MOVE 'Y'       TO WS-CAL-HOLIDAY(WS-CAL-FOUND)
              MOVE CARD-DESC TO WS-CAL-DESC(WS-CAL-FOUND)
              ADD 1 TO WS-COUNT-HOLIDAYS
              DISPLAY 'COBCAL02 HOLIDAY  ' CARD-DATE ' ' CARD-DESC
           END-IF.
      *
       SET-BUSINESS-DAY.
           PERFORM FIND-CARD-DATE.
      *
           IF WS-CARD-REJECTED = 'N'
              MOVE 'Y'       TO WS-CAL-BUSINESS(WS-CAL-FOUND)
              MOVE 'N'       TO WS-CAL-HOLIDAY(WS-CAL-FOUND)
              MOVE CARD-DESC TO WS-CAL-DESC(WS-CAL-FOUND)
              ADD 1 TO WS-COUNT-BUSINESS
              DISPLAY 'COBCAL02 BUSINESS ' CARD-DATE ' ' CARD-DESC
           END-IF.
      *
       FIND-CARD-DATE.
      *    A DATE MUST ALREADY BE ON THE CALENDAR - ADD ITS YEAR
      *    FIRST (A 'Y' CARD EARLIER IN THE SAME DECK WILL DO).
           MOVE ZERO TO WS-CAL-FOUND.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-USED
                      OR WS-CAL-FOUND > ZERO
              IF WS-CAL-DATE(WS-CAL-IDX) = CARD-DATE
                 MOVE WS-CAL-IDX TO WS-CAL-FOUND
              END-IF
           END-PERFORM.
      *
           IF WS-CAL-FOUND = ZERO
              MOVE 'DATE NOT ON CALENDAR'       TO WS-REJECT-REASON
              PERFORM WRITE-REJECT
           END-IF.
      *
       DERIVE-PERIOD-ENDS.
      *    RE-DERIVED FOR THE WHOLE TABLE ON EVERY RUN, SO A HOLIDAY
      *    ADDED ON A MONTH'S LAST WEEKDAY MOVES THE MONTH-END BACK
      *    A DAY WITHOUT ANYONE HAVING TO SAY SO.
           MOVE SPACES TO WS-LATER-MONTH.
           MOVE ZERO   TO WS-LATER-WEEK-KEY.
      *
           PERFORM VARYING WS-CAL-IDX FROM WS-CAL-USED BY -1
                   UNTIL WS-CAL-IDX < 1
              MOVE WS-CAL-DATE(WS-CAL-IDX)(1:4)
                                      TO WS-YYYYMMDD(1:4)
              MOVE WS-CAL-DATE(WS-CAL-IDX)(6:2)
                                      TO WS-YYYYMMDD(5:2)
              MOVE WS-CAL-DATE(WS-CAL-IDX)(9:2)
                                      TO WS-YYYYMMDD(7:2)
              COMPUTE WS-WEEK-KEY
                 = (FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD) - 1) / 7
              IF WS-CAL-DATE(WS-CAL-IDX)(1:7) NOT = WS-LATER-MONTH
                 MOVE 'N' TO WS-MONTH-SEEN
                 MOVE WS-CAL-DATE(WS-CAL-IDX)(1:7) TO WS-LATER-MONTH
              END-IF
              IF WS-WEEK-KEY NOT = WS-LATER-WEEK-KEY
                 MOVE 'N' TO WS-WEEK-SEEN
                 MOVE WS-WEEK-KEY TO WS-LATER-WEEK-KEY
              END-IF
              MOVE 'N' TO WS-CAL-MONTH-END(WS-CAL-IDX)
              MOVE 'N' TO WS-CAL-QTR-END(WS-CAL-IDX)
              MOVE 'N' TO WS-CAL-WEEK-END(WS-CAL-IDX)
              IF WS-CAL-BUSINESS(WS-CAL-IDX) = 'Y'
                 IF WS-MONTH-SEEN = 'N'
                    MOVE 'Y' TO WS-CAL-MONTH-END(WS-CAL-IDX)
                    MOVE 'Y' TO WS-MONTH-SEEN
                    IF WS-CAL-DATE(WS-CAL-IDX)(6:2) = '03' OR '06'
                                                   OR '09' OR '12'
                       MOVE 'Y' TO WS-CAL-QTR-END(WS-CAL-IDX)
                    END-IF
                 END-IF
                 IF WS-WEEK-SEEN = 'N'
                    MOVE 'Y' TO WS-CAL-WEEK-END(WS-CAL-IDX)
                    MOVE 'Y' TO WS-WEEK-SEEN
                 END-IF
              END-IF
           END-PERFORM.
      *
       REWRITE-CAL-FILE.
      *    THE MAINTAINED TABLE BECOMES THE NEW CALENDAR - WRITTEN
      *    ONLY NOW, AFTER EVERY CARD HAS BEEN APPLIED OR REJECTED.
           OPEN OUTPUT CAL-FILE.
      *
           IF WS-CAL-STATUS NOT = '00'
              MOVE 'ERROR REOPENING CALDD'      TO WS-ERROR
              MOVE WS-CAL-STATUS                TO WS-FILE-STATUS
              DISPLAY 'COBCAL02 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-USED
              MOVE SPACES                      TO COBCPY12
              MOVE WS-CAL-DATE(WS-CAL-IDX)      TO CAL-DATE
              MOVE WS-CAL-DOW(WS-CAL-IDX)       TO CAL-DAY-OF-WEEK
              MOVE WS-CAL-BUSINESS(WS-CAL-IDX)  TO CAL-BUSINESS-DAY
              MOVE WS-CAL-HOLIDAY(WS-CAL-IDX)   TO CAL-HOLIDAY
              MOVE WS-CAL-MONTH-END(WS-CAL-IDX) TO CAL-MONTH-END
              MOVE WS-CAL-QTR-END(WS-CAL-IDX)   TO CAL-QUARTER-END
              MOVE WS-CAL-WEEK-END(WS-CAL-IDX)  TO CAL-WEEK-END
              MOVE WS-CAL-DESC(WS-CAL-IDX)      TO CAL-DESCRIPTION
              WRITE COBCPY12
              ADD 1 TO WS-COUNT-ROWS-OUT
           END-PERFORM.
      *
           CLOSE CAL-FILE.
      *
       WRITE-REJECT.
           MOVE 'Y'                   TO WS-CARD-REJECTED.
           MOVE CARD-REC(1:43)        TO WS-REJ-CARD.
           MOVE WS-REJECT-REASON      TO WS-REJ-REASON.
           WRITE REJECT-REC     FROM WS-REJECT-LINE.
           ADD 1 TO WS-COUNT-REJECTS.
      *
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
       MAINTENANCE-SUMMARY.
           DISPLAY '**********************************************'.
           DISPLAY 'COBCAL02 CALENDAR MAINTENANCE SUMMARY'.
           DISPLAY '  ROWS READ           : ' WS-COUNT-ROWS-IN.
           DISPLAY '  CARDS READ          : ' WS-COUNT-CARDS.
           DISPLAY '  YEARS ADDED         : ' WS-COUNT-YEARS.
           DISPLAY '  HOLIDAYS SET        : ' WS-COUNT-HOLIDAYS.
           DISPLAY '  BUSINESS DAYS SET   : ' WS-COUNT-BUSINESS.
           DISPLAY '  CARDS REJECTED      : ' WS-COUNT-REJECTS.
           DISPLAY '  ROWS WRITTEN        : ' WS-COUNT-ROWS-OUT.
           DISPLAY '**********************************************'.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBCAL02 - STOP'.
      *
           CLOSE CARD-INPUT.
           CLOSE REJ-OUTPUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBCAL01.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CALENDAR GATE - ASKS THE BUSINESS-DAY CALENDAR ONE
      *    QUESTION ABOUT THE RUN DATE AND ANSWERS WITH THE RETURN
      *    CODE, SO THE JCL CAN RUN OR SKIP STEPS ON IT INSTEAD OF
      *    OPERATIONS COMMENTING THEM IN AND OUT BY HAND:
      *      RC=0  YES - THE DATE IS THAT KIND OF DAY, RUN THE STEPS
      *      RC=4  NO  - SKIP THEM; THIS IS NORMAL, NOT A FAILURE
      *      RC=16 THE CALENDAR IS MISSING OR HAS NO ROW FOR THE
      *            DATE - IT HAS NOT BEEN EXTENDED (SEE COBCAL02)
      *            OR THE NIGHT COULD NOT BE RECORDED ON RUNSTDD
      *    A JOB SCHEDULED AFTER THE NIGHTLY CHAIN POINTS NIGHTDD AT
      *    THE CHAIN'S RUN-STATE FILE SO THE QUESTION IS ASKED ABOUT
      *    THE NIGHT THE CHAIN IS RUNNING FOR, NOT THE DAY THE JOB
      *    HAPPENS TO START ON.
      *
      *    THE BUSINESS-DAY CALENDAR ITSELF (COBCPY12), IN DATE
      *    ORDER.  REQUIRED.
           SELECT OPTIONAL CAL-FILE ASSIGN TO CALDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
      *
      *    CONTROL CARD - THE QUESTION IN COL 1:
      *      B  IS IT A BUSINESS DAY (THE NIGHTLY CHAIN)
      *      W  IS IT THE LAST BUSINESS DAY OF THE WEEK
      *      M  IS IT THE LAST BUSINESS DAY OF THE MONTH
      *      Q  IS IT THE LAST BUSINESS DAY OF THE QUARTER
      *    AND AN OPTIONAL DATE (YYYY-MM-DD) IN COLS 3-12 TO ASK
      *    ABOUT A DAY OTHER THAN THE RUN DATE.  'O' IN COL 14 MAKES
      *    A YES ALSO OPEN THE NIGHT ON RUNSTDD FOR THAT DATE - ONLY
      *    THE GATE AT THE TOP OF A JOB WHOSE STEPS ARE GUARDED BY THE
      *    RUN-STATE FILE CARRIES IT.
           SELECT OPTIONAL CTL-CARD ASSIGN TO CTLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
      *
      *    COBBAT01'S CONTROL CARD - WHEN IT OVERRIDES THE CHAIN'S
      *    RUN DATE (DD-MM-YYYY, COLS 1-10) FOR A RERUN, THE GATE
      *    ASKS ABOUT THAT DATE TOO, SO A FRIDAY RERUN SUBMITTED ON
      *    A SATURDAY IS NOT TURNED AWAY AS A WEEKEND.  OPTIONAL.
           SELECT OPTIONAL RUN-CARD ASSIGN TO RUNDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
      *
      *    CHAIN RUN-STATE FILE (COBCPY13).  ON A YES WITH 'O' ON THE
      *    CARD, AN 'O' ROW IS APPENDED NAMING THE BUSINESS DATE THE
      *    JOB IS RUNNING FOR; EVERY GUARDED STEP AFTER THIS ONE READS
      *    IT BACK AND REFUSES TO RUN AGAIN FOR A DATE IT HAS ALREADY
      *    COMPLETED.
           SELECT OPTIONAL RUN-STATE ASSIGN TO RUNSTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNST-STATUS.
      *
      *    THE NIGHTLY CHAIN'S RUN-STATE FILE (COBCPY13), READ ONLY -
      *    THE BUSINESS DATE ON ITS LAST 'O' ROW IS THE DATE ASKED
      *    ABOUT, AS LONG AS THE CHAIN OPENED THAT NIGHT WITHIN THE
      *    LAST DAY.  AN OLDER NIGHT MEANS THE CHAIN HAS NOT RUN SINCE
      *    (A WEEKEND OR HOLIDAY) AND THE ANSWER IS NO, SO A JOB THAT
      *    RUNS EVERY NIGHT DOES NOT ANSWER FOR THE SAME NIGHT TWICE.
      *    A DATE ON THE CARD STILL WINS.  NOTHING IS WRITTEN TO IT -
      *    THE NIGHT IS ONLY EVER OPENED BY THE CHAIN'S OWN GATE.
      *    OPTIONAL; ONLY THE JOBS THAT FOLLOW THE CHAIN CARRY IT.
           SELECT OPTIONAL NIGHT-STATE ASSIGN TO NIGHTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NIGHT-STATUS.
      *
      *    RERUN OVERRIDE CARD - 'RERUN' IN COLS 1-5 AND THE BUSINESS
      *    DATE (YYYY-MM-DD) IN COLS 7-16.  OPERATIONS PUNCH IT ONLY
      *    TO RUN A NIGHT AGAIN THAT HAS ALREADY COMPLETED; THE STEPS
      *    THEN BACK OUT WHAT THEY APPENDED FOR THE DATE BEFORE THEY
      *    RUN.  THE DATE MUST BE THE ONE BEING OPENED, SO A CARD LEFT
      *    IN PLACE DOES NOT CARRY OVER TO THE NEXT NIGHT.  OPTIONAL.
           SELECT OPTIONAL RERUN-CARD ASSIGN TO RERUNDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RERUN-STATUS.
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
       FD  CTL-CARD  RECORDING MODE F.
       01  CTL-REC.
           05  CTL-CHECK      PIC X(01).
           05  FILLER         PIC X(01).
           05  CTL-DATE       PIC X(10).
           05  FILLER         PIC X(01).
           05  CTL-OPEN       PIC X(01).
           05  FILLER         PIC X(66).
      *
       FD  RUN-CARD  RECORDING MODE F.
       01  RUN-REC.
           05  RUN-DATE       PIC X(10).
           05  FILLER         PIC X(70).
      *
       FD  RUN-STATE  RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY13.
      *
       FD  NIGHT-STATE RECORDING MODE F.
      *    THE COBCPY13 FIELDS THE GATE NEEDS FROM THE CHAIN'S ROWS.
       01  NIGHT-REC.
           05  NIGHT-TYPE     PIC X(01).
           05  FILLER         PIC X(01).
           05  NIGHT-BUS-DATE PIC X(10).
           05  FILLER         PIC X(10).
           05  NIGHT-TS       PIC X(19).
           05  FILLER         PIC X(39).
      *
       FD  RERUN-CARD RECORDING MODE F.
       01  RERUN-REC.
           05  RERUN-WORD     PIC X(05).
           05  FILLER         PIC X(01).
           05  RERUN-DATE     PIC X(10).
           05  FILLER         PIC X(64).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-CAL-FOUND       PIC X VALUE 'N'.
      *
       01 WS-FS-ERROR.
          05 WS-ERROR            PIC X(30) VALUE SPACE.
          05 WS-FILE-STATUS      PIC X(02) VALUE SPACE.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
       01 WS-CAL-STATUS        PIC X(02) VALUE SPACES.
       01 WS-CTL-STATUS        PIC X(02) VALUE SPACES.
       01 WS-RUN-STATUS        PIC X(02) VALUE SPACES.
       01 WS-RUNST-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RERUN-STATUS      PIC X(02) VALUE SPACES.
       01 WS-NIGHT-STATUS      PIC X(02) VALUE SPACES.
      *
      *    WHETHER A YES OPENS THE NIGHT, AND WITH THE RERUN OVERRIDE.
       01 WS-OPEN-NIGHT        PIC X(01) VALUE 'N'.
       01 WS-RERUN             PIC X(01) VALUE 'N'.
       01 WS-TS-NOW             PIC X(19) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP  PIC X(21) VALUE SPACES.
       01 WS-CURRENT-TS-R REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-CTS-YYYY         PIC 9(04).
          05 WS-CTS-MM           PIC 9(02).
          05 WS-CTS-DD           PIC 9(02).
          05 WS-CTS-HH           PIC 9(02).
          05 WS-CTS-MIN          PIC 9(02).
          05 WS-CTS-SS           PIC 9(02).
          05 FILLER              PIC X(07).
      *
      *    THE QUESTION AND THE DATE IT IS ASKED ABOUT (YYYY-MM-DD,
      *    THE CALENDAR'S OWN FORM).
       01 WS-CHECK             PIC X(01) VALUE 'B'.
          88 WS-CHECK-VALID    VALUE 'B' 'W' 'M' 'Q'.
       01 WS-CHECK-DATE        PIC X(10) VALUE SPACES.
       01 WS-CHECK-NAME        PIC X(30) VALUE SPACES.
      *
      *    THE NIGHT THE CHAIN LAST OPENED ON NIGHTDD, WHEN IT WAS
      *    OPENED, AND HOW LONG AGO THAT WAS.
       01 WS-NIGHT-EOF          PIC X(01) VALUE 'N'.
       01 WS-NIGHT-STALE        PIC X(01) VALUE 'N'.
       01 WS-NIGHT-DATE         PIC X(10) VALUE SPACES.
       01 WS-NIGHT-TS           PIC X(19) VALUE SPACES.
       01 WS-NIGHT-YYYYMMDD     PIC 9(08) VALUE ZERO.
       01 WS-NIGHT-HH           PIC 9(02) VALUE ZERO.
       01 WS-NIGHT-MIN          PIC 9(02) VALUE ZERO.
       01 WS-NIGHT-SS           PIC 9(02) VALUE ZERO.
       01 WS-NIGHT-AGE-SECS     PIC S9(09) VALUE ZERO.
      *
       01 WS-TODAY              PIC 9(08) VALUE ZERO.
       01 WS-TODAY-R REDEFINES WS-TODAY.
         05 WS-TODAY-YYYY      PIC 9(04).
         05 WS-TODAY-MM        PIC 9(02).
         05 WS-TODAY-DD        PIC 9(02).
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
           DISPLAY 'PROGRAM COBCAL01 - START'.
      *
           PERFORM GET-CHECK-DATE.
      *
           IF WS-NIGHT-STALE = 'Y'
              MOVE 4 TO WS-RETURN-CODE
              DISPLAY 'COBCAL01 NO - STEPS SKIPPED'
           ELSE
              PERFORM FIND-CALENDAR-ROW
              PERFORM ANSWER-CHECK
           END-IF.
      *
           IF WS-RETURN-CODE = 0 AND WS-OPEN-NIGHT = 'Y'
              PERFORM OPEN-NIGHT
           END-IF.
      *
           PERFORM CLOSE-STOP.
      *
       GET-CHECK-DATE.
      *    DATE ON THIS STEP'S OWN CARD FIRST, THEN THE NIGHT THE
      *    CHAIN LAST OPENED (NIGHTDD), THEN THE CHAIN'S RUN DATE
      *    OVERRIDE, THEN TODAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           STRING WS-TODAY-YYYY '-'
                  WS-TODAY-MM   '-'
                  WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-CHECK-DATE.
      *
           OPEN INPUT RUN-CARD.
      *
           IF WS-RUN-STATUS = '00'
              READ RUN-CARD
              END-READ
              IF WS-RUN-STATUS = '00' AND RUN-DATE NOT = SPACES
                 STRING RUN-DATE(7:4) '-'
                        RUN-DATE(4:2) '-'
                        RUN-DATE(1:2)
                        DELIMITED BY SIZE INTO WS-CHECK-DATE
              END-IF
           END-IF.
      *
           CLOSE RUN-CARD.
      *
           PERFORM FIND-CHAIN-NIGHT.
      *
           OPEN INPUT CTL-CARD.
      *
           IF WS-CTL-STATUS = '00'
              READ CTL-CARD
              END-READ
              IF WS-CTL-STATUS = '00'
                 IF CTL-CHECK NOT = SPACE
                    MOVE CTL-CHECK TO WS-CHECK
                 END-IF
                 IF CTL-DATE NOT = SPACES
                    MOVE CTL-DATE TO WS-CHECK-DATE
                    MOVE 'N'      TO WS-NIGHT-STALE
                 END-IF
                 IF CTL-OPEN = 'O'
                    MOVE 'Y' TO WS-OPEN-NIGHT
                 END-IF
              END-IF
           END-IF.
      *
           CLOSE CTL-CARD.
      *
           IF NOT WS-CHECK-VALID
              MOVE 'ERROR INVALID CHECK ON CTLDD' TO WS-ERROR
              DISPLAY 'COBCAL01 ABEND - ' WS-ERROR ' ' WS-CHECK
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           EVALUATE WS-CHECK
              WHEN 'B'
                 MOVE 'BUSINESS DAY'          TO WS-CHECK-NAME
              WHEN 'W'
                 MOVE 'LAST BUSINESS DAY OF WEEK'
                                              TO WS-CHECK-NAME
              WHEN 'M'
                 MOVE 'LAST BUSINESS DAY OF MONTH'
                                              TO WS-CHECK-NAME
              WHEN 'Q'
                 MOVE 'LAST BUSINESS DAY OF QUARTER'
                                              TO WS-CHECK-NAME
           END-EVALUATE.
      *
           IF WS-NIGHT-STALE NOT = 'Y'
              DISPLAY 'COBCAL01 CHECKING ' WS-CHECK-DATE
                      ' FOR ' WS-CHECK-NAME
           END-IF.
      *
       FIND-CHAIN-NIGHT.
           MOVE 'N' TO WS-NIGHT-EOF.
           OPEN INPUT NIGHT-STATE.
      *
           IF WS-NIGHT-STATUS = '00'
              PERFORM READ-NIGHT-STATE
              PERFORM UNTIL WS-NIGHT-EOF = 'Y'
                 IF NIGHT-TYPE = 'O'
                    MOVE NIGHT-BUS-DATE TO WS-NIGHT-DATE
                    MOVE NIGHT-TS       TO WS-NIGHT-TS
                 END-IF
                 PERFORM READ-NIGHT-STATE
              END-PERFORM
              IF WS-NIGHT-DATE = SPACES
                 DISPLAY 'COBCAL01 NO NIGHT OPENED ON NIGHTDD - '
                         'CHECKING ' WS-CHECK-DATE
              END-IF
           END-IF.
      *
           CLOSE NIGHT-STATE.
      *
           IF WS-NIGHT-DATE NOT = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
              MOVE WS-NIGHT-TS(1:4)  TO WS-NIGHT-YYYYMMDD(1:4)
              MOVE WS-NIGHT-TS(6:2)  TO WS-NIGHT-YYYYMMDD(5:2)
              MOVE WS-NIGHT-TS(9:2)  TO WS-NIGHT-YYYYMMDD(7:2)
              MOVE WS-NIGHT-TS(12:2) TO WS-NIGHT-HH
              MOVE WS-NIGHT-TS(15:2) TO WS-NIGHT-MIN
              MOVE WS-NIGHT-TS(18:2) TO WS-NIGHT-SS
              COMPUTE WS-NIGHT-AGE-SECS
                 = (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                  - FUNCTION INTEGER-OF-DATE(WS-NIGHT-YYYYMMDD))
                  * 86400
                  + WS-CTS-HH * 3600 + WS-CTS-MIN * 60 + WS-CTS-SS
                  - WS-NIGHT-HH * 3600 - WS-NIGHT-MIN * 60
                  - WS-NIGHT-SS
              IF WS-NIGHT-AGE-SECS < 86400
                 MOVE WS-NIGHT-DATE TO WS-CHECK-DATE
                 DISPLAY 'COBCAL01 NIGHT OPENED BY THE CHAIN: '
                         WS-NIGHT-DATE
              ELSE
                 MOVE 'Y' TO WS-NIGHT-STALE
                 DISPLAY 'COBCAL01 CHAIN HAS NOT RUN SINCE IT '
                         'OPENED ' WS-NIGHT-DATE ' AT ' WS-NIGHT-TS
              END-IF
           END-IF.
      *
       READ-NIGHT-STATE.
           READ NIGHT-STATE
           AT END MOVE 'Y' TO WS-NIGHT-EOF
           END-READ.
      *
       FIND-CALENDAR-ROW.
      *    THE CALENDAR IS IN DATE ORDER, SO THE SCAN STOPS AT THE
      *    FIRST ROW ON OR AFTER THE DATE.  NO ROW FOR IT MEANS THE
      *    CALENDAR HAS NOT BEEN EXTENDED THAT FAR (OR HAS A GAP),
      *    AND GUESSING WOULD EITHER RUN THE CHAIN ON A HOLIDAY OR
      *    SKIP A REAL NIGHT - STOP AND LET THE ALERT FIRE.
           OPEN INPUT CAL-FILE.
      *
           IF WS-CAL-STATUS NOT = '00'
              MOVE 'ERROR OPENING CALENDAR' TO WS-ERROR
              MOVE WS-CAL-STATUS TO WS-FILE-STATUS
              DISPLAY 'COBCAL01 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM READ-CAL-FILE.
           PERFORM UNTIL LASTREC = 'Y'
                      OR CAL-DATE >= WS-CHECK-DATE
              PERFORM READ-CAL-FILE
           END-PERFORM.
      *
           IF LASTREC NOT = 'Y' AND CAL-DATE = WS-CHECK-DATE
              MOVE 'Y' TO WS-CAL-FOUND
           END-IF.
      *
           IF WS-CAL-FOUND NOT = 'Y'
              MOVE 'ERROR DATE NOT ON CALENDAR' TO WS-ERROR
              DISPLAY 'COBCAL01 ABEND - ' WS-ERROR ' '
                      WS-CHECK-DATE
              DISPLAY 'COBCAL01 EXTEND THE CALENDAR WITH COBCAL02'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       READ-CAL-FILE.
           READ CAL-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       ANSWER-CHECK.
           MOVE 4 TO WS-RETURN-CODE.
      *
           EVALUATE WS-CHECK
              WHEN 'B'
                 IF CAL-IS-BUSINESS-DAY
                    MOVE 0 TO WS-RETURN-CODE
                 END-IF
              WHEN 'W'
                 IF CAL-IS-WEEK-END
                    MOVE 0 TO WS-RETURN-CODE
                 END-IF
              WHEN 'M'
                 IF CAL-IS-MONTH-END
                    MOVE 0 TO WS-RETURN-CODE
                 END-IF
              WHEN 'Q'
                 IF CAL-IS-QUARTER-END
                    MOVE 0 TO WS-RETURN-CODE
                 END-IF
           END-EVALUATE.
      *
           IF WS-RETURN-CODE = 0
              DISPLAY 'COBCAL01 YES - STEPS RUN'
           ELSE
              DISPLAY 'COBCAL01 NO - STEPS SKIPPED'
              IF CAL-IS-HOLIDAY
                 DISPLAY 'COBCAL01 HOLIDAY: ' CAL-DESCRIPTION
              END-IF
           END-IF.
      *
       OPEN-NIGHT.
      *    THE RERUN OVERRIDE COUNTS ONLY FOR THE DATE IT NAMES.
           OPEN INPUT RERUN-CARD.
      *
           IF WS-RERUN-STATUS = '00'
              READ RERUN-CARD
              END-READ
              IF WS-RERUN-STATUS = '00' AND RERUN-WORD = 'RERUN'
                 IF RERUN-DATE = WS-CHECK-DATE
                    MOVE 'Y' TO WS-RERUN
                 ELSE
                    DISPLAY 'COBCAL01 RERUN CARD FOR ' RERUN-DATE
                            ' IGNORED - NIGHT BEING OPENED IS '
                            WS-CHECK-DATE
                 END-IF
              END-IF
           END-IF.
      *
           CLOSE RERUN-CARD.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           STRING WS-CTS-YYYY '-' WS-CTS-MM  '-' WS-CTS-DD  '-'
                  WS-CTS-HH   '.' WS-CTS-MIN '.' WS-CTS-SS
                  DELIMITED BY SIZE INTO WS-TS-NOW.
      *
           OPEN EXTEND RUN-STATE.
      *
           MOVE SPACES           TO RSTATE-REC.
           MOVE 'O'              TO RSTATE-TYPE.
           MOVE WS-CHECK-DATE    TO RSTATE-BUS-DATE.
           MOVE 'COBCAL01'       TO RSTATE-PGM.
           MOVE WS-TS-NOW        TO RSTATE-TS.
           MOVE WS-CHECK-DATE    TO RSTATE-KEY-DATE.
           MOVE ZERO             TO RSTATE-RETURN-CD.
           MOVE WS-RERUN         TO RSTATE-RERUN.
           WRITE RSTATE-REC.
      *
           IF WS-RUNST-STATUS NOT = '00'
              MOVE 'ERROR WRITING RUN STATE' TO WS-ERROR
              MOVE WS-RUNST-STATUS TO WS-FILE-STATUS
              DISPLAY 'COBCAL01 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           CLOSE RUN-STATE.
      *
           IF WS-RERUN = 'Y'
              DISPLAY 'COBCAL01 NIGHT OPENED FOR ' WS-CHECK-DATE
                      ' WITH THE RERUN OVERRIDE'
           ELSE
              DISPLAY 'COBCAL01 NIGHT OPENED FOR ' WS-CHECK-DATE
           END-IF.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBCAL01 - STOP'.
      *
           CLOSE CAL-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *

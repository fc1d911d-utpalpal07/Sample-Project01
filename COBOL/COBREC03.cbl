      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBREC03.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    COBEXP02'S REGISTER OF EVERY PAYROLL INTERFACE RECORD SENT
      *    (SEND DATE + COBCPY08).  IT IS ONLY EVER APPENDED TO, ONE
      *    BATCH AT A TIME IN RISING BATCH NUMBER, SO ITS DETAILS ARE
      *    ALREADY IN BATCH/SEQUENCE ORDER FOR THE MATCH.
           SELECT OPTIONAL REG-FILE ASSIGN TO SENTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
      *
      *    TONIGHT'S ACKNOWLEDGEMENT FILE FROM PAYROLL (COBCPY09).
      *    NOT EVERY NIGHT HAS ONE - A MISSING OR EMPTY FILE JUST
      *    MEANS NOTHING NEW CAME BACK, AND THE OVERDUE CHECK STILL
      *    RUNS.
           SELECT OPTIONAL ACK-INPUT ASSIGN TO ACKDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.
      *
      *    EVERY ACKNOWLEDGEMENT DETAIL EVER RECEIVED, BEHIND THE
      *    DATE ON ITS FILE'S HEADER.  PAYROLL CAN TAKE DAYS OVER A
      *    BATCH, SO THE MATCH IS ALWAYS AGAINST THE WHOLE HISTORY,
      *    NOT JUST TONIGHT'S FILE.  TONIGHT'S DETAILS ARE APPENDED
      *    ONCE - A FILE WHOSE DATE IS ALREADY ON THE HISTORY IS
      *    NOT ADDED A SECOND TIME ON A RERUN.
           SELECT OPTIONAL ACKH-FILE ASSIGN TO ACKHDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ACKH-STATUS.
      *
      *    CONTROL CARD - OPTIONAL RUN DATE (YYYY-MM-DD) FOR A
      *    PRIOR-DAY RERUN; THE OVERDUE CHECK COUNTS FROM IT.
           SELECT OPTIONAL CTL-CARD ASSIGN TO CTLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
      *
      *    BUSINESS-DAY CALENDAR (COBCPY12, MAINTAINED BY COBCAL02) -
      *    THE OVERDUE CHECK COUNTS ITS BUSINESS DAYS, SO A HOLIDAY
      *    DOES NOT EAT INTO PAYROLL'S TWO DAYS.  REQUIRED.
           SELECT CAL-FILE ASSIGN TO CALDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
      *
           SELECT PRT-OUTPUT ASSIGN TO PRTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PRINT.
      *
           SELECT SORT-WORK  ASSIGN TO SORTWK.
      *
      *    SHARED RUN-HISTORY LOG - ALSO WRITTEN BY COBBAT01, COBBAT02
      *    AND COBBAT03.  OPENED EXTEND (APPEND) WHEN IT ALREADY
      *    EXISTS, OTHERWISE CREATED FRESH ON THE FIRST EVER RUN.
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
       FILE SECTION.
       FD  REG-FILE   RECORDING MODE F.
       01  REGISTER-REC.
           05  REG-SEND-DATE      PIC X(10).
           05  FILLER             PIC X(01).
           05  REG-PAY-REC        PIC X(160).
      *
       FD  ACK-INPUT  RECORDING MODE F.
       01  ACK-REC                PIC X(80).
      *
      *    HISTORY LINE - ACK FILE DATE, THEN THE DETAIL AS RECEIVED.
       FD  ACKH-FILE  RECORDING MODE F.
       01  ACKHIST-REC.
           05  ACKH-FILE-DATE     PIC X(10).
           05  FILLER             PIC X(01).
           05  ACKH-ACK-REC       PIC X(80).
      *
       FD  CTL-CARD  RECORDING MODE F.
       01  CTL-REC.
           05  CTL-DATE       PIC X(10).
           05  FILLER         PIC X(70).
      *
       FD  PRT-OUTPUT RECORDING MODE F.
       01  PRINT-REC          PIC X(132).
      *
      *    EVERY ACKNOWLEDGEMENT, OLD AND NEW, IN THE REGISTER'S
      *    BATCH/SEQUENCE ORDER.  WITHIN ONE DETAIL THE LATEST FILE
      *    (THEN THE LATEST RECORD ON IT) SORTS LAST AND IS THE ONE
      *    THAT COUNTS - A DETAIL PAYROLL FIRST REJECTED AND THEN
      *    APPLIED IS APPLIED.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-BATCH-NO       PIC 9(06).
           05  SRT-SEQ            PIC 9(06).
           05  SRT-FILE-DATE      PIC X(10).
           05  SRT-ARRIVAL        PIC 9(08).
           05  SRT-TONIGHT        PIC X(01).
           05  SRT-ACK-REC        PIC X(80).
      *
       FD  AUDIT-LOG  RECORDING MODE F.
      *------------------
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
       01  BACKOUT-REC        PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-SORT-EOF        PIC X VALUE 'N'.
         05 WS-ACK-EOF         PIC X VALUE 'N'.
         05 WS-ACKH-EOF        PIC X VALUE 'N'.
         05 WS-CAL-EOF         PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-PRINT          PIC X(02) VALUE '00'.
      *
       01 WS-FS-ERROR.
          05 WS-ERROR            PIC X(30) VALUE SPACE.
          05 WS-FILE-STATUS      PIC X(02) VALUE SPACE.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
       01 WS-CTL-STATUS        PIC X(02) VALUE SPACES.
       01 WS-REG-STATUS        PIC X(02) VALUE SPACES.
       01 WS-ACK-STATUS        PIC X(02) VALUE SPACES.
       01 WS-ACKH-STATUS       PIC X(02) VALUE SPACES.
       01 WS-ACKH-OPEN-STATUS  PIC X(02) VALUE SPACES.
       01 WS-CAL-STATUS        PIC X(02) VALUE SPACES.
      *
      *    THE DATE THE OVERDUE CHECK IS MEASURED TO - TODAY, UNLESS
      *    THE CONTROL CARD NAMES A PRIOR DAY FOR A RERUN.
       01 WS-RUN-DATE          PIC X(10) VALUE SPACES.
       01 WS-RUN-ON-CALENDAR   PIC X(01) VALUE 'N'.
      *
      *    TONIGHT'S ACKNOWLEDGEMENT FILE, AS VERIFIED BEFORE USE.
       01 WS-ACK-FILE.
          05 WS-ACK-PRESENT     PIC X(01) VALUE 'N'.
          05 WS-ACK-FILE-DATE   PIC X(10) VALUE SPACES.
          05 WS-ACK-RECS-READ   PIC 9(08) VALUE ZERO.
          05 WS-ACK-DTL-COUNT   PIC 9(08) VALUE ZERO.
          05 WS-ACK-TRL-COUNT   PIC 9(08) VALUE ZERO.
          05 WS-ACK-TRL-SEEN    PIC X(01) VALUE 'N'.
      *
       01 WS-LAST-HIST-DATE    PIC X(10) VALUE SPACES.
       01 WS-ARRIVAL-SEQ       PIC 9(08) VALUE ZERO.
      *
      *    BATCHES ON THE REGISTER WITH NO TRAILER - A COBEXP02 RUN
      *    THAT DIED PART WAY THROUGH.  ITS RERUN SENT A NEW BATCH, SO
      *    PAYROLL NEVER RECEIVED THESE AND THEY ARE NOT CHASED.
       01 WS-INC-TABLE.
          05 WS-INC-MAX         PIC 9(04) COMP VALUE 500.
          05 WS-INC-USED        PIC 9(04) COMP VALUE ZERO.
          05 WS-INC-BATCH       PIC 9(06) OCCURS 500.
      *
       01 WS-INC-IDX            PIC 9(04) COMP VALUE ZERO.
       01 WS-INC-FOUND          PIC X(01) VALUE 'N'.
       01 WS-CUR-BATCH          PIC 9(06) VALUE ZERO.
       01 WS-CUR-TRAILER        PIC X(01) VALUE 'N'.
      *
      *    MATCH KEYS - BATCH NUMBER AND DETAIL SEQUENCE.  HIGH-VALUES
      *    MARKS A SIDE AS EXHAUSTED.
       01 WS-REG-KEY.
          05 WS-REG-KEY-BATCH   PIC 9(06).
          05 WS-REG-KEY-SEQ     PIC 9(06).
       01 WS-PREV-REG-KEY       PIC X(12) VALUE LOW-VALUES.
       01 WS-ACK-KEY.
          05 WS-ACK-KEY-BATCH   PIC 9(06).
          05 WS-ACK-KEY-SEQ     PIC 9(06).
      *
      *    THE REGISTER DETAIL IN HAND.
       01 WS-REG-SENT-DATE      PIC X(10) VALUE SPACES.
      *
      *    THE ACKNOWLEDGEMENT THAT COUNTS FOR THE CURRENT KEY (THE
      *    LAST OF ITS GROUP).
       01 WS-GRP-FILE-DATE      PIC X(10) VALUE SPACES.
       01 WS-GRP-TONIGHT        PIC X(01) VALUE 'N'.
      *
      *    BUSINESS DAYS SINCE A DETAIL WAS SENT - CALENDAR BUSINESS
      *    DAYS AFTER THE SEND DATE UP TO AND INCLUDING THE RUN DATE.
      *    ONLY "OVER THE LIMIT OR NOT" MATTERS, SO ONLY THE MOST
      *    RECENT BUSINESS DATES UP TO THE RUN DATE ARE KEPT, LATEST
      *    FIRST - A DETAIL SENT BEFORE ALL OF THEM IS OVERDUE.
       01 WS-OVERDUE-DAYS       PIC 9(02) VALUE 2.
       01 WS-BUSINESS-WORK.
          05 WS-RECENT-MAX      PIC 9(02) COMP VALUE 10.
          05 WS-RECENT-USED     PIC 9(02) COMP VALUE ZERO.
          05 WS-RECENT-DATE     PIC X(10) OCCURS 10.
          05 WS-RECENT-IDX      PIC 9(02) COMP VALUE ZERO.
          05 WS-BUSINESS-DAYS   PIC 9(04) VALUE ZERO.
      *
       01 WS-COUNTERS.
         05 WS-REG-READ         PIC 9(08) VALUE ZERO.
         05 WS-SENT-COUNT       PIC 9(08) VALUE ZERO.
         05 WS-INCOMPLETE-DTL   PIC 9(08) VALUE ZERO.
         05 WS-HIST-LOADED      PIC 9(08) VALUE ZERO.
         05 WS-TONIGHT-LOADED   PIC 9(08) VALUE ZERO.
         05 WS-SUPERSEDED       PIC 9(08) VALUE ZERO.
         05 WS-APPLIED-COUNT    PIC 9(08) VALUE ZERO.
         05 WS-REJECTED-NEW     PIC 9(08) VALUE ZERO.
         05 WS-REJECTED-OLD     PIC 9(08) VALUE ZERO.
         05 WS-AWAITING-COUNT   PIC 9(08) VALUE ZERO.
         05 WS-OVERDUE-COUNT    PIC 9(08) VALUE ZERO.
         05 WS-MISMATCH-COUNT   PIC 9(08) VALUE ZERO.
         05 WS-NOTSENT-COUNT    PIC 9(08) VALUE ZERO.
         05 WS-LISTED-COUNT     PIC 9(08) VALUE ZERO.
         05 WS-LINE-COUNT       PIC 9(04) VALUE ZERO.
         05 WS-PAGE-COUNT       PIC 9(04) VALUE ZERO.
      *
       01 WS-LINES-PER-PAGE    PIC 9(04) VALUE 40.
      *
       01 WS-HEADER-LINE1       PIC X(60)
          VALUE 'PAYROLL INTERFACE ACKNOWLEDGEMENT RECONCILIATION'.
      *
       01 WS-HEADER-PAGE-LINE.
          05 FILLER            PIC X(06) VALUE 'PAGE: '.
          05 WS-HDR-PAGE       PIC ZZZ9.
          05 FILLER            PIC X(09) VALUE '   AS OF '.
          05 WS-HDR-ASOF       PIC X(10).
          05 FILLER            PIC X(22)
             VALUE '   ACK FILE DATED     '.
          05 WS-HDR-ACK-DATE   PIC X(10).
      *
      *    FIELD WIDTHS AND GAPS MUST MIRROR WS-DETAIL-LINE BELOW SO
      *    EACH LABEL LINES UP WITH ITS DATA COLUMN.
       01 WS-COLUMN-HEADER.
          05 FILLER            PIC X(06) VALUE 'BATCH'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(06) VALUE 'SEQ'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'EMP NUM'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'SENT'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'ACK DATE'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(12) VALUE 'EXCEPTION'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(10) VALUE 'ACK EMP'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(04) VALUE 'RSN'.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 FILLER            PIC X(40) VALUE 'PAYROLL REASON'.
      *
       01 WS-DETAIL-LINE.
          05 WS-DTL-BATCH      PIC 9(06).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-SEQ        PIC 9(06).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-EMP-NUM    PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-SENT       PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-ACK-DATE   PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-EXCEPTION  PIC X(12).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-ACK-EMP    PIC X(10).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-REASON-CD  PIC X(04).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DTL-REASON     PIC X(40).
      *
       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL       PIC X(26).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-SUM-COUNT       PIC 9(08).
      *
      *    HISTORY LINE BUILT HERE SO THE '-' SEPARATOR IS
      *    ACTUALLY INITIALIZED.
       01 WS-ACKHIST-LINE.
          05 WS-ACKH-FILE-DATE  PIC X(10).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-ACKH-ACK-REC    PIC X(80).
      *
       01 WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
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
          05 WS-GRD-PGM          PIC X(08) VALUE 'COBREC03'.
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
       01 WS-CURRENT-TS-R REDEFINES WS-CURRENT-TIMESTAMP.
          05 WS-CTS-YYYY         PIC 9(04).
          05 WS-CTS-MM           PIC 9(02).
          05 WS-CTS-DD           PIC 9(02).
          05 WS-CTS-HH           PIC 9(02).
          05 WS-CTS-MIN          PIC 9(02).
          05 WS-CTS-SS           PIC 9(02).
          05 FILLER              PIC X(07).
      *
      *------------------
      *-C O P Y B O O K S -
      *------------------
        COPY COBCPY08.
        COPY COBCPY09.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-CONTROL SECTION.
       MAIN-START.
      *
           DISPLAY 'PROGRAM COBREC03 - START'.
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-START-TS.
      *
           PERFORM CHECK-RUN-STATE.
      *
           PERFORM GET-RUN-DATE.
           PERFORM VERIFY-ACK-FILE.
           PERFORM FIND-INCOMPLETE-BATCHES.
           PERFORM OPEN-FILES.
      *
           SORT SORT-WORK
                ON ASCENDING KEY SRT-BATCH-NO
                                 SRT-SEQ
                                 SRT-FILE-DATE
                                 SRT-ARRIVAL
                INPUT  PROCEDURE IS LOAD-ACKS
                OUTPUT PROCEDURE IS MATCH-ACKS.
      *
           PERFORM RECONCILIATION-SUMMARY.
           PERFORM CLOSE-STOP.
      *
       GET-RUN-DATE.
      *    THE NIGHT'S BUSINESS DATE, SET BY CHECK-RUN-STATE (TODAY
      *    WHEN NO NIGHT IS OPEN).  A DATE ON THE CONTROL CARD ONLY
      *    COUNTS WHEN THE RUN IS NOT GUARDED - ONCE COBCAL01 HAS
      *    OPENED A NIGHT, THAT NIGHT'S DATE IS THE ONE EVERYTHING IS
      *    CHECKED AGAINST AND STAMPED WITH.
           MOVE WS-GRD-KEY-DATE TO WS-RUN-DATE.
      *
           OPEN INPUT CTL-CARD.
      *
           IF WS-CTL-STATUS = '00'
              READ CTL-CARD
              END-READ
              IF WS-CTL-STATUS = '00' AND CTL-DATE NOT = SPACES
                 IF WS-GRD-BUS-DATE = SPACES
                    MOVE CTL-DATE TO WS-RUN-DATE
                                     WS-GRD-KEY-DATE
                 ELSE
                    IF CTL-DATE NOT = WS-GRD-BUS-DATE
                       DISPLAY 'COBREC03 CTLCARD DATE ' CTL-DATE
                               ' IGNORED - NIGHT OPEN FOR '
                               WS-GRD-BUS-DATE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
           CLOSE CTL-CARD.
      *
           DISPLAY 'COBREC03 RECONCILIATION DATE: ' WS-RUN-DATE.
      *
           PERFORM LOAD-RECENT-BUSINESS-DAYS.
      *
       LOAD-RECENT-BUSINESS-DAYS.
      *    THE CALENDAR IS IN DATE ORDER.  EACH BUSINESS DAY UP TO
      *    THE RUN DATE PUSHES THE OLDEST ONE KEPT OFF THE END.  A
      *    RUN DATE THE CALENDAR DOES NOT REACH CANNOT BE JUDGED AND
      *    ABENDS RATHER THAN CALL EVERYTHING OVERDUE OR NOTHING.
           OPEN INPUT CAL-FILE.
      *
           IF WS-CAL-STATUS NOT = '00'
              MOVE 'ERROR OPENING CALDD'        TO WS-ERROR
              MOVE WS-CAL-STATUS                TO WS-FILE-STATUS
              DISPLAY 'COBREC03 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM READ-CAL-FILE.
           PERFORM UNTIL WS-CAL-EOF = 'Y'
                      OR CAL-DATE > WS-RUN-DATE
              IF CAL-DATE = WS-RUN-DATE
                 MOVE 'Y' TO WS-RUN-ON-CALENDAR
              END-IF
              IF CAL-IS-BUSINESS-DAY
                 PERFORM KEEP-RECENT-BUSINESS-DAY
              END-IF
              PERFORM READ-CAL-FILE
           END-PERFORM.
      *
           CLOSE CAL-FILE.
      *
           IF WS-RUN-ON-CALENDAR NOT = 'Y'
              MOVE 'ERROR RUN DATE NOT ON CALENDAR' TO WS-ERROR
              DISPLAY 'COBREC03 ABEND - ' WS-ERROR ' ' WS-RUN-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       READ-CAL-FILE.
           READ CAL-FILE
           AT END MOVE 'Y' TO WS-CAL-EOF
           END-READ.
      *
       KEEP-RECENT-BUSINESS-DAY.
           IF WS-RECENT-USED < WS-RECENT-MAX
              ADD 1 TO WS-RECENT-USED
           END-IF.
      *
           PERFORM VARYING WS-RECENT-IDX FROM WS-RECENT-USED BY -1
                   UNTIL WS-RECENT-IDX < 2
              MOVE WS-RECENT-DATE(WS-RECENT-IDX - 1)
                                   TO WS-RECENT-DATE(WS-RECENT-IDX)
           END-PERFORM.
      *
           MOVE CAL-DATE TO WS-RECENT-DATE(1).
      *
       OPEN-FILES.
           OPEN INPUT  REG-FILE.
           OPEN OUTPUT PRT-OUTPUT.
           PERFORM WRITE-PAGE-HEADER.
           WRITE PRINT-REC FROM WS-COLUMN-HEADER
               AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBREC03 - STOP'.
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-STOP-TS.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM MARK-RUN-COMPLETE.
      *
           CLOSE REG-FILE.
           CLOSE PRT-OUTPUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
       VERIFY-ACK-FILE.
      *    TONIGHT'S FILE MUST START WITH PAYROLL'S HEADER AND ITS
      *    TRAILER COUNT MUST MATCH THE DETAILS ON IT - A TRUNCATED
      *    TRANSMISSION WOULD OTHERWISE LEAVE CHANGES LOOKING
      *    UNACKNOWLEDGED, OR BE ADDED TO THE HISTORY HALF-COMPLETE.
           MOVE 'N' TO WS-ACK-EOF.
           OPEN INPUT ACK-INPUT.
      *
           IF WS-ACK-STATUS = '00'
              PERFORM READ-ACK
              PERFORM UNTIL WS-ACK-EOF = 'Y'
                 ADD 1 TO WS-ACK-RECS-READ
                 MOVE ACK-REC TO COBCPY09
                 EVALUATE TRUE
                    WHEN WS-ACK-RECS-READ = 1
                       IF ACK-HEADER
                          MOVE ACK-HDR-DATE TO WS-ACK-FILE-DATE
                       ELSE
                          DISPLAY 'COBREC03 ACKDD HAS NO PAYROLL '
                                  'HEADER RECORD'
                          MOVE 12 TO RETURN-CODE
                          STOP RUN
                       END-IF
                    WHEN ACK-DETAIL
                       ADD 1 TO WS-ACK-DTL-COUNT
                    WHEN ACK-TRAILER
                       IF ACK-TRL-COUNT IS NUMERIC
                          ADD ACK-TRL-COUNT TO WS-ACK-TRL-COUNT
                          MOVE 'Y' TO WS-ACK-TRL-SEEN
                       END-IF
                 END-EVALUATE
                 PERFORM READ-ACK
              END-PERFORM
           END-IF.
      *
           CLOSE ACK-INPUT.
      *
           IF WS-ACK-RECS-READ = ZERO
              DISPLAY 'COBREC03 NO ACKNOWLEDGEMENT FILE TONIGHT'
              MOVE 'NONE'         TO WS-ACK-FILE-DATE
           ELSE
              MOVE 'Y' TO WS-ACK-PRESENT
              EVALUATE TRUE
                  WHEN WS-ACK-TRL-SEEN = 'N'
                     DISPLAY 'COBREC03 CONTROL-TOTAL CHECK FAILED - '
                             'NO PAYROLL TRAILER ON ACKDD'
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                  WHEN WS-ACK-TRL-COUNT NOT = WS-ACK-DTL-COUNT
                     DISPLAY 'COBREC03 CONTROL-TOTAL CHECK FAILED - '
                             'ACKDD TRAILER SAYS ' WS-ACK-TRL-COUNT
                             ' DETAILS, READ ' WS-ACK-DTL-COUNT
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
              END-EVALUATE
              DISPLAY 'COBREC03 ACK FILE DATED ' WS-ACK-FILE-DATE
                      ', DETAILS ' WS-ACK-DTL-COUNT
           END-IF.
      *
       READ-ACK.
           INITIALIZE ACK-REC.
      *
           READ ACK-INPUT
           AT END MOVE 'Y' TO WS-ACK-EOF
           END-READ.
      *
       FIND-INCOMPLETE-BATCHES.
      *    FIRST PASS OF THE REGISTER - NOTE EVERY BATCH WHOSE HEADER
      *    IS NOT FOLLOWED BY ITS TRAILER.
           MOVE 'N' TO LASTREC.
           OPEN INPUT REG-FILE.
      *
           IF WS-REG-STATUS = '00'
              PERFORM READ-REGISTER
              PERFORM UNTIL LASTREC = 'Y'
                 MOVE REG-PAY-REC TO COBCPY08
                 EVALUATE TRUE
                    WHEN PAY-HEADER
                       PERFORM CLOSE-OFF-BATCH
                       MOVE PAY-BATCH-NO TO WS-CUR-BATCH
                       MOVE 'N'          TO WS-CUR-TRAILER
                    WHEN PAY-TRAILER
                       MOVE 'Y'          TO WS-CUR-TRAILER
                 END-EVALUATE
                 PERFORM READ-REGISTER
              END-PERFORM
              PERFORM CLOSE-OFF-BATCH
           END-IF.
      *
           CLOSE REG-FILE.
           MOVE 'N' TO LASTREC.
      *
       CLOSE-OFF-BATCH.
           IF WS-CUR-BATCH > ZERO
          AND WS-CUR-TRAILER = 'N'
              IF WS-INC-USED >= WS-INC-MAX
                 DISPLAY 'COBREC03 ABEND - INCOMPLETE BATCH TABLE '
                         'FULL AT ' WS-INC-MAX
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-INC-USED
              MOVE WS-CUR-BATCH TO WS-INC-BATCH(WS-INC-USED)
              DISPLAY 'COBREC03 BATCH ' WS-CUR-BATCH
                      ' HAS NO TRAILER - NOT SENT, IGNORED'
           END-IF.
           MOVE ZERO TO WS-CUR-BATCH.
      *
       READ-REGISTER.
           INITIALIZE REGISTER-REC.
      *
           READ REG-FILE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       RECONCILIATION-SUMMARY.
           MOVE 'DETAILS SENT             :' TO WS-SUM-LABEL.
           MOVE WS-SENT-COUNT                TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 2.
           MOVE 'APPLIED BY PAYROLL       :' TO WS-SUM-LABEL.
           MOVE WS-APPLIED-COUNT             TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
           MOVE 'REJECTED TONIGHT         :' TO WS-SUM-LABEL.
           MOVE WS-REJECTED-NEW              TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
           MOVE 'REJECTED EARLIER         :' TO WS-SUM-LABEL.
           MOVE WS-REJECTED-OLD              TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
           MOVE 'AWAITING ACKNOWLEDGEMENT :' TO WS-SUM-LABEL.
           MOVE WS-AWAITING-COUNT            TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
           MOVE 'OVERDUE (LISTED)         :' TO WS-SUM-LABEL.
           MOVE WS-OVERDUE-COUNT             TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
           MOVE 'EMP-NUM MISMATCH         :' TO WS-SUM-LABEL.
           MOVE WS-MISMATCH-COUNT            TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
           MOVE 'ACKS FOR DETAILS NOT SENT:' TO WS-SUM-LABEL.
           MOVE WS-NOTSENT-COUNT             TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           DISPLAY '============================================'.
           DISPLAY 'COBREC03 ACKNOWLEDGEMENT RECONCILIATION SUMMARY'.
           DISPLAY '  ACK FILE DATE          : ' WS-ACK-FILE-DATE.
           DISPLAY '  ACKS LOADED TONIGHT    : ' WS-TONIGHT-LOADED.
           DISPLAY '  ACKS FROM HISTORY      : ' WS-HIST-LOADED.
           DISPLAY '  ACKS SUPERSEDED        : ' WS-SUPERSEDED.
           DISPLAY '  REGISTER RECORDS READ  : ' WS-REG-READ.
           DISPLAY '  INCOMPLETE BATCH DTLS  : ' WS-INCOMPLETE-DTL.
           DISPLAY '  DETAILS SENT           : ' WS-SENT-COUNT.
           DISPLAY '  APPLIED BY PAYROLL     : ' WS-APPLIED-COUNT.
           DISPLAY '  REJECTED TONIGHT       : ' WS-REJECTED-NEW.
           DISPLAY '  REJECTED EARLIER       : ' WS-REJECTED-OLD.
           DISPLAY '  AWAITING ACK           : ' WS-AWAITING-COUNT.
           DISPLAY '  OVERDUE                : ' WS-OVERDUE-COUNT.
           DISPLAY '  EMP-NUM MISMATCH       : ' WS-MISMATCH-COUNT.
           DISPLAY '  ACKS NOT SENT BY US    : ' WS-NOTSENT-COUNT.
           DISPLAY '============================================'.
      *
       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT    TO WS-HDR-PAGE.
           MOVE WS-RUN-DATE      TO WS-HDR-ASOF.
           MOVE WS-ACK-FILE-DATE TO WS-HDR-ACK-DATE.
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
       CAPTURE-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
      *
           STRING WS-CTS-YYYY '-' WS-CTS-MM  '-' WS-CTS-DD  '-'
                  WS-CTS-HH   '.' WS-CTS-MIN '.' WS-CTS-SS
                  DELIMITED BY SIZE INTO WS-TS-NOW.
      *
       WRITE-AUDIT-RECORD.
      *    APPEND TO AUDITDD IF IT ALREADY EXISTS, OTHERWISE CREATE
      *    IT (THE FIRST PROGRAM IN THE CHAIN TO RUN STARTS IT).
           OPEN INPUT AUDIT-LOG.
           MOVE WS-AUDIT-STATUS TO WS-AUDIT-OPEN-STATUS.
           CLOSE AUDIT-LOG.
      *
           IF WS-AUDIT-OPEN-STATUS = '00'
              OPEN EXTEND AUDIT-LOG
           ELSE
              OPEN OUTPUT AUDIT-LOG
           END-IF.
      *
           MOVE SPACES             TO AUDIT-REC
           MOVE 'COBREC03'         TO AUDIT-PGM
           MOVE WS-AUDIT-START-TS  TO AUDIT-START-TS
           MOVE WS-AUDIT-STOP-TS   TO AUDIT-STOP-TS
           MOVE WS-LISTED-COUNT    TO AUDIT-REC-COUNT
           MOVE WS-RETURN-CODE     TO AUDIT-RETURN-CD
           WRITE AUDIT-REC.
      *
           CLOSE AUDIT-LOG.
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
              DISPLAY 'COBREC03 NO NIGHT OPEN ON RUNSTDD - RUN IS NOT '
                      'GUARDED'
           ELSE
              DISPLAY 'COBREC03 BUSINESS DATE: ' WS-GRD-BUS-DATE
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
                          DISPLAY 'COBREC03 ABEND - OVER ' WS-GRD-MAX
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
      *    COMPLETED IS BEING RESTARTED - ITS ROWS ARE KEPT UNLESS THE
      *    OVERRIDE WAS GIVEN.
           IF WS-GRD-DONE = 'Y' AND WS-GRD-RERUN NOT = 'Y'
              DISPLAY 'COBREC03 ALREADY COMPLETED FOR ' WS-GRD-BUS-DATE
                      ' - NOT RUN AGAIN WITHOUT THE RERUN OVERRIDE'
              DISPLAY 'PROGRAM COBREC03 - STOP'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           IF WS-GRD-USED > ZERO AND WS-GRD-RERUN = 'Y'
              DISPLAY 'COBREC03 RERUN FOR ' WS-GRD-BUS-DATE
                      ' - BACKING OUT ' WS-GRD-USED ' EARLIER RUN(S)'
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
              DISPLAY 'COBREC03 ABEND - ERROR WRITING RUN STATE, '
                      'FILE STATUS ' WS-RUNST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           CLOSE RUN-STATE.
      *
       BACK-OUT-PRIOR-RUNS.
           PERFORM BACK-OUT-AUDIT-LOG.
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
                       DISPLAY 'COBREC03 ABEND - ERROR RESTORING '
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
           DISPLAY 'COBREC03 BACKED OUT ' WS-GRD-DROPPED
                   ' AUDITLOG ROW(S)'.
      *
       READ-AUDIT-LOG-BACKOUT.
           READ AUDIT-LOG
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
       OPEN-BACKOUT-WORK.
           OPEN OUTPUT BACKOUT-WORK.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBREC03 ABEND - ERROR OPENING BKOUTDD, FILE '
                      'STATUS ' WS-BKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       WRITE-BACKOUT-WORK.
           WRITE BACKOUT-REC.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBREC03 ABEND - ERROR WRITING BKOUTDD, FILE '
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
      *    SORT INPUT SIDE - THE HISTORY, THEN TONIGHT'S FILE.
      *--------------------------------------------------------
       LOAD-ACKS SECTION.
       LOAD-ACKS-START.
           PERFORM RELEASE-HISTORY.
      *
           IF WS-ACK-PRESENT = 'Y'
              IF WS-ACK-FILE-DATE > WS-LAST-HIST-DATE
                 PERFORM RELEASE-TONIGHT
              ELSE
                 DISPLAY 'COBREC03 ACK FILE DATED ' WS-ACK-FILE-DATE
                         ' ALREADY ON ACKHDD - NOT ADDED AGAIN'
              END-IF
           END-IF.
      *
       LOAD-ACKS-EX.
           EXIT.
      *
      *    PERFORMED HELPERS FOR THE INPUT SIDE - IN THEIR OWN
      *    SECTION SO THE SORT INPUT PROCEDURE ENDS AT
      *    LOAD-ACKS-EX INSTEAD OF FALLING THROUGH.
       LOAD-SUPPORT SECTION.
       RELEASE-HISTORY.
           MOVE 'N' TO WS-ACKH-EOF.
           OPEN INPUT ACKH-FILE.
           MOVE WS-ACKH-STATUS TO WS-ACKH-OPEN-STATUS.
      *
           IF WS-ACKH-OPEN-STATUS = '00'
              PERFORM READ-ACK-HISTORY
              PERFORM UNTIL WS-ACKH-EOF = 'Y'
                 IF ACKH-FILE-DATE > WS-LAST-HIST-DATE
                    MOVE ACKH-FILE-DATE TO WS-LAST-HIST-DATE
                 END-IF
                 MOVE ACKH-ACK-REC   TO COBCPY09
                 MOVE ACKH-FILE-DATE TO SRT-FILE-DATE
                 MOVE 'N'            TO SRT-TONIGHT
                 PERFORM RELEASE-ACK
                 ADD 1 TO WS-HIST-LOADED
                 PERFORM READ-ACK-HISTORY
              END-PERFORM
           END-IF.
      *
           CLOSE ACKH-FILE.
      *
       READ-ACK-HISTORY.
           INITIALIZE ACKHIST-REC.
      *
           READ ACKH-FILE
           AT END MOVE 'Y' TO WS-ACKH-EOF
           END-READ.
      *
       RELEASE-TONIGHT.
      *    EACH OF TONIGHT'S DETAILS GOES INTO THE SORT AND ONTO THE
      *    END OF THE HISTORY.
           IF WS-ACKH-OPEN-STATUS = '00'
              OPEN EXTEND ACKH-FILE
           ELSE
              OPEN OUTPUT ACKH-FILE
           END-IF.
      *
           MOVE 'N' TO WS-ACK-EOF.
           OPEN INPUT ACK-INPUT.
           PERFORM READ-ACK.
           PERFORM UNTIL WS-ACK-EOF = 'Y'
              MOVE ACK-REC TO COBCPY09
              IF ACK-DETAIL
                 MOVE WS-ACK-FILE-DATE TO SRT-FILE-DATE
                 MOVE 'Y'              TO SRT-TONIGHT
                 PERFORM RELEASE-ACK
                 ADD 1 TO WS-TONIGHT-LOADED
                 MOVE WS-ACK-FILE-DATE TO WS-ACKH-FILE-DATE
                 MOVE COBCPY09         TO WS-ACKH-ACK-REC
                 WRITE ACKHIST-REC   FROM WS-ACKHIST-LINE
                 IF WS-ACKH-STATUS NOT = '00'
                    MOVE 'ERROR IN WRITING ACKHDD'
                                              TO WS-ERROR
                    MOVE WS-ACKH-STATUS       TO WS-FILE-STATUS
                    DISPLAY 'COBREC03 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-ACK
           END-PERFORM.
      *
           CLOSE ACK-INPUT.
           CLOSE ACKH-FILE.
      *
       RELEASE-ACK.
           ADD 1 TO WS-ARRIVAL-SEQ.
           MOVE ACK-DTL-BATCH-NO TO SRT-BATCH-NO.
           MOVE ACK-DTL-SEQ      TO SRT-SEQ.
           MOVE WS-ARRIVAL-SEQ   TO SRT-ARRIVAL.
           MOVE COBCPY09         TO SRT-ACK-REC.
           RELEASE SORT-REC.
      *
      *--------------------------------------------------------
      *    SORT OUTPUT SIDE - MATCH AGAINST THE REGISTER.
      *--------------------------------------------------------
       MATCH-ACKS SECTION.
       MATCH-ACKS-START.
      *    BALANCED LINE ON BATCH/SEQUENCE.  REGISTER LOW = SENT BUT
      *    NOT ACKNOWLEDGED; EQUAL = ACKNOWLEDGED; ACK LOW = PAYROLL
      *    ACKNOWLEDGED SOMETHING WE NEVER SENT.
           PERFORM NEXT-REGISTER-DETAIL.
           PERFORM RETURN-SORTED.
           PERFORM NEXT-ACK-GROUP.
      *
           PERFORM UNTIL WS-REG-KEY = HIGH-VALUES
                     AND WS-ACK-KEY = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WS-REG-KEY < WS-ACK-KEY
                    PERFORM CHECK-UNACKNOWLEDGED
                    PERFORM NEXT-REGISTER-DETAIL
                 WHEN WS-REG-KEY = WS-ACK-KEY
                    PERFORM CHECK-ACKNOWLEDGED
                    PERFORM NEXT-REGISTER-DETAIL
                    PERFORM NEXT-ACK-GROUP
                 WHEN OTHER
                    PERFORM CHECK-NOT-SENT
                    PERFORM NEXT-ACK-GROUP
              END-EVALUATE
           END-PERFORM.
      *
       MATCH-ACKS-EX.
           EXIT.
      *
      *    PERFORMED HELPERS FOR THE OUTPUT SIDE - IN THEIR OWN
      *    SECTION SO THE SORT OUTPUT PROCEDURE ENDS AT
      *    MATCH-ACKS-EX INSTEAD OF FALLING THROUGH AND
      *    RE-EXECUTING EVERY PARAGRAPH BELOW.
       MATCH-SUPPORT SECTION.
       RETURN-SORTED.
           RETURN SORT-WORK
           AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
      *
       NEXT-ACK-GROUP.
      *    GATHER EVERY ACKNOWLEDGEMENT FOR THE NEXT DETAIL; THE LAST
      *    ONE (LATEST FILE) IS LEFT IN COBCPY09.
           IF WS-SORT-EOF = 'Y'
              MOVE HIGH-VALUES TO WS-ACK-KEY
           ELSE
              MOVE SRT-BATCH-NO TO WS-ACK-KEY-BATCH
              MOVE SRT-SEQ      TO WS-ACK-KEY-SEQ
              MOVE SRT-ACK-REC  TO COBCPY09
              MOVE SRT-FILE-DATE TO WS-GRP-FILE-DATE
              MOVE SRT-TONIGHT  TO WS-GRP-TONIGHT
              PERFORM RETURN-SORTED
              PERFORM UNTIL WS-SORT-EOF = 'Y'
                         OR SRT-BATCH-NO NOT = WS-ACK-KEY-BATCH
                         OR SRT-SEQ NOT = WS-ACK-KEY-SEQ
                 ADD 1 TO WS-SUPERSEDED
                 MOVE SRT-ACK-REC  TO COBCPY09
                 MOVE SRT-FILE-DATE TO WS-GRP-FILE-DATE
                 MOVE SRT-TONIGHT  TO WS-GRP-TONIGHT
                 PERFORM RETURN-SORTED
              END-PERFORM
           END-IF.
      *
       NEXT-REGISTER-DETAIL.
      *    NEXT DETAIL OF A COMPLETE BATCH, IN ASCENDING KEY ORDER -
      *    A REGISTER OUT OF SEQUENCE HAS BEEN TAMPERED WITH AND
      *    CANNOT BE RECONCILED.
           MOVE SPACES TO WS-REG-SENT-DATE.
           PERFORM READ-REGISTER.
           PERFORM UNTIL LASTREC = 'Y'
                      OR WS-REG-SENT-DATE NOT = SPACES
              ADD 1 TO WS-REG-READ
              MOVE REG-PAY-REC TO COBCPY08
              IF PAY-DETAIL
                 PERFORM CHECK-BATCH-COMPLETE
                 IF WS-INC-FOUND = 'Y'
                    ADD 1 TO WS-INCOMPLETE-DTL
                 ELSE
                    MOVE REG-SEND-DATE TO WS-REG-SENT-DATE
                 END-IF
              END-IF
              IF WS-REG-SENT-DATE = SPACES
                 PERFORM READ-REGISTER
              END-IF
           END-PERFORM.
      *
           IF WS-REG-SENT-DATE = SPACES
              MOVE HIGH-VALUES TO WS-REG-KEY
           ELSE
              ADD 1 TO WS-SENT-COUNT
              MOVE PAY-BATCH-NO TO WS-REG-KEY-BATCH
              MOVE PAY-DTL-SEQ  TO WS-REG-KEY-SEQ
              IF WS-REG-KEY NOT > WS-PREV-REG-KEY
                 DISPLAY 'COBREC03 SENTDD OUT OF SEQUENCE AT BATCH '
                         PAY-BATCH-NO ' SEQ ' PAY-DTL-SEQ
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-REG-KEY TO WS-PREV-REG-KEY
           END-IF.
      *
       CHECK-BATCH-COMPLETE.
           MOVE 'N' TO WS-INC-FOUND.
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                   UNTIL WS-INC-IDX > WS-INC-USED
                      OR WS-INC-FOUND = 'Y'
              IF WS-INC-BATCH(WS-INC-IDX) = PAY-BATCH-NO
                 MOVE 'Y' TO WS-INC-FOUND
              END-IF
           END-PERFORM.
      *
       CHECK-UNACKNOWLEDGED.
      *    NOTHING BACK FROM PAYROLL YET.  PAST THE BUSINESS-DAY
      *    LIMIT IT IS LISTED AS OVERDUE; INSIDE IT, JUST COUNTED.
           PERFORM COUNT-BUSINESS-DAYS.
      *
           IF WS-BUSINESS-DAYS > WS-OVERDUE-DAYS
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE SPACES             TO WS-DETAIL-LINE
              PERFORM MOVE-REGISTER-FIELDS
              MOVE 'OVERDUE'          TO WS-DTL-EXCEPTION
              PERFORM WRITE-DETAIL-LINE
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-AWAITING-COUNT
           END-IF.
      *
       CHECK-ACKNOWLEDGED.
      *    ONLY TONIGHT'S NEWS IS LISTED - A REJECTION OR A WRONG
      *    EMP-NUM FROM AN EARLIER FILE WAS LISTED THE NIGHT IT CAME.
           IF ACK-REJECTED
              IF WS-GRP-TONIGHT = 'Y'
                 ADD 1 TO WS-REJECTED-NEW
              ELSE
                 ADD 1 TO WS-REJECTED-OLD
              END-IF
           ELSE
              ADD 1 TO WS-APPLIED-COUNT
           END-IF.
      *
           IF WS-GRP-TONIGHT = 'Y'
              IF ACK-DTL-EMP-NUM NOT = PAY-DTL-EMP-NUM
                 ADD 1 TO WS-MISMATCH-COUNT
                 MOVE SPACES          TO WS-DETAIL-LINE
                 PERFORM MOVE-REGISTER-FIELDS
                 PERFORM MOVE-ACK-FIELDS
                 MOVE 'EMP MISMATCH'  TO WS-DTL-EXCEPTION
                 PERFORM WRITE-DETAIL-LINE
                 MOVE 8 TO WS-RETURN-CODE
              ELSE
                 IF ACK-REJECTED
                    MOVE SPACES       TO WS-DETAIL-LINE
                    PERFORM MOVE-REGISTER-FIELDS
                    PERFORM MOVE-ACK-FIELDS
                    MOVE 'REJECTED'   TO WS-DTL-EXCEPTION
                    PERFORM WRITE-DETAIL-LINE
                    MOVE 8 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF.
      *
       CHECK-NOT-SENT.
      *    PAYROLL QUOTED A BATCH/SEQUENCE WE HAVE NO RECORD OF
      *    SENDING.
           ADD 1 TO WS-NOTSENT-COUNT.
      *
           IF WS-GRP-TONIGHT = 'Y'
              MOVE SPACES             TO WS-DETAIL-LINE
              MOVE WS-ACK-KEY-BATCH   TO WS-DTL-BATCH
              MOVE WS-ACK-KEY-SEQ     TO WS-DTL-SEQ
              PERFORM MOVE-ACK-FIELDS
              MOVE 'NOT SENT'         TO WS-DTL-EXCEPTION
              PERFORM WRITE-DETAIL-LINE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.
      *
       MOVE-REGISTER-FIELDS.
           MOVE PAY-BATCH-NO          TO WS-DTL-BATCH.
           MOVE PAY-DTL-SEQ           TO WS-DTL-SEQ.
           MOVE PAY-DTL-EMP-NUM       TO WS-DTL-EMP-NUM.
           MOVE WS-REG-SENT-DATE      TO WS-DTL-SENT.
      *
       MOVE-ACK-FIELDS.
           MOVE WS-GRP-FILE-DATE      TO WS-DTL-ACK-DATE.
           MOVE ACK-DTL-EMP-NUM       TO WS-DTL-ACK-EMP.
           MOVE ACK-DTL-REASON-CD     TO WS-DTL-REASON-CD.
           MOVE ACK-DTL-REASON        TO WS-DTL-REASON.
      *
       COUNT-BUSINESS-DAYS.
      *    CALENDAR BUSINESS DAYS AFTER THE SEND DATE, UP TO THE RUN
      *    DATE - THE KEPT DATES ARE LATEST FIRST, SO COUNTING STOPS
      *    AT THE FIRST ONE ON OR BEFORE THE SEND DATE.
           MOVE ZERO TO WS-BUSINESS-DAYS.
      *
           PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1
                   UNTIL WS-RECENT-IDX > WS-RECENT-USED
                      OR WS-RECENT-DATE(WS-RECENT-IDX)
                                            <= WS-REG-SENT-DATE
              ADD 1 TO WS-BUSINESS-DAYS
           END-PERFORM.
      *
       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM WRITE-PAGE-HEADER
              WRITE PRINT-REC FROM WS-COLUMN-HEADER
                  AFTER ADVANCING 1
              ADD 1 TO WS-LINE-COUNT
           END-IF.
      *
           WRITE PRINT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-LISTED-COUNT.

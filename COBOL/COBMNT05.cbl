      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBMNT05.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    A COBMNT01 DECK (EMPKSDS CORRECTIONS) IN COBMNT01'S OWN
      *    TRANSACTION LAYOUT.  OPTIONAL - A RUN MAY STAGE AN EMPKSDS
      *    DECK, A DEPT.REFERENCE DECK, OR ONE OF EACH.
           SELECT OPTIONAL MNT01-DECK ASSIGN TO TRAN01DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TRAN01-STATUS.
      *
      *    A COBMNT04 DECK (DEPT.REFERENCE MAINTENANCE) IN COBMNT04'S
      *    OWN TRANSACTION LAYOUT.  OPTIONAL, AS ABOVE.
           SELECT OPTIONAL MNT04-DECK ASSIGN TO TRAN04DD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TRAN04-STATUS.
      *
      *    THE MAINTENANCE PENDING QUEUE (COBCPY06).  READ ONCE TO
      *    FIND THE LAST DECK NUMBER ISSUED, THEN APPENDED TO - EACH
      *    DECK STAGED HERE GETS THE NEXT NUMBER, WHICH IS WHAT THE
      *    CHECKER QUOTES ON THE COBMNT06 DECISION CARD.  OPTIONAL SO
      *    THE FIRST EVER RUN CAN CREATE IT.
           SELECT OPTIONAL PEND-QUEUE ASSIGN TO PENDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  MNT01-DECK RECORDING MODE F.
       01  MNT01-REC          PIC X(120).
      *
       FD  MNT04-DECK RECORDING MODE F.
       01  MNT04-REC          PIC X(80).
      *
       FD  PEND-QUEUE RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY06.
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-PEND-EOF        PIC X VALUE 'N'.
      *
       01 WS-TRAN01-STATUS     PIC X(02) VALUE SPACES.
       01 WS-TRAN04-STATUS     PIC X(02) VALUE SPACES.
       01 WS-PEND-STATUS       PIC X(02) VALUE SPACES.
       01 WS-PEND-OPEN-STATUS  PIC X(02) VALUE SPACES.
      *
       01 WS-FS-ERROR.
          05 WS-ERROR          PIC X(30) VALUE SPACE.
          05 WS-FILE-STATUS    PIC X(02) VALUE SPACE.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
       01 WS-MAKER             PIC X(08) VALUE SPACES.
      *
      *    DECK BEING STAGED - ITS NUMBER, TARGET PROGRAM, THE CARD
      *    SEQUENCE WITHIN IT AND THE CARD IMAGE ITSELF.
       01 WS-LAST-DECK-NO      PIC 9(06) VALUE ZERO.
       01 WS-DECK-NO           PIC 9(06) VALUE ZERO.
       01 WS-DECK-TARGET       PIC X(08) VALUE SPACES.
       01 WS-DECK-SEQ          PIC 9(05) VALUE ZERO.
       01 WS-DECK-CARD         PIC X(120) VALUE SPACES.
      *
      *    STAGING TOTALS FOR THE END-OF-RUN SUMMARY.
       01 WS-STG-COUNTS.
          05 WS-COUNT-MNT01     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-MNT04     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-BLANK     PIC 9(08) VALUE ZERO.
          05 WS-DECK-MNT01      PIC 9(06) VALUE ZERO.
          05 WS-DECK-MNT04      PIC 9(06) VALUE ZERO.
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
      *    EXEC PARM - THE SUBMITTER'S USER ID, PASSED AS &SYSUID.
      *    EVERY CARD STAGED BY THIS RUN IS STAMPED WITH IT AS THE
      *    MAKER, AND COBMNT06 WILL NOT LET THE SAME ID APPROVE IT.
      *    IT COMES FROM THE SYSTEM, NOT A CARD, SO NO ONE CAN STAGE
      *    UNDER ANOTHER ANALYST'S NAME.
       LINKAGE SECTION.
       01 PARM-AREA.
          05 PARM-LENGTH         PIC S9(04) COMP.
          05 PARM-USERID         PIC X(08).
      *
      *------------------
       PROCEDURE DIVISION USING PARM-AREA.
      *------------------
      *
           DISPLAY 'PROGRAM COBMNT05 - START'.
      *
           PERFORM GET-MAKER.
           PERFORM FIND-LAST-DECK-NO.
           PERFORM OPEN-PEND-QUEUE.
      *
           PERFORM STAGE-MNT01-DECK.
           PERFORM STAGE-MNT04-DECK.
      *
           IF WS-COUNT-MNT01 = ZERO AND WS-COUNT-MNT04 = ZERO
              DISPLAY 'COBMNT05 WARNING - NO TRANSACTIONS ON '
                      'TRAN01DD OR TRAN04DD, NOTHING STAGED'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.
      *
           PERFORM STAGING-SUMMARY.
           PERFORM CLOSE-STOP.
      *
       GET-MAKER.
      *    NO MAKER, NO STAGING - A CARD WITHOUT AN OWNER COULD BE
      *    APPROVED BY ANYONE, WHICH IS THE HOLE THIS QUEUE CLOSES.
           IF PARM-LENGTH > 8
              MOVE PARM-USERID TO WS-MAKER
           ELSE
              IF PARM-LENGTH > ZERO
                 MOVE PARM-USERID(1:PARM-LENGTH) TO WS-MAKER
              END-IF
           END-IF.
      *
           IF WS-MAKER = SPACES
              DISPLAY 'COBMNT05 CONTROL FAILURE - NO MAKER USER ID '
                      'IN THE EXEC PARM, NOTHING STAGED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       FIND-LAST-DECK-NO.
      *    DECK NUMBERS ARE ISSUED IN ASCENDING ORDER, SO THE HIGHEST
      *    ONE ON THE QUEUE IS THE LAST ONE ISSUED.  NO QUEUE YET
      *    MEANS THIS IS DECK 1.
           OPEN INPUT PEND-QUEUE.
           MOVE WS-PEND-STATUS TO WS-PEND-OPEN-STATUS.
      *
           IF WS-PEND-OPEN-STATUS = '00'
              PERFORM READ-PEND-QUEUE
              PERFORM UNTIL WS-PEND-EOF = 'Y'
                 IF PND-DECK-NO > WS-LAST-DECK-NO
                    MOVE PND-DECK-NO TO WS-LAST-DECK-NO
                 END-IF
                 PERFORM READ-PEND-QUEUE
              END-PERFORM
           END-IF.
      *
           CLOSE PEND-QUEUE.
           MOVE WS-LAST-DECK-NO TO WS-DECK-NO.
      *
       READ-PEND-QUEUE.
           READ PEND-QUEUE
           AT END MOVE 'Y' TO WS-PEND-EOF
           END-READ.
      *
       OPEN-PEND-QUEUE.
      *    APPEND WHEN THE QUEUE ALREADY EXISTS, OTHERWISE CREATE IT
      *    - SAME RULE THE AUDITLOG WRITERS USE.
           IF WS-PEND-OPEN-STATUS = '00'
              OPEN EXTEND PEND-QUEUE
           ELSE
              OPEN OUTPUT PEND-QUEUE
           END-IF.
      *
           IF WS-PEND-STATUS NOT = '00'
              MOVE 'ERROR OPENING PENDDD'       TO WS-ERROR
              MOVE WS-PEND-STATUS               TO WS-FILE-STATUS
              DISPLAY 'COBMNT05 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBMNT05 - STOP'.
      *
           CLOSE PEND-QUEUE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
       STAGE-MNT01-DECK.
      *    THE WHOLE TRAN01DD DECK BECOMES ONE QUEUE DECK, CARDS
      *    NUMBERED IN THE ORDER THEY WERE SUBMITTED - THE ORDER
      *    COBMNT01 WILL APPLY THEM IN.
           OPEN INPUT MNT01-DECK.
      *
           IF WS-TRAN01-STATUS = '00'
              MOVE 'COBMNT01' TO WS-DECK-TARGET
              MOVE ZERO       TO WS-DECK-SEQ
              MOVE SPACE      TO LASTREC
              PERFORM READ-MNT01-DECK
              PERFORM UNTIL LASTREC = 'Y'
                 IF MNT01-REC = SPACES
                    ADD 1 TO WS-COUNT-BLANK
                 ELSE
                    IF WS-DECK-SEQ = ZERO
                       ADD 1 TO WS-DECK-NO
                       MOVE WS-DECK-NO TO WS-DECK-MNT01
                    END-IF
                    MOVE MNT01-REC  TO WS-DECK-CARD
                    PERFORM WRITE-PEND-ENTRY
                    ADD 1 TO WS-COUNT-MNT01
                 END-IF
                 PERFORM READ-MNT01-DECK
              END-PERFORM
           END-IF.
      *
           CLOSE MNT01-DECK.
      *
       READ-MNT01-DECK.
           INITIALIZE MNT01-REC.
      *
           READ MNT01-DECK
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       STAGE-MNT04-DECK.
      *    SAME AGAIN FOR A TRAN04DD DECK, UNDER ITS OWN NUMBER SO
      *    THE TWO CAN BE DECIDED INDEPENDENTLY.
           OPEN INPUT MNT04-DECK.
      *
           IF WS-TRAN04-STATUS = '00'
              MOVE 'COBMNT04' TO WS-DECK-TARGET
              MOVE ZERO       TO WS-DECK-SEQ
              MOVE SPACE      TO LASTREC
              PERFORM READ-MNT04-DECK
              PERFORM UNTIL LASTREC = 'Y'
                 IF MNT04-REC = SPACES
                    ADD 1 TO WS-COUNT-BLANK
                 ELSE
                    IF WS-DECK-SEQ = ZERO
                       ADD 1 TO WS-DECK-NO
                       MOVE WS-DECK-NO TO WS-DECK-MNT04
                    END-IF
                    MOVE MNT04-REC  TO WS-DECK-CARD
                    PERFORM WRITE-PEND-ENTRY
                    ADD 1 TO WS-COUNT-MNT04
                 END-IF
                 PERFORM READ-MNT04-DECK
              END-PERFORM
           END-IF.
      *
           CLOSE MNT04-DECK.
      *
       READ-MNT04-DECK.
           INITIALIZE MNT04-REC.
      *
           READ MNT04-DECK
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       WRITE-PEND-ENTRY.
           ADD 1 TO WS-DECK-SEQ.
           PERFORM CAPTURE-TIMESTAMP.
      *
           MOVE SPACES          TO COBCPY06.
           MOVE WS-DECK-NO      TO PND-DECK-NO.
           MOVE WS-DECK-SEQ     TO PND-SEQ.
           MOVE WS-DECK-TARGET  TO PND-TARGET.
           MOVE 'P'             TO PND-STATUS.
           MOVE WS-MAKER        TO PND-MAKER.
           MOVE WS-TS-NOW       TO PND-STAGED-TS.
           MOVE WS-DECK-CARD    TO PND-TRAN.
           WRITE COBCPY06.
      *
           IF WS-PEND-STATUS NOT = '00'
              MOVE 'ERROR WRITING PENDDD'       TO WS-ERROR
              MOVE WS-PEND-STATUS               TO WS-FILE-STATUS
              DISPLAY 'COBMNT05 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       STAGING-SUMMARY.
      *    THE DECK NUMBERS ARE WHAT THE MAKER PASSES TO THE CHECKER.
           DISPLAY '============================================'.
           DISPLAY 'COBMNT05 STAGING SUMMARY'.
           DISPLAY '  MAKER USER ID          : ' WS-MAKER.
           DISPLAY '  COBMNT01 DECK NUMBER   : ' WS-DECK-MNT01.
           DISPLAY '  COBMNT01 CARDS STAGED  : ' WS-COUNT-MNT01.
           DISPLAY '  COBMNT04 DECK NUMBER   : ' WS-DECK-MNT04.
           DISPLAY '  COBMNT04 CARDS STAGED  : ' WS-COUNT-MNT04.
           DISPLAY '  BLANK CARDS SKIPPED    : ' WS-COUNT-BLANK.
           DISPLAY '============================================'.
      *
       CAPTURE-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
      *
           STRING WS-CTS-YYYY '-' WS-CTS-MM  '-' WS-CTS-DD  '-'
                  WS-CTS-HH   '.' WS-CTS-MIN '.' WS-CTS-SS
                  DELIMITED BY SIZE INTO WS-TS-NOW.
      *

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBMNT06.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DECISION CARDS - DECK NUMBER (COLS 1-6), CARD SEQUENCE
      *    WITHIN THE DECK (COLS 8-12, BLANK OR ZERO = THE WHOLE
      *    DECK), DECISION 'A' APPROVE / 'R' REJECT (COL 14) AND A
      *    NOTE (COLS 16-45, REQUIRED ON A REJECT SO THE MAKER KNOWS
      *    WHY).  AN EMPTY DECK OF CARDS JUST LISTS WHAT IS PENDING.
           SELECT DEC-INPUT  ASSIGN TO DECDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DEC-STATUS.
      *
      *    USER IDS ALLOWED TO APPROVE MAINTENANCE - USER ID (COLS
      *    1-8) AND THE MAINTENANCE PROGRAM IT MAY APPROVE FOR (COLS
      *    10-17, BLANK = ANY).  KEPT UNDER THE SAME ACCESS CONTROL
      *    AS THE LOAD LIBRARY, NOT BY THE ANALYSTS THEMSELVES.
           SELECT APPR-INPUT ASSIGN TO APPRDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-APPR-STATUS.
      *
      *    THE MAINTENANCE PENDING QUEUE (COBCPY06) STAGED BY
      *    COBMNT05 - OPENED I-O SO EACH DECIDED ENTRY IS REWRITTEN
      *    IN PLACE WITH ITS DECISION.
           SELECT PEND-QUEUE ASSIGN TO PENDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
      *
      *    DECISION CARDS THAT COULD NOT BE ACTED ON (BAD FORMAT, NO
      *    PENDING ENTRY, CHECKER IS THE MAKER, CHECKER NOT ALLOWED
      *    FOR THAT PROGRAM) GO HERE WITH A REASON.
           SELECT REJ-OUTPUT ASSIGN TO REJDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT.
      *
      *    DECISION LISTING - EVERY ENTRY DECIDED BY THIS RUN, THEN
      *    EVERY ENTRY STILL WAITING FOR A DECISION, WITH THE CARD
      *    IMAGE SO THE CHECKER REVIEWS WHAT WAS ACTUALLY KEYED.
           SELECT RPT-OUTPUT ASSIGN TO PRTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REPORT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DEC-INPUT  RECORDING MODE F.
       01  DEC-REC.
           05  DEC-DECK-NO        PIC X(06).
           05  FILLER             PIC X(01).
           05  DEC-SEQ            PIC X(05).
           05  FILLER             PIC X(01).
           05  DEC-ACTION         PIC X(01).
           05  FILLER             PIC X(01).
           05  DEC-NOTE           PIC X(30).
           05  FILLER             PIC X(35).
      *
       FD  APPR-INPUT RECORDING MODE F.
       01  APPR-REC.
           05  APR-USER           PIC X(08).
           05  FILLER             PIC X(01).
           05  APR-TARGET         PIC X(08).
           05  FILLER             PIC X(63).
      *
       FD  PEND-QUEUE RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY06.
      *
       FD  REJ-OUTPUT RECORDING MODE F.
       01  REJECT-REC         PIC X(80).
      *
       FD  RPT-OUTPUT RECORDING MODE F.
       01  REPORT-REC         PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-DEC-EOF         PIC X VALUE 'N'.
         05 WS-APPR-EOF        PIC X VALUE 'N'.
         05 WS-CARD-VALID      PIC X VALUE 'N'.
         05 WS-CHECKER-OK      PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-REJECT         PIC X(02) VALUE '00'.
             88 FS-REJECT-OK   VALUE '00'.
          05 FS-REPORT         PIC X(02) VALUE '00'.
             88 FS-REPORT-OK   VALUE '00'.
      *
       01 WS-DEC-STATUS        PIC X(02) VALUE SPACES.
       01 WS-APPR-STATUS       PIC X(02) VALUE SPACES.
       01 WS-PEND-STATUS       PIC X(02) VALUE SPACES.
      *
       01 WS-FS-ERROR.
          05 WS-ERROR          PIC X(30) VALUE SPACE.
          05 WS-FILE-STATUS    PIC X(02) VALUE SPACE.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
       01 WS-CHECKER           PIC X(08) VALUE SPACES.
       01 WS-REJECT-REASON     PIC X(30) VALUE SPACES.
      *
      *    THE PROGRAMS THIS CHECKER MAY APPROVE FOR, FROM APPRDD.
      *    A BLANK TARGET ON THE AUTHORITY CARD MEANS ANY PROGRAM.
       01 WS-AUTH-TABLE.
         05 WS-AUTH-MAX        PIC 9(04) COMP VALUE 50.
         05 WS-AUTH-USED       PIC 9(04) COMP VALUE ZERO.
         05 WS-AUTH-ENTRY OCCURS 50.
            10 WS-AUTH-TARGET  PIC X(08).
      *
       01 WS-AUTH-IDX          PIC 9(04) COMP VALUE ZERO.
       01 WS-AUTH-FOUND        PIC 9(04) COMP VALUE ZERO.
      *
      *    THE DECISION CARDS, HELD SO EACH QUEUE ENTRY CAN BE
      *    MATCHED AGAINST THEM IN ONE PASS OF THE QUEUE.  A CARD
      *    THAT TOUCHES NO PENDING ENTRY, OR IS REFUSED, IS REPORTED
      *    ON REJDD AFTER THE PASS.
       01 WS-DEC-TABLE.
         05 WS-DEC-MAX         PIC 9(04) COMP VALUE 500.
         05 WS-DEC-USED        PIC 9(04) COMP VALUE ZERO.
         05 WS-DEC-ENTRY OCCURS 500.
            10 WS-DEC-DECK-NO  PIC 9(06).
            10 WS-DEC-SEQ      PIC 9(05).
            10 WS-DEC-ACTION   PIC X(01).
            10 WS-DEC-NOTE     PIC X(30).
            10 WS-DEC-CARD     PIC X(45).
            10 WS-DEC-HITS     PIC 9(05) COMP.
            10 WS-DEC-REFUSED  PIC X(30).
      *
       01 WS-DEC-IDX           PIC 9(04) COMP VALUE ZERO.
       01 WS-DEC-FOUND         PIC 9(04) COMP VALUE ZERO.
      *
      *    DECISION TOTALS FOR THE END-OF-RUN SUMMARY.
       01 WS-DEC-COUNTS.
          05 WS-COUNT-CARDS     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-APPROVED  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-REJECTED  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-REFUSED   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-PENDING   PIC 9(08) VALUE ZERO.
      *
      *    REJECT LINE BUILT HERE SO THE '-' SEPARATOR VALUE IS
      *    ACTUALLY INITIALIZED - VALUE CLAUSES ON FILE SECTION DATA
      *    ITEMS ARE DOCUMENTARY ONLY.
       01 WS-REJECT-LINE.
          05 WS-REJ-CARD        PIC X(45).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-REJ-REASON      PIC X(30).
          05 FILLER             PIC X(04) VALUE SPACES.
      *
       01 WS-HEADER-LINE1       PIC X(60)
          VALUE 'MAINTENANCE APPROVAL REPORT'.
      *
       01 WS-SECTION-LINE       PIC X(60) VALUE SPACES.
      *
      *    FIELD WIDTHS AND GAPS MUST MIRROR WS-DETAIL-LINE BELOW SO
      *    EACH LABEL LINES UP WITH ITS DATA COLUMN.
       01 WS-COLUMN-HEADER.
          05 FILLER             PIC X(06) VALUE 'DECK'.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'SEQ'.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 FILLER             PIC X(08) VALUE 'PROGRAM'.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 FILLER             PIC X(01) VALUE 'S'.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 FILLER             PIC X(08) VALUE 'MAKER'.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 FILLER             PIC X(08) VALUE 'CHECKER'.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 FILLER             PIC X(90) VALUE 'TRANSACTION'.
      *
       01 WS-DETAIL-LINE.
          05 WS-DTL-DECK-NO     PIC 9(06).
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DTL-SEQ         PIC 9(05).
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DTL-TARGET      PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DTL-STATUS      PIC X(01).
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DTL-MAKER       PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DTL-CHECKER     PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DTL-TRAN        PIC X(90).
      *
       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL       PIC X(26).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-SUM-COUNT       PIC 9(08).
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
      *    EVERY DECISION MADE BY THIS RUN IS STAMPED WITH IT AS THE
      *    CHECKER.  IT COMES FROM THE SYSTEM, NOT A CARD, SO THE
      *    ANALYST WHO STAGED A DECK CANNOT APPROVE IT UNDER ANOTHER
      *    ID.
       LINKAGE SECTION.
       01 PARM-AREA.
          05 PARM-LENGTH         PIC S9(04) COMP.
          05 PARM-USERID         PIC X(08).
      *
      *------------------
       PROCEDURE DIVISION USING PARM-AREA.
      *------------------
      *
           DISPLAY 'PROGRAM COBMNT06 - START'.
      *
           PERFORM GET-CHECKER.
           PERFORM LOAD-AUTHORITY.
           PERFORM OPEN-FILES.
           PERFORM LOAD-DECISIONS.
      *
           MOVE 'ENTRIES DECIDED THIS RUN' TO WS-SECTION-LINE.
           PERFORM WRITE-PAGE-HEADER.
           PERFORM READ-PEND-QUEUE.
           PERFORM UNTIL LASTREC = 'Y'
              IF PND-PENDING
                 PERFORM DECIDE-ENTRY
              END-IF
              PERFORM READ-PEND-QUEUE
           END-PERFORM.
           CLOSE PEND-QUEUE.
      *
           PERFORM REPORT-UNUSED-CARDS.
           PERFORM LIST-STILL-PENDING.
           PERFORM DECISION-SUMMARY.
           PERFORM CLOSE-STOP.
      *
       GET-CHECKER.
           IF PARM-LENGTH > 8
              MOVE PARM-USERID TO WS-CHECKER
           ELSE
              IF PARM-LENGTH > ZERO
                 MOVE PARM-USERID(1:PARM-LENGTH) TO WS-CHECKER
              END-IF
           END-IF.
      *
           IF WS-CHECKER = SPACES
              DISPLAY 'COBMNT06 CONTROL FAILURE - NO CHECKER USER '
                      'ID IN THE EXEC PARM, NOTHING DECIDED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       LOAD-AUTHORITY.
      *    ONLY THIS CHECKER'S OWN AUTHORITY CARDS ARE KEPT.  NONE AT
      *    ALL MEANS THE ID MAY NOT APPROVE ANYTHING, AND THE RUN
      *    STOPS BEFORE THE QUEUE IS TOUCHED.
           OPEN INPUT APPR-INPUT.
      *
           IF WS-APPR-STATUS NOT = '00'
              DISPLAY 'COBMNT06 ABEND - APPROVER LIST MISSING, '
                      'FILE STATUS ' WS-APPR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM READ-APPR-INPUT
           PERFORM UNTIL WS-APPR-EOF = 'Y'
              IF APR-USER = WS-CHECKER
                 IF WS-AUTH-USED >= WS-AUTH-MAX
                    DISPLAY 'COBMNT06 ABEND - APPROVER AUTHORITY '
                            'TABLE FULL AT ' WS-AUTH-MAX
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-AUTH-USED
                 MOVE APR-TARGET TO WS-AUTH-TARGET(WS-AUTH-USED)
              END-IF
              PERFORM READ-APPR-INPUT
           END-PERFORM.
      *
           CLOSE APPR-INPUT.
      *
           IF WS-AUTH-USED = ZERO
              DISPLAY 'COBMNT06 CONTROL FAILURE - ' WS-CHECKER
                      ' IS NOT AN AUTHORIZED CHECKER, NOTHING '
                      'DECIDED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       READ-APPR-INPUT.
           INITIALIZE APPR-REC.
      *
           READ APPR-INPUT
           AT END MOVE 'Y' TO WS-APPR-EOF
           END-READ.
      *
       OPEN-FILES.
           OPEN I-O    PEND-QUEUE.
      *
           IF WS-PEND-STATUS NOT = '00'
              MOVE 'ERROR OPENING PENDDD'       TO WS-ERROR
              MOVE WS-PEND-STATUS               TO WS-FILE-STATUS
              DISPLAY 'COBMNT06 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           OPEN OUTPUT REJ-OUTPUT.
      *
           IF FS-REJECT-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING REJDD'        TO WS-ERROR
              MOVE FS-REJECT                    TO WS-FILE-STATUS
              DISPLAY 'COBMNT06 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           OPEN OUTPUT RPT-OUTPUT.
      *
           IF FS-REPORT-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING PRTDD'        TO WS-ERROR
              MOVE FS-REPORT                    TO WS-FILE-STATUS
              DISPLAY 'COBMNT06 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBMNT06 - STOP'.
      *
           CLOSE REJ-OUTPUT.
           CLOSE RPT-OUTPUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
       LOAD-DECISIONS.
      *    A CARD THAT CANNOT BE READ AS A DECISION IS REFUSED HERE
      *    AND NEVER MATCHED - A MISKEYED DECK NUMBER MUST NOT
      *    APPROVE SOMEBODY ELSE'S DECK.
           OPEN INPUT DEC-INPUT.
      *
           IF WS-DEC-STATUS NOT = '00'
              DISPLAY 'COBMNT06 - NO DECISION CARDS ON DECDD, '
                      'LISTING PENDING ENTRIES ONLY'
           ELSE
              PERFORM READ-DEC-INPUT
              PERFORM UNTIL WS-DEC-EOF = 'Y'
                 IF DEC-REC NOT = SPACES
                    ADD 1 TO WS-COUNT-CARDS
                    PERFORM VALIDATE-DECISION
                    IF WS-CARD-VALID = 'Y'
                       PERFORM ADD-DECISION
                    ELSE
                       MOVE DEC-REC(1:45) TO WS-REJ-CARD
                       PERFORM WRITE-REJECT
                    END-IF
                 END-IF
                 PERFORM READ-DEC-INPUT
              END-PERFORM
              CLOSE DEC-INPUT
           END-IF.
      *
       READ-DEC-INPUT.
           INITIALIZE DEC-REC.
      *
           READ DEC-INPUT
           AT END MOVE 'Y' TO WS-DEC-EOF
           END-READ.
      *
       VALIDATE-DECISION.
           MOVE 'N' TO WS-CARD-VALID.
      *
           EVALUATE TRUE
               WHEN DEC-DECK-NO IS NOT NUMERIC
                  MOVE 'DECK NUMBER NOT NUMERIC'
                                            TO WS-REJECT-REASON
               WHEN DEC-SEQ NOT = SPACES
                AND DEC-SEQ IS NOT NUMERIC
                  MOVE 'SEQUENCE NOT NUMERIC'
                                            TO WS-REJECT-REASON
               WHEN DEC-ACTION NOT = 'A' AND DEC-ACTION NOT = 'R'
                  MOVE 'DECISION MUST BE A OR R'
                                            TO WS-REJECT-REASON
               WHEN DEC-ACTION = 'R' AND DEC-NOTE = SPACES
                  MOVE 'REJECT NEEDS A NOTE'
                                            TO WS-REJECT-REASON
               WHEN OTHER
                  MOVE 'Y' TO WS-CARD-VALID
           END-EVALUATE.
      *
       ADD-DECISION.
           IF WS-DEC-USED >= WS-DEC-MAX
              DISPLAY 'COBMNT06 ABEND - DECISION TABLE FULL AT '
                      WS-DEC-MAX
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           ADD 1 TO WS-DEC-USED.
           MOVE DEC-DECK-NO     TO WS-DEC-DECK-NO(WS-DEC-USED).
           IF DEC-SEQ = SPACES
              MOVE ZERO         TO WS-DEC-SEQ(WS-DEC-USED)
           ELSE
              MOVE DEC-SEQ      TO WS-DEC-SEQ(WS-DEC-USED)
           END-IF.
           MOVE DEC-ACTION      TO WS-DEC-ACTION(WS-DEC-USED).
           MOVE DEC-NOTE        TO WS-DEC-NOTE(WS-DEC-USED).
           MOVE DEC-REC(1:45)   TO WS-DEC-CARD(WS-DEC-USED).
           MOVE ZERO            TO WS-DEC-HITS(WS-DEC-USED).
           MOVE SPACES          TO WS-DEC-REFUSED(WS-DEC-USED).
      *
       READ-PEND-QUEUE.
           READ PEND-QUEUE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       DECIDE-ENTRY.
      *    A CARD FOR THIS ONE ENTRY BEATS A WHOLE-DECK CARD, SO A
      *    CHECKER CAN APPROVE A DECK BUT REJECT ONE CARD OUT OF IT.
           PERFORM FIND-DECISION.
      *
           IF WS-DEC-FOUND > ZERO
              PERFORM CHECK-CHECKER
              IF WS-CHECKER-OK = 'Y'
                 PERFORM APPLY-DECISION
              ELSE
                 MOVE WS-REJECT-REASON TO
                      WS-DEC-REFUSED(WS-DEC-FOUND)
              END-IF
           END-IF.
      *
       FIND-DECISION.
           MOVE ZERO TO WS-DEC-FOUND.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-USED
                      OR WS-DEC-FOUND > ZERO
              IF WS-DEC-DECK-NO(WS-DEC-IDX) = PND-DECK-NO
             AND WS-DEC-SEQ(WS-DEC-IDX)     = PND-SEQ
                 MOVE WS-DEC-IDX TO WS-DEC-FOUND
              END-IF
           END-PERFORM.
      *
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-USED
                      OR WS-DEC-FOUND > ZERO
              IF WS-DEC-DECK-NO(WS-DEC-IDX) = PND-DECK-NO
             AND WS-DEC-SEQ(WS-DEC-IDX)     = ZERO
                 MOVE WS-DEC-IDX TO WS-DEC-FOUND
              END-IF
           END-PERFORM.
      *
       CHECK-CHECKER.
      *    THE WHOLE POINT OF THE QUEUE - NOBODY APPROVES THEIR OWN
      *    CHANGE, AND NOBODY APPROVES FOR A FILE THEY HAVE NOT BEEN
      *    GIVEN AUTHORITY OVER.
           MOVE 'N' TO WS-CHECKER-OK.
      *
           IF PND-MAKER = WS-CHECKER
              MOVE 'CHECKER IS THE MAKER'  TO WS-REJECT-REASON
           ELSE
              MOVE ZERO TO WS-AUTH-FOUND
              PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                      UNTIL WS-AUTH-IDX > WS-AUTH-USED
                         OR WS-AUTH-FOUND > ZERO
                 IF WS-AUTH-TARGET(WS-AUTH-IDX) = PND-TARGET
                 OR WS-AUTH-TARGET(WS-AUTH-IDX) = SPACES
                    MOVE WS-AUTH-IDX TO WS-AUTH-FOUND
                 END-IF
              END-PERFORM
              IF WS-AUTH-FOUND > ZERO
                 MOVE 'Y' TO WS-CHECKER-OK
              ELSE
                 MOVE 'CHECKER NOT AUTHORIZED'
                                           TO WS-REJECT-REASON
              END-IF
           END-IF.
      *
       APPLY-DECISION.
           PERFORM CAPTURE-TIMESTAMP.
      *
           MOVE WS-DEC-ACTION(WS-DEC-FOUND) TO PND-STATUS.
           MOVE WS-CHECKER                  TO PND-CHECKER.
           MOVE WS-TS-NOW                   TO PND-DECIDED-TS.
           MOVE WS-DEC-NOTE(WS-DEC-FOUND)   TO PND-DECISION-NOTE.
           REWRITE COBCPY06.
      *
           IF WS-PEND-STATUS NOT = '00'
              MOVE 'ERROR REWRITING PENDDD'     TO WS-ERROR
              MOVE WS-PEND-STATUS               TO WS-FILE-STATUS
              DISPLAY 'COBMNT06 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           ADD 1 TO WS-DEC-HITS(WS-DEC-FOUND).
           IF PND-APPROVED
              ADD 1 TO WS-COUNT-APPROVED
           ELSE
              ADD 1 TO WS-COUNT-REJECTED
           END-IF.
      *
           PERFORM WRITE-ENTRY-LINE.
      *
       REPORT-UNUSED-CARDS.
      *    A CARD THAT WAS REFUSED, OR THAT MATCHED NOTHING STILL
      *    PENDING (WRONG DECK, OR ALREADY DECIDED), IS REPORTED SO
      *    THE CHECKER DOES NOT ASSUME IT TOOK EFFECT.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-USED
              IF WS-DEC-REFUSED(WS-DEC-IDX) NOT = SPACES
                 MOVE WS-DEC-REFUSED(WS-DEC-IDX) TO WS-REJECT-REASON
                 MOVE WS-DEC-CARD(WS-DEC-IDX)    TO WS-REJ-CARD
                 PERFORM WRITE-REJECT
              ELSE
                 IF WS-DEC-HITS(WS-DEC-IDX) = ZERO
                    MOVE 'NO PENDING ENTRY FOR CARD'
                                            TO WS-REJECT-REASON
                    MOVE WS-DEC-CARD(WS-DEC-IDX) TO WS-REJ-CARD
                    PERFORM WRITE-REJECT
                 END-IF
              END-IF
           END-PERFORM.
      *
       LIST-STILL-PENDING.
      *    SECOND PASS, READ ONLY - WHAT IS LEFT FOR THE NEXT
      *    CHECKER TO LOOK AT.
           MOVE 'ENTRIES STILL PENDING'    TO WS-SECTION-LINE.
           PERFORM WRITE-PAGE-HEADER.
      *
           OPEN INPUT PEND-QUEUE.
           MOVE SPACE TO LASTREC.
           PERFORM READ-PEND-QUEUE.
           PERFORM UNTIL LASTREC = 'Y'
              IF PND-PENDING
                 ADD 1 TO WS-COUNT-PENDING
                 PERFORM WRITE-ENTRY-LINE
              END-IF
              PERFORM READ-PEND-QUEUE
           END-PERFORM.
           CLOSE PEND-QUEUE.
      *
       WRITE-ENTRY-LINE.
           MOVE PND-DECK-NO    TO WS-DTL-DECK-NO.
           MOVE PND-SEQ        TO WS-DTL-SEQ.
           MOVE PND-TARGET     TO WS-DTL-TARGET.
           MOVE PND-STATUS     TO WS-DTL-STATUS.
           MOVE PND-MAKER      TO WS-DTL-MAKER.
           MOVE PND-CHECKER    TO WS-DTL-CHECKER.
           MOVE PND-TRAN(1:90) TO WS-DTL-TRAN.
      *
           WRITE REPORT-REC FROM WS-DETAIL-LINE
               AFTER ADVANCING 1.
      *
       WRITE-PAGE-HEADER.
           WRITE REPORT-REC FROM WS-HEADER-LINE1
               AFTER ADVANCING PAGE.
           WRITE REPORT-REC FROM WS-SECTION-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
               AFTER ADVANCING 1.
           WRITE REPORT-REC FROM WS-COLUMN-HEADER
               AFTER ADVANCING 1.
      *
       WRITE-REJECT.
           MOVE WS-REJECT-REASON      TO WS-REJ-REASON.
           WRITE REJECT-REC     FROM WS-REJECT-LINE.
           ADD 1 TO WS-COUNT-REFUSED.
      *
      *    A REFUSED CARD MEANS THE CHECKER'S INTENT DID NOT TAKE
      *    EFFECT - FLAG THE STEP RC, THE SAME CONVENTION THE
      *    MAINTENANCE PROGRAMS USE FOR THEIR REJECTS.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
       DECISION-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
               AFTER ADVANCING 2.
      *
           MOVE 'DECISION CARDS READ      :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-CARDS               TO WS-SUM-COUNT.
           WRITE REPORT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'ENTRIES APPROVED         :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-APPROVED            TO WS-SUM-COUNT.
           WRITE REPORT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'ENTRIES REJECTED         :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-REJECTED            TO WS-SUM-COUNT.
           WRITE REPORT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'CARDS REFUSED            :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-REFUSED             TO WS-SUM-COUNT.
           WRITE REPORT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'ENTRIES STILL PENDING    :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-PENDING             TO WS-SUM-COUNT.
           WRITE REPORT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           DISPLAY '============================================'.
           DISPLAY 'COBMNT06 DECISION SUMMARY'.
           DISPLAY '  CHECKER USER ID        : ' WS-CHECKER.
           DISPLAY '  DECISION CARDS READ    : ' WS-COUNT-CARDS.
           DISPLAY '  ENTRIES APPROVED       : ' WS-COUNT-APPROVED.
           DISPLAY '  ENTRIES REJECTED       : ' WS-COUNT-REJECTED.
           DISPLAY '  CARDS REFUSED          : ' WS-COUNT-REFUSED.
           DISPLAY '  ENTRIES STILL PENDING  : ' WS-COUNT-PENDING.
           DISPLAY '============================================'.
      *
       CAPTURE-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
      *
           STRING WS-CTS-YYYY '-' WS-CTS-MM  '-' WS-CTS-DD  '-'
                  WS-CTS-HH   '.' WS-CTS-MIN '.' WS-CTS-SS
                  DELIMITED BY SIZE INTO WS-TS-NOW.
      *

      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE MAINTENANCE PENDING QUEUE (COBCPY06).  DEPARTMENT
      *    MAINTENANCE DECKS ARE STAGED THERE BY COBMNT05 UNDER THE
      *    ANALYST'S USER ID AND APPROVED OR REJECTED BY A SECOND
      *    PERSON WITH COBMNT06 - ONLY ENTRIES FOR THIS PROGRAM THAT
      *    HAVE BEEN APPROVED ARE APPLIED.  READ ONCE TO APPLY THEM,
      *    THEN, ONLY AFTER THE REFERENCE FILE HAS BEEN REWRITTEN,
      *    READ AGAIN I-O TO MARK EACH ONE APPLIED OR FAILED.
           SELECT PEND-QUEUE ASSIGN TO PENDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-TRAN.
      *
      *
      *    TRANSACTIONS THAT CONFLICT WITH THE FILE (ADD FOR AN
      *    EXISTING CODE, CHANGE/INACTIVATE FOR A MISSING ONE, A BAD
      *    EFFECTIVE DATE, A CODE STILL IN TONIGHT'S INPUT, OR A
      *    PARENT LINK THAT BREAKS THE DEPARTMENT/DIVISION/REGION
      *    HIERARCHY) ARE ROUTED HERE WITH A REASON INSTEAD OF BEING
      *    HALF-APPLIED.
           SELECT REJ-OUTPUT ASSIGN TO REJDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT.
      *
      *    BEFORE-IMAGE/AFTER-IMAGE AUDIT TRAIL - ONE RECORD PER
      *    APPLIED TRANSACTION, SAME IDEA AS COBMNT01'S AUDIMGDD,
      *    CARRYING THE MAKER AND CHECKER USER IDS THE SAME WAY.
      *    OPENED EXTEND SO THE TRAIL ACCUMULATES ACROSS RUNS.
           SELECT OPTIONAL IMG-OUTPUT ASSIGN TO AUDIMGDD
           ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PEND-QUEUE RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY06.
      *
      *    SAME ROW LAYOUT COBBAT01'S DEPT-INPUT READS.  LEVEL ' ' OR
      *    'D' IS A DEPARTMENT, 'V' A DIVISION, 'R' A REGION; PARENT
      *    IS THE DIVISION A DEPARTMENT ROLLS UP TO, OR THE REGION A
      *    DIVISION ROLLS UP TO (BLANK = NOT YET ASSIGNED).
       FD  DEPT-FILE  RECORDING MODE F.
       01  DEPT-REC.
           05  DEPT-REF-CODE      PIC X(05).
           05  DEPT-REF-ACTIVE    PIC X(01).
           05  DEPT-REF-EFF-DATE  PIC X(08).
           05  DEPT-REF-SUCC      PIC X(05).
           05  DEPT-REF-LEVEL     PIC X(01).
           05  DEPT-REF-PARENT    PIC X(05).
           05  FILLER             PIC X(35).
      *
       FD  INP-INPUT  RECORDING MODE F.
       01  INPUT-REC.
       01  REJECT-REC         PIC X(80).
      *
       FD  IMG-OUTPUT RECORDING MODE F.
       01  IMAGE-REC          PIC X(131).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
      *
       01 WS-REJECT-REASON     PIC X(30) VALUE SPACES.
      *
      *    THE APPROVED TRANSACTION CARD, TAKEN OUT OF THE QUEUE
      *    ENTRY - ACTION CODE 'A' (ADD), 'C' (CHANGE) OR 'I'
      *    (INACTIVATE) IN COLUMN 1, THEN THE DEPT.REFERENCE FIELDS
      *    (CODE, NAME, ACTIVE FLAG, EFFECTIVE DATE).  ON AN
      *    INACTIVATE ONLY THE CODE NEED BE FILLED IN.  THE LEVEL
      *    AND PARENT (COLS 41-46) PLACE THE ROW IN THE HIERARCHY;
      *    '*NONE' AS THE PARENT ON A CHANGE DETACHES THE ROW.
       01 TRAN-REC.
          05 TRN-ACTION         PIC X(01).
          05 TRN-DEPT.
             10 TRN-CODE        PIC X(05).
             10 TRN-NAME        PIC X(20).
             10 TRN-ACTIVE      PIC X(01).
             10 TRN-EFF-DATE    PIC X(08).
      *       SUCCESSOR CODE A RETIRED DEPARTMENT REMAPS TO IN
      *       COBBAT01 - OPTIONAL, NORMALLY KEYED ON THE
      *       INACTIVATE THAT RETIRES THE CODE.
             10 TRN-SUCC        PIC X(05).
             10 TRN-LEVEL       PIC X(01).
             10 TRN-PARENT      PIC X(05).
          05 FILLER             PIC X(34).
      *
      *    OUTCOME OF EACH APPROVED ENTRY, IN QUEUE ORDER - 'X'
      *    APPLIED OR 'F' FAILED - HELD UNTIL THE REFERENCE FILE IS
      *    SAFELY REWRITTEN AND THEN STAMPED BACK ONTO THE QUEUE.
       01 WS-TRAN-REJECTED     PIC X(01) VALUE 'N'.
       01 WS-OUTCOME-TABLE.
         05 WS-OUTCOME-MAX     PIC 9(04) COMP VALUE 2000.
         05 WS-OUTCOME-USED    PIC 9(04) COMP VALUE ZERO.
         05 WS-OUTCOME-ENTRY OCCURS 2000.
            10 WS-OUTCOME      PIC X(01).
      *
       01 WS-OUTCOME-IDX       PIC 9(04) COMP VALUE ZERO.
      *
      *    IN-CORE COPY OF THE REFERENCE FILE, MAINTAINED IN PLACE BY
      *    THE TRANSACTIONS AND WRITTEN BACK AT END OF RUN.  SAME
      *    LIMIT COBBAT01'S VALIDATION TABLE USES.
               15 WS-DEPT-ACTIVE  PIC X(01).
               15 WS-DEPT-EFF     PIC X(08).
               15 WS-DEPT-SUCC    PIC X(05).
               15 WS-DEPT-LEVEL   PIC X(01).
               15 WS-DEPT-PARENT  PIC X(05).
      *
       01 WS-DEPT-IDX          PIC 9(04) COMP VALUE ZERO.
       01 WS-DEPT-FOUND        PIC 9(04) COMP VALUE ZERO.
       01 WS-SUCC-CODE         PIC X(05) VALUE SPACES.
       01 WS-SUCC-VALID        PIC X(01) VALUE 'N'.
      *
      *    HIERARCHY VALIDATION STATE - THE LEVEL AND PARENT THE ROW
      *    WILL CARRY ONCE THE CARD IS APPLIED, THE REASON IT CANNOT
      *    (SPACES WHEN IT CAN), AND THE PARENT-CHAIN WALK USED TO
      *    REFUSE A CIRCULAR LINK.
       01 WS-NEW-LEVEL         PIC X(01) VALUE SPACE.
       01 WS-OLD-LEVEL         PIC X(01) VALUE SPACE.
       01 WS-NEW-PARENT        PIC X(05) VALUE SPACES.
       01 WS-HIER-REASON       PIC X(30) VALUE SPACES.
       01 WS-PAR-IDX           PIC 9(04) COMP VALUE ZERO.
       01 WS-PAR-FOUND         PIC 9(04) COMP VALUE ZERO.
       01 WS-PAR-CODE          PIC X(05) VALUE SPACES.
       01 WS-PAR-LEVEL         PIC X(01) VALUE SPACE.
       01 WS-WALK-CODE         PIC X(05) VALUE SPACES.
       01 WS-WALK-STEPS        PIC 9(04) COMP VALUE ZERO.
       01 WS-CHILD-FOUND       PIC 9(04) COMP VALUE ZERO.
      *
      *    DISTINCT DEPARTMENT CODES SEEN IN TONIGHT'S COBBAT01
      *    INPUT, FOR THE INACTIVATE SAFETY CHECK.
       01 WS-USED-TABLE.
      *    TRANSACTION TOTALS FOR THE END-OF-RUN SUMMARY.
       01 WS-MNT-COUNTS.
          05 WS-COUNT-TRANS     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-QUEUED    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-ADDS      PIC 9(08) VALUE ZERO.
          05 WS-COUNT-CHANGES   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-INACT     PIC 9(08) VALUE ZERO.
      *    ACTUALLY INITIALIZED - VALUE CLAUSES ON FILE SECTION DATA
      *    ITEMS ARE DOCUMENTARY ONLY.
       01 WS-REJECT-LINE.
          05 WS-REJ-TRAN        PIC X(46).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-REJ-REASON      PIC X(30).
          05 FILLER             PIC X(03) VALUE SPACES.
      *
      *    BEFORE/AFTER AUDIT LINE - ACTION, WHEN IT WAS APPLIED, THE
      *    ROW AS IT STOOD BEFORE (SPACES ON AN ADD) AND AS IT STANDS
      *    AFTER, THEN THE MAKER AND CHECKER USER IDS.
       01 WS-IMAGE-LINE.
          05 WS-IMG-ACTION      PIC X(01).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-TS          PIC X(19).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-BEFORE      PIC X(45).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-AFTER       PIC X(45).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-MAKER       PIC X(08).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-CHECKER     PIC X(08).
      *
       01 WS-TS-NOW             PIC X(19) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP  PIC X(21) VALUE SPACES.
           PERFORM OPEN-FILES.
           PERFORM READ-TRANSACTION.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-QUEUED
              IF PND-TARGET = 'COBMNT04' AND PND-APPROVED
                 ADD 1 TO WS-COUNT-TRANS
                 MOVE PND-TRAN TO TRAN-REC
                 MOVE 'N'      TO WS-TRAN-REJECTED
                 PERFORM APPLY-TRANSACTION
                 PERFORM NOTE-OUTCOME
              END-IF
              PERFORM READ-TRANSACTION
           END-PERFORM.
           PERFORM REWRITE-DEPT-FILE.
           PERFORM MARK-QUEUE-ENTRIES.
           PERFORM MAINTENANCE-SUMMARY.
           PERFORM CLOSE-STOP.
      *
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-DEPT-USED
                 MOVE DEPT-REC(1:45)   TO
                      WS-DEPT-ROW(WS-DEPT-USED)
              END-IF
              PERFORM READ-DEPT-FILE
           END-PERFORM.
      *
       OPEN-FILES.
           OPEN INPUT  PEND-QUEUE.
      *
           IF FS-TRAN-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING PENDDD'       TO WS-ERROR
              MOVE FS-TRAN                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT04 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           OPEN OUTPUT REJ-OUTPUT.
           OPEN EXTEND IMG-OUTPUT.
      *
      *
           DISPLAY 'PROGRAM COBMNT04 - STOP'.
      *
           CLOSE REJ-OUTPUT.
           CLOSE IMG-OUTPUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
       READ-TRANSACTION.
           READ PEND-QUEUE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       NOTE-OUTCOME.
           IF WS-OUTCOME-USED >= WS-OUTCOME-MAX
              DISPLAY 'COBMNT04 ABEND - APPROVED ENTRY TABLE '
                      'FULL AT ' WS-OUTCOME-MAX
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           ADD 1 TO WS-OUTCOME-USED.
           IF WS-TRAN-REJECTED = 'Y'
              MOVE 'F' TO WS-OUTCOME(WS-OUTCOME-USED)
           ELSE
              MOVE 'X' TO WS-OUTCOME(WS-OUTCOME-USED)
           END-IF.
      *
       MARK-QUEUE-ENTRIES.
      *    SECOND PASS OVER THE QUEUE, NOW THE REFERENCE FILE IS
      *    SAFELY WRITTEN.  THE SAME ENTRIES COME BACK IN THE SAME
      *    ORDER, SO THE NTH APPROVED ENTRY TAKES THE NTH OUTCOME.
      *    AN ABEND BEFORE THE REFERENCE FILE IS REWRITTEN LEAVES
      *    THEM ALL APPROVED, AND A RERUN APPLIES THE WHOLE SET AGAIN
      *    AGAINST THE UNCHANGED FILE.
           CLOSE PEND-QUEUE.
           OPEN I-O PEND-QUEUE.
      *
           IF FS-TRAN-OK
              CONTINUE
           ELSE
              MOVE 'ERROR REOPENING PENDDD'     TO WS-ERROR
              MOVE FS-TRAN                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT04 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           MOVE ZERO  TO WS-OUTCOME-IDX.
           MOVE SPACE TO LASTREC.
           PERFORM READ-TRANSACTION.
           PERFORM UNTIL LASTREC = 'Y'
              IF PND-TARGET = 'COBMNT04' AND PND-APPROVED
                 ADD 1 TO WS-OUTCOME-IDX
                 MOVE WS-OUTCOME(WS-OUTCOME-IDX) TO PND-STATUS
                 PERFORM CAPTURE-TIMESTAMP
                 MOVE WS-TS-NOW TO PND-APPLIED-TS
                 REWRITE COBCPY06
                 IF FS-TRAN-OK
                    CONTINUE
                 ELSE
                    MOVE 'ERROR REWRITING PENDDD' TO WS-ERROR
                    MOVE FS-TRAN                  TO WS-FILE-STATUS
                    DISPLAY 'COBMNT04 ABEND - ' WS-ERROR
                            ' FILE STATUS ' WS-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-TRANSACTION
           END-PERFORM.
      *
           CLOSE PEND-QUEUE.
      *
       APPLY-TRANSACTION.
      *    EVERY ACTION STARTS WITH A TABLE LOOKUP SO CONFLICTS ARE
               WHEN OTHER
                  PERFORM VALIDATE-EFF-DATE
                  PERFORM VALIDATE-SUCCESSOR
      *           A BLANK LEVEL ON AN ADD MEANS A DEPARTMENT.
                  IF TRN-LEVEL = SPACE
                     MOVE 'D'        TO WS-NEW-LEVEL
                  ELSE
                     MOVE TRN-LEVEL  TO WS-NEW-LEVEL
                  END-IF
                  MOVE WS-NEW-LEVEL  TO WS-OLD-LEVEL
                  MOVE TRN-PARENT    TO WS-NEW-PARENT
                  PERFORM VALIDATE-HIERARCHY
                  EVALUATE TRUE
                      WHEN WS-DATE-VALID = 'N'
                         MOVE 'INVALID EFFECTIVE DATE'
                         MOVE 'UNKNOWN SUCCESSOR CODE'
                                            TO WS-REJECT-REASON
                         PERFORM WRITE-REJECT
                      WHEN WS-HIER-REASON NOT = SPACES
                         MOVE WS-HIER-REASON TO WS-REJECT-REASON
                         PERFORM WRITE-REJECT
                      WHEN OTHER
                         PERFORM ADD-DEPT-ENTRY
                  END-EVALUATE
           END-IF.
           MOVE TRN-EFF-DATE    TO WS-DEPT-EFF(WS-DEPT-USED).
           MOVE TRN-SUCC        TO WS-DEPT-SUCC(WS-DEPT-USED).
           MOVE WS-NEW-LEVEL    TO WS-DEPT-LEVEL(WS-DEPT-USED).
           MOVE WS-NEW-PARENT   TO WS-DEPT-PARENT(WS-DEPT-USED).
      *
           MOVE WS-DEPT-ROW(WS-DEPT-USED) TO WS-IMG-AFTER.
           PERFORM WRITE-IMAGE.
                     PERFORM VALIDATE-EFF-DATE
                  END-IF
                  PERFORM VALIDATE-SUCCESSOR
                  PERFORM SET-CHANGE-HIERARCHY
                  EVALUATE TRUE
                      WHEN WS-DATE-VALID = 'N'
                         MOVE 'INVALID EFFECTIVE DATE'
                         MOVE 'UNKNOWN SUCCESSOR CODE'
                                            TO WS-REJECT-REASON
                         PERFORM WRITE-REJECT
                      WHEN WS-HIER-REASON NOT = SPACES
                         MOVE WS-HIER-REASON TO WS-REJECT-REASON
                         PERFORM WRITE-REJECT
                      WHEN OTHER
                         PERFORM CHANGE-DEPT-ENTRY
                  END-EVALUATE
           IF TRN-SUCC NOT = SPACES
              MOVE TRN-SUCC     TO WS-DEPT-SUCC(WS-DEPT-FOUND)
           END-IF.
           IF TRN-LEVEL NOT = SPACE
           OR TRN-PARENT NOT = SPACES
              MOVE WS-NEW-LEVEL  TO WS-DEPT-LEVEL(WS-DEPT-FOUND)
              MOVE WS-NEW-PARENT TO WS-DEPT-PARENT(WS-DEPT-FOUND)
           END-IF.
      *
           MOVE WS-DEPT-ROW(WS-DEPT-FOUND) TO WS-IMG-AFTER.
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-COUNT-CHANGES.
      *
       SET-CHANGE-HIERARCHY.
      *    A CHANGE ONLY TOUCHES THE HIERARCHY WHEN IT KEYS A LEVEL
      *    OR A PARENT - A NAME OR DATE CORRECTION ON A ROW WHOSE
      *    PARENT HAS SINCE BEEN RETIRED MUST STILL GO THROUGH.
      *    BLANK KEEPS THE CURRENT VALUE; '*NONE' CLEARS THE PARENT.
           MOVE SPACES TO WS-HIER-REASON.
      *
           IF WS-DEPT-LEVEL(WS-DEPT-FOUND) = SPACE
              MOVE 'D' TO WS-OLD-LEVEL
           ELSE
              MOVE WS-DEPT-LEVEL(WS-DEPT-FOUND) TO WS-OLD-LEVEL
           END-IF.
      *
           IF TRN-LEVEL NOT = SPACE
           OR TRN-PARENT NOT = SPACES
              IF TRN-LEVEL = SPACE
                 MOVE WS-OLD-LEVEL TO WS-NEW-LEVEL
              ELSE
                 MOVE TRN-LEVEL    TO WS-NEW-LEVEL
              END-IF
              EVALUATE TRN-PARENT
                  WHEN SPACES
                     MOVE WS-DEPT-PARENT(WS-DEPT-FOUND)
                                       TO WS-NEW-PARENT
                  WHEN '*NONE'
                     MOVE SPACES       TO WS-NEW-PARENT
                  WHEN OTHER
                     MOVE TRN-PARENT   TO WS-NEW-PARENT
              END-EVALUATE
              PERFORM VALIDATE-HIERARCHY
           END-IF.
      *
       APPLY-INACTIVATE.
      *    A CODE STILL IN TONIGHT'S INPUT MAY ONLY BE INACTIVATED
      *    ALREADY ON THE ROW) - COBBAT01 THEN REMAPS THE EMPLOYEES
      *    INSTEAD OF REJECTING THEM, WHICH IS EXACTLY THE REORG
      *    FLOW.  WITHOUT A SUCCESSOR THE IN-USE CHECK STILL
      *    REFUSES, AS BEFORE.  A DIVISION OR REGION IS ONLY RETIRED
      *    ONCE NOTHING ACTIVE ROLLS UP TO IT - ITS DEPARTMENTS MUST
      *    BE MOVED FIRST, OR THE REPORTS WOULD TOTAL THEM UNDER A
      *    RETIRED CODE.
           PERFORM FIND-ACTIVE-CHILD.
      *
           EVALUATE TRUE
               WHEN WS-DEPT-FOUND = ZERO
                  MOVE 'INACTIVATE FOR MISSING CODE'
                  MOVE 'DEPT CODE ALREADY INACTIVE'
                                            TO WS-REJECT-REASON
                  PERFORM WRITE-REJECT
               WHEN WS-CHILD-FOUND > ZERO
                  MOVE 'ACTIVE ROWS STILL UNDER CODE'
                                            TO WS-REJECT-REASON
                  PERFORM WRITE-REJECT
               WHEN OTHER
                  PERFORM VALIDATE-SUCCESSOR
                  EVALUATE TRUE
      *    A DIFFERENT, ACTIVE DEPARTMENT ALREADY ON THE FILE -
      *    COBBAT01 WILL ONLY REMAP ONE HOP ONTO AN ACTIVE CODE, SO
      *    ANYTHING ELSE ON THE FILE WOULD JUST MOVE THE REJECTS.
      *    A DIVISION OR REGION ROW IS NEVER A VALID SUCCESSOR.
           MOVE 'Y' TO WS-SUCC-VALID.
      *
           IF TRN-SUCC = SPACES
              OR WS-SUCC-CODE = TRN-CODE
              OR WS-DEPT-ACTIVE(WS-SUCC-FOUND) NOT = 'A'
                 MOVE 'N' TO WS-SUCC-VALID
              ELSE
                 IF WS-DEPT-LEVEL(WS-SUCC-FOUND) NOT = SPACE
                AND WS-DEPT-LEVEL(WS-SUCC-FOUND) NOT = 'D'
                    MOVE 'N' TO WS-SUCC-VALID
                 END-IF
              END-IF
           END-IF.
      *
       VALIDATE-HIERARCHY.
      *    THE ROW'S LEVEL MUST BE D, V OR R.  A REGION HAS NO
      *    PARENT; A DEPARTMENT'S PARENT MUST BE AN ACTIVE DIVISION
      *    AND A DIVISION'S AN ACTIVE REGION, ALREADY ON THE FILE.
      *    A LEVEL MAY NOT CHANGE WHILE OTHER ROWS STILL NAME THE
      *    CODE AS THEIR PARENT.  FINALLY THE PARENT CHAIN IS WALKED
      *    UPWARD AND MUST NEVER COME BACK TO THIS CODE.
           MOVE SPACES TO WS-HIER-REASON.
      *
           IF WS-NEW-LEVEL NOT = 'D'
          AND WS-NEW-LEVEL NOT = 'V'
          AND WS-NEW-LEVEL NOT = 'R'
              MOVE 'INVALID LEVEL CODE'    TO WS-HIER-REASON
           END-IF.
      *
           IF WS-HIER-REASON = SPACES
          AND WS-NEW-LEVEL NOT = WS-OLD-LEVEL
              PERFORM FIND-ANY-CHILD
              IF WS-CHILD-FOUND > ZERO
                 MOVE 'LEVEL CHANGE, ROWS UNDER CODE'
                                           TO WS-HIER-REASON
              END-IF
           END-IF.
      *
           IF WS-HIER-REASON = SPACES
          AND WS-NEW-PARENT NOT = SPACES
              EVALUATE TRUE
                  WHEN WS-NEW-LEVEL = 'R'
                     MOVE 'REGION CANNOT HAVE A PARENT'
                                           TO WS-HIER-REASON
                  WHEN WS-NEW-PARENT = TRN-CODE
                     MOVE 'CIRCULAR PARENT LINK'
                                           TO WS-HIER-REASON
                  WHEN OTHER
                     PERFORM VALIDATE-PARENT
              END-EVALUATE
           END-IF.
      *
       VALIDATE-PARENT.
           MOVE WS-NEW-PARENT TO WS-PAR-CODE.
           PERFORM FIND-PARENT-ENTRY.
      *
           IF WS-PAR-FOUND = ZERO
              MOVE 'UNKNOWN PARENT CODE'       TO WS-HIER-REASON
           ELSE
              IF WS-DEPT-LEVEL(WS-PAR-FOUND) = SPACE
                 MOVE 'D' TO WS-PAR-LEVEL
              ELSE
                 MOVE WS-DEPT-LEVEL(WS-PAR-FOUND) TO WS-PAR-LEVEL
              END-IF
              EVALUATE TRUE
                  WHEN WS-DEPT-ACTIVE(WS-PAR-FOUND) NOT = 'A'
                     MOVE 'PARENT CODE NOT ACTIVE'
                                           TO WS-HIER-REASON
                  WHEN WS-NEW-LEVEL = 'D' AND WS-PAR-LEVEL NOT = 'V'
                     MOVE 'DEPT PARENT MUST BE DIVISION'
                                           TO WS-HIER-REASON
                  WHEN WS-NEW-LEVEL = 'V' AND WS-PAR-LEVEL NOT = 'R'
                     MOVE 'DIVISION PARENT MUST BE REGION'
                                           TO WS-HIER-REASON
                  WHEN OTHER
                     PERFORM CHECK-PARENT-CYCLE
              END-EVALUATE
           END-IF.
      *
       CHECK-PARENT-CYCLE.
      *    FOLLOW PARENT LINKS UP FROM THE PROPOSED PARENT.  REACHING
      *    THIS CODE AGAIN IS A CYCLE; SO IS A CHAIN LONGER THAN THE
      *    FILE HAS ROWS, WHICH CAN ONLY MEAN A LOOP ALREADY ON IT.
           MOVE WS-NEW-PARENT TO WS-WALK-CODE.
           MOVE ZERO          TO WS-WALK-STEPS.
      *
           PERFORM UNTIL WS-WALK-CODE = SPACES
                      OR WS-HIER-REASON NOT = SPACES
              ADD 1 TO WS-WALK-STEPS
              IF WS-WALK-CODE = TRN-CODE
              OR WS-WALK-STEPS > WS-DEPT-USED
                 MOVE 'CIRCULAR PARENT LINK'   TO WS-HIER-REASON
              ELSE
                 MOVE WS-WALK-CODE TO WS-PAR-CODE
                 PERFORM FIND-PARENT-ENTRY
                 IF WS-PAR-FOUND = ZERO
                    MOVE SPACES TO WS-WALK-CODE
                 ELSE
                    MOVE WS-DEPT-PARENT(WS-PAR-FOUND) TO WS-WALK-CODE
                 END-IF
              END-IF
           END-PERFORM.
      *
       FIND-PARENT-ENTRY.
           MOVE ZERO TO WS-PAR-FOUND.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-DEPT-USED
                      OR WS-PAR-FOUND > ZERO
              IF WS-DEPT-CODE(WS-PAR-IDX) = WS-PAR-CODE
                 MOVE WS-PAR-IDX TO WS-PAR-FOUND
              END-IF
           END-PERFORM.
      *
       FIND-ANY-CHILD.
           MOVE ZERO TO WS-CHILD-FOUND.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-DEPT-USED
                      OR WS-CHILD-FOUND > ZERO
              IF WS-DEPT-PARENT(WS-PAR-IDX) = TRN-CODE
                 MOVE WS-PAR-IDX TO WS-CHILD-FOUND
              END-IF
           END-PERFORM.
      *
       FIND-ACTIVE-CHILD.
           MOVE ZERO TO WS-CHILD-FOUND.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-DEPT-USED
                      OR WS-CHILD-FOUND > ZERO
              IF WS-DEPT-PARENT(WS-PAR-IDX) = TRN-CODE
             AND WS-DEPT-ACTIVE(WS-PAR-IDX) = 'A'
                 MOVE WS-PAR-IDX TO WS-CHILD-FOUND
              END-IF
           END-PERFORM.
      *
       VALIDATE-EFF-DATE.
      *    YYYYMMDD - EVERY PIECE NUMERIC, A REAL MONTH AND A DAY
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-USED
              MOVE SPACES                   TO DEPT-REC
              MOVE WS-DEPT-ROW(WS-DEPT-IDX) TO DEPT-REC(1:45)
              WRITE DEPT-REC
           END-PERFORM.
      *
           MOVE TRN-ACTION TO WS-IMG-ACTION.
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW  TO WS-IMG-TS.
           MOVE PND-MAKER   TO WS-IMG-MAKER.
           MOVE PND-CHECKER TO WS-IMG-CHECKER.
           WRITE IMAGE-REC      FROM WS-IMAGE-LINE.
      *
           IF FS-IMAGE-OK
           END-IF.
      *
       WRITE-REJECT.
           MOVE TRAN-REC(1:46)        TO WS-REJ-TRAN.
           MOVE WS-REJECT-REASON      TO WS-REJ-REASON.
           WRITE REJECT-REC     FROM WS-REJECT-LINE.
           ADD 1 TO WS-COUNT-REJECTS.
           MOVE 'Y' TO WS-TRAN-REJECTED.
      *
      *    A REJECTED TRANSACTION MEANS THE REQUEST AND THE FILE
      *    DISAGREE - FLAG THE STEP RC SO OPERATIONS FOLLOWS UP, THE
       MAINTENANCE-SUMMARY.
           DISPLAY '============================================'.
           DISPLAY 'COBMNT04 MAINTENANCE SUMMARY'.
           DISPLAY '  QUEUE ENTRIES READ     : ' WS-COUNT-QUEUED.
           DISPLAY '  APPROVED FOR COBMNT04  : ' WS-COUNT-TRANS.
           DISPLAY '  ADDS APPLIED           : ' WS-COUNT-ADDS.
           DISPLAY '  CHANGES APPLIED        : ' WS-COUNT-CHANGES.
           DISPLAY '  INACTIVATIONS APPLIED  : ' WS-COUNT-INACT.

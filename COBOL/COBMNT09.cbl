      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBMNT09.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BUDGET DECK - ONE CARD PER DEPARTMENT AND FISCAL PERIOD
      *    FINANCE HAS PUBLISHED OR REVISED:
      *      COL  1      ACTION - 'A' ADD, 'C' CHANGE, 'D' DELETE
      *      COLS  2-6   DEPARTMENT CODE
      *      COLS  8-14  FISCAL PERIOD YYYY-QN
      *      COLS 16-22  APPROVED FTE, TWO IMPLIED DECIMALS
      *                  (0001250 = 12.50)
      *      COLS 24-28  OPEN REQUISITIONS
      *    BLANK FIGURES ON A CHANGE KEEP THE CURRENT VALUE; A DELETE
      *    NEEDS ONLY THE CODE AND PERIOD.
           SELECT CRD-INPUT  ASSIGN TO CARDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CARD.
      *
      *    THE HEADCOUNT BUDGET FILE ITSELF (COBCPY14).  LOADED WHOLE
      *    AT START-UP, REWRITTEN IN DEPARTMENT/PERIOD ORDER FROM THE
      *    MAINTAINED TABLE ONLY WHEN EVERY CARD HAS BEEN APPLIED OR
      *    REJECTED, SO AN ABEND MID-RUN NEVER LEAVES A HALF-
      *    MAINTAINED FILE BEHIND.  OPTIONAL SO A BUDDD THAT IS NOT
      *    THERE (STATUS 05) STARTS FROM AN EMPTY TABLE, AS AN EMPTY
      *    FILE DOES; ANY OTHER OPEN FAILURE STOPS THE RUN.
           SELECT OPTIONAL BUD-FILE ASSIGN TO BUDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BUD-STATUS.
      *
      *    DEPT.REFERENCE - A BUDGET IS ONLY TAKEN FOR A CODE THAT IS
      *    ON IT, ACTIVE, AND A DEPARTMENT (NOT A DIVISION OR REGION
      *    ROW), SO THE VARIANCE REPORT NEVER CARRIES A BUDGET NO
      *    EMPLOYEE CAN BE COUNTED AGAINST.
           SELECT DEPT-FILE  ASSIGN TO DEPTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DEPT-STATUS.
      *
      *    CARDS THAT FAIL VALIDATION OR CONFLICT WITH THE FILE (ADD
      *    FOR A ROW ALREADY THERE, CHANGE/DELETE FOR ONE THAT IS
      *    NOT) ARE ROUTED HERE WITH A REASON INSTEAD OF BEING
      *    HALF-APPLIED.
           SELECT REJ-OUTPUT ASSIGN TO REJDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-REJECT.
      *
      *    BEFORE-IMAGE/AFTER-IMAGE AUDIT TRAIL - ONE RECORD PER
      *    APPLIED CARD, SAME IDEA AS COBMNT04'S AUDIMGDD, SO FINANCE
      *    CAN SEE WHEN A BUDGET FIGURE WAS REVISED AND FROM WHAT.
      *    OPENED EXTEND SO THE TRAIL ACCUMULATES ACROSS RUNS.
           SELECT OPTIONAL IMG-OUTPUT ASSIGN TO AUDIMGDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-IMAGE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CRD-INPUT  RECORDING MODE F.
       01  CARD-REC.
           05  CRD-ACTION         PIC X(01).
           05  CRD-DEPT           PIC X(05).
           05  FILLER             PIC X(01).
           05  CRD-PERIOD         PIC X(07).
           05  CRD-PERIOD-R REDEFINES CRD-PERIOD.
               10  CRD-FISCAL-YYYY    PIC X(04).
               10  CRD-PERIOD-SEP     PIC X(02).
               10  CRD-FISCAL-QTR     PIC X(01).
           05  FILLER             PIC X(01).
           05  CRD-FTE            PIC X(07).
           05  CRD-FTE-N REDEFINES CRD-FTE
                                  PIC 9(05)V99.
           05  FILLER             PIC X(01).
           05  CRD-REQS           PIC X(05).
           05  CRD-REQS-N REDEFINES CRD-REQS
                                  PIC 9(05).
           05  FILLER             PIC X(52).
      *
       FD  BUD-FILE   RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY14.
      *
      *    SAME ROW LAYOUT COBBAT01'S DEPT-INPUT READS.  LEVEL ' ' OR
      *    'D' IS A DEPARTMENT, 'V' A DIVISION, 'R' A REGION.
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
       FD  REJ-OUTPUT RECORDING MODE F.
       01  REJECT-REC         PIC X(80).
      *
       FD  IMG-OUTPUT RECORDING MODE F.
       01  IMAGE-REC          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-BUD-EOF         PIC X VALUE 'N'.
         05 WS-DEPT-EOF        PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-CARD           PIC X(02) VALUE '00'.
             88 FS-CARD-OK     VALUE '00'.
          05 FS-REJECT         PIC X(02) VALUE '00'.
             88 FS-REJECT-OK   VALUE '00'.
          05 FS-IMAGE          PIC X(02) VALUE '00'.
             88 FS-IMAGE-OK    VALUE '00'.
      *
       01 WS-BUD-STATUS        PIC X(02) VALUE SPACES.
       01 WS-DEPT-STATUS       PIC X(02) VALUE SPACES.
      *
       01 WS-FS-ERROR.
          05 WS-ERROR          PIC X(30) VALUE SPACE.
          05 WS-FILE-STATUS    PIC X(02) VALUE SPACE.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
       01 WS-REJECT-REASON     PIC X(30) VALUE SPACES.
      *
      *    DEPT.REFERENCE CODES, WITH THE ACTIVE FLAG AND LEVEL THE
      *    VALIDATION NEEDS.  SAME LIMIT COBMNT04'S TABLE USES.
       01 WS-DEPT-TABLE.
         05 WS-DEPT-MAX        PIC 9(04) COMP VALUE 500.
         05 WS-DEPT-USED       PIC 9(04) COMP VALUE ZERO.
         05 WS-DEPT-ENTRY OCCURS 500.
            10 WS-DEPT-CODE    PIC X(05).
            10 WS-DEPT-ACTIVE  PIC X(01).
            10 WS-DEPT-LEVEL   PIC X(01).
      *
       01 WS-DEPT-IDX          PIC 9(04) COMP VALUE ZERO.
       01 WS-DEPT-FOUND        PIC 9(04) COMP VALUE ZERO.
      *
      *    IN-CORE COPY OF THE BUDGET FILE, KEPT IN DEPARTMENT/PERIOD
      *    ORDER, MAINTAINED IN PLACE BY THE CARDS AND WRITTEN BACK AT
      *    END OF RUN.  ROOM FOR EVERY DEPARTMENT FOR SIX YEARS OF
      *    QUARTERS.
       01 WS-BUD-TABLE.
         05 WS-BUD-MAX         PIC 9(05) COMP VALUE 12000.
         05 WS-BUD-USED        PIC 9(05) COMP VALUE ZERO.
         05 WS-BUD-ENTRY OCCURS 12000.
            10 WS-BUD-ROW.
               15 WS-BUD-KEY.
                  20 WS-BUD-DEPT     PIC X(05).
                  20 WS-BUD-PERIOD   PIC X(07).
               15 WS-BUD-FTE      PIC 9(05)V99.
               15 WS-BUD-REQS     PIC 9(05).
            10 WS-BUD-TS          PIC X(19).
      *
       01 WS-BUD-IDX           PIC 9(05) COMP VALUE ZERO.
       01 WS-BUD-FOUND         PIC 9(05) COMP VALUE ZERO.
       01 WS-BUD-MOVE          PIC 9(05) COMP VALUE ZERO.
       01 WS-FIND-KEY.
          05 WS-FIND-DEPT      PIC X(05).
          05 WS-FIND-PERIOD    PIC X(07).
      *
      *    CARD VALIDATION RESULT - THE REASON A CARD CANNOT BE
      *    APPLIED, SPACES WHEN IT CAN.
       01 WS-CARD-REASON       PIC X(30) VALUE SPACES.
      *
      *    MAINTENANCE TOTALS FOR THE END-OF-RUN SUMMARY.
       01 WS-MNT-COUNTS.
          05 WS-COUNT-ROWS      PIC 9(08) VALUE ZERO.
          05 WS-COUNT-CARDS     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-BLANK     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-ADDS      PIC 9(08) VALUE ZERO.
          05 WS-COUNT-CHANGES   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-DELETES   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-REJECTS   PIC 9(08) VALUE ZERO.
      *
      *    REJECT LINE BUILT HERE SO THE '-' SEPARATOR VALUES ARE
      *    ACTUALLY INITIALIZED - VALUE CLAUSES ON FILE SECTION DATA
      *    ITEMS ARE DOCUMENTARY ONLY.
       01 WS-REJECT-LINE.
          05 WS-REJ-CARD        PIC X(28).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-REJ-REASON      PIC X(30).
          05 FILLER             PIC X(21) VALUE SPACES.
      *
      *    BEFORE/AFTER AUDIT LINE - ACTION, WHEN IT WAS APPLIED, THE
      *    ROW AS IT STOOD BEFORE (SPACES ON AN ADD) AND AS IT STANDS
      *    AFTER (SPACES ON A DELETE), AND THE USER ID THE JOB WAS
      *    SUBMITTED UNDER.
       01 WS-IMAGE-LINE.
          05 WS-IMG-ACTION      PIC X(01).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-TS          PIC X(19).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-BEFORE      PIC X(24).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-AFTER       PIC X(24).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-USER        PIC X(08).
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
      *    EXEC PARM - THE SUBMITTER'S USER ID, PASSED AS &SYSUID SO
      *    THE AUDIT TRAIL NAMES WHO RAN THE DECK, NOT WHAT THE DECK
      *    SAYS.
       LINKAGE SECTION.
       01 PARM-AREA.
          05 PARM-LENGTH         PIC S9(04) COMP.
          05 PARM-USERID         PIC X(08).
      *
      *------------------
       PROCEDURE DIVISION USING PARM-AREA.
      *------------------
      *
           DISPLAY 'PROGRAM COBMNT09 - START'.
      *
           PERFORM GET-SUBMITTER.
           PERFORM LOAD-DEPT-TABLE.
           PERFORM LOAD-BUDGET-TABLE.
           PERFORM OPEN-FILES.
           PERFORM READ-CARD.
           PERFORM UNTIL LASTREC = 'Y'
              IF CARD-REC = SPACES
                 ADD 1 TO WS-COUNT-BLANK
              ELSE
                 ADD 1 TO WS-COUNT-CARDS
                 PERFORM APPLY-CARD
              END-IF
              PERFORM READ-CARD
           END-PERFORM.
           PERFORM REWRITE-BUDGET-FILE.
           PERFORM MAINTENANCE-SUMMARY.
           PERFORM CLOSE-STOP.
      *
       GET-SUBMITTER.
      *    NO USER ID, NO AUDIT TRAIL WORTH THE NAME - STOP BEFORE
      *    ANY CARD IS APPLIED.
           MOVE SPACES TO WS-IMG-USER.
           IF PARM-LENGTH > 8
              MOVE PARM-USERID TO WS-IMG-USER
           ELSE
              IF PARM-LENGTH > ZERO
                 MOVE PARM-USERID(1:PARM-LENGTH) TO WS-IMG-USER
              END-IF
           END-IF.
      *
           IF WS-IMG-USER = SPACES
              DISPLAY 'COBMNT09 ABEND - NO SUBMITTER USER ID, '
                      'CODE PARM=''&SYSUID'' ON THE EXEC'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           DISPLAY 'COBMNT09 SUBMITTED BY ' WS-IMG-USER.
      *
       LOAD-DEPT-TABLE.
      *    WITHOUT THE REFERENCE FILE NO CODE CAN BE VALIDATED, SO
      *    THE RUN STOPS RATHER THAN TAKE BUDGETS UNCHECKED.
           OPEN INPUT DEPT-FILE.
      *
           IF WS-DEPT-STATUS NOT = '00'
              DISPLAY 'COBMNT09 ABEND - DEPT REFERENCE FILE '
                      'MISSING, FILE STATUS ' WS-DEPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM READ-DEPT-FILE
           PERFORM UNTIL WS-DEPT-EOF = 'Y'
              IF DEPT-REF-CODE NOT = SPACES
                 IF WS-DEPT-USED >= WS-DEPT-MAX
                    DISPLAY 'COBMNT09 ABEND - DEPT REFERENCE '
                            'TABLE FULL AT ' WS-DEPT-MAX
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-DEPT-USED
                 MOVE DEPT-REF-CODE   TO WS-DEPT-CODE(WS-DEPT-USED)
                 MOVE DEPT-REF-ACTIVE TO WS-DEPT-ACTIVE(WS-DEPT-USED)
                 MOVE DEPT-REF-LEVEL  TO WS-DEPT-LEVEL(WS-DEPT-USED)
              END-IF
              PERFORM READ-DEPT-FILE
           END-PERFORM.
      *
           CLOSE DEPT-FILE.
      *
       READ-DEPT-FILE.
           INITIALIZE DEPT-REC.
      *
           READ DEPT-FILE
           AT END MOVE 'Y' TO WS-DEPT-EOF
           END-READ.
      *
       LOAD-BUDGET-TABLE.
      *    EVERY ROW GOES INTO THE TABLE IN KEY ORDER, WHATEVER ORDER
      *    THE FILE IS IN; A SECOND ROW FOR THE SAME DEPARTMENT AND
      *    PERIOD REPLACES THE FIRST.  NO FILE YET (STATUS 05) MEANS
      *    AN EMPTY TABLE - THE FIRST DECK BUILDS IT.  ANY OTHER
      *    STATUS MEANS ROWS COULD NOT BE READ, AND REWRITING THE FILE
      *    FROM A TABLE MISSING THEM WOULD LOSE FINANCE'S FIGURES.
           OPEN INPUT BUD-FILE.
      *
           IF WS-BUD-STATUS NOT = '00' AND WS-BUD-STATUS NOT = '05'
              DISPLAY 'COBMNT09 ABEND - ERROR OPENING BUDGET '
                      'FILE, FILE STATUS ' WS-BUD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           IF WS-BUD-STATUS = '05'
              DISPLAY 'COBMNT09 - NO BUDGET FILE ON BUDDD YET, '
                      'FILE STATUS ' WS-BUD-STATUS
           ELSE
              PERFORM READ-BUD-FILE
              PERFORM UNTIL WS-BUD-EOF = 'Y'
                 IF BUD-DEPT NOT = SPACES
                    ADD 1 TO WS-COUNT-ROWS
                    MOVE BUD-DEPT   TO WS-FIND-DEPT
                    MOVE BUD-PERIOD TO WS-FIND-PERIOD
                    PERFORM FIND-BUD-ENTRY
                    IF WS-BUD-FOUND = ZERO
                       PERFORM INSERT-BUD-ENTRY
                    END-IF
                    MOVE BUD-APPROVED-FTE TO WS-BUD-FTE(WS-BUD-FOUND)
                    MOVE BUD-OPEN-REQS    TO WS-BUD-REQS(WS-BUD-FOUND)
                    MOVE BUD-UPDATED-TS   TO WS-BUD-TS(WS-BUD-FOUND)
                 END-IF
                 PERFORM READ-BUD-FILE
              END-PERFORM
           END-IF.
      *
           CLOSE BUD-FILE.
      *
       READ-BUD-FILE.
           INITIALIZE COBCPY14.
      *
           READ BUD-FILE
           AT END MOVE 'Y' TO WS-BUD-EOF
           END-READ.
      *
       OPEN-FILES.
           OPEN INPUT  CRD-INPUT.
      *
           IF FS-CARD-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING CARDDD'       TO WS-ERROR
              MOVE FS-CARD                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT09 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           OPEN OUTPUT REJ-OUTPUT.
           OPEN EXTEND IMG-OUTPUT.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBMNT09 - STOP'.
      *
           CLOSE CRD-INPUT.
           CLOSE REJ-OUTPUT.
           CLOSE IMG-OUTPUT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
       READ-CARD.
           INITIALIZE CARD-REC.
      *
           READ CRD-INPUT
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       APPLY-CARD.
      *    EVERY ACTION STARTS WITH A TABLE LOOKUP SO CONFLICTS ARE
      *    CAUGHT AGAINST THE FILE AS IT STANDS NOW - INCLUDING
      *    EARLIER CARDS IN THIS SAME DECK.
           MOVE CRD-DEPT   TO WS-FIND-DEPT.
           MOVE CRD-PERIOD TO WS-FIND-PERIOD.
           PERFORM FIND-BUD-ENTRY.
      *
           EVALUATE CRD-ACTION
               WHEN 'A'
                  PERFORM APPLY-ADD
               WHEN 'C'
                  PERFORM APPLY-CHANGE
               WHEN 'D'
                  PERFORM APPLY-DELETE
               WHEN OTHER
                  MOVE 'UNKNOWN ACTION CODE'
                                            TO WS-REJECT-REASON
                  PERFORM WRITE-REJECT
           END-EVALUATE.
      *
       APPLY-ADD.
           PERFORM VALIDATE-CARD.
      *
           EVALUATE TRUE
               WHEN WS-CARD-REASON NOT = SPACES
                  MOVE WS-CARD-REASON       TO WS-REJECT-REASON
                  PERFORM WRITE-REJECT
               WHEN WS-BUD-FOUND > ZERO
                  MOVE 'ADD FOR EXISTING BUDGET ROW'
                                            TO WS-REJECT-REASON
                  PERFORM WRITE-REJECT
               WHEN CRD-FTE = SPACES
                  MOVE 'APPROVED FTE REQUIRED ON ADD'
                                            TO WS-REJECT-REASON
                  PERFORM WRITE-REJECT
               WHEN OTHER
                  PERFORM ADD-BUD-ENTRY
           END-EVALUATE.
      *
       ADD-BUD-ENTRY.
           MOVE SPACES TO WS-IMG-BEFORE.
      *
           PERFORM INSERT-BUD-ENTRY.
           MOVE CRD-FTE-N TO WS-BUD-FTE(WS-BUD-FOUND).
      *    NO REQUISITIONS KEYED ON AN ADD MEANS NONE OPEN.
           IF CRD-REQS = SPACES
              MOVE ZERO       TO WS-BUD-REQS(WS-BUD-FOUND)
           ELSE
              MOVE CRD-REQS-N TO WS-BUD-REQS(WS-BUD-FOUND)
           END-IF.
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-BUD-TS(WS-BUD-FOUND).
      *
           MOVE WS-BUD-ROW(WS-BUD-FOUND) TO WS-IMG-AFTER.
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-COUNT-ADDS.
      *
       APPLY-CHANGE.
           PERFORM VALIDATE-CARD.
      *
           EVALUATE TRUE
               WHEN WS-CARD-REASON NOT = SPACES
                  MOVE WS-CARD-REASON       TO WS-REJECT-REASON
                  PERFORM WRITE-REJECT
               WHEN WS-BUD-FOUND = ZERO
                  MOVE 'CHANGE FOR MISSING BUDGET ROW'
                                            TO WS-REJECT-REASON
                  PERFORM WRITE-REJECT
               WHEN CRD-FTE = SPACES AND CRD-REQS = SPACES
                  MOVE 'NO FIGURES KEYED ON CHANGE'
                                            TO WS-REJECT-REASON
                  PERFORM WRITE-REJECT
               WHEN OTHER
                  PERFORM CHANGE-BUD-ENTRY
           END-EVALUATE.
      *
       CHANGE-BUD-ENTRY.
      *    BLANK FIGURES ON A CHANGE LEAVE THE CURRENT VALUE IN PLACE
      *    SO A CARD CAN REVISE THE REQUISITIONS WITHOUT RE-KEYING
      *    THE APPROVED FTE.
           MOVE WS-BUD-ROW(WS-BUD-FOUND) TO WS-IMG-BEFORE.
      *
           IF CRD-FTE NOT = SPACES
              MOVE CRD-FTE-N  TO WS-BUD-FTE(WS-BUD-FOUND)
           END-IF.
           IF CRD-REQS NOT = SPACES
              MOVE CRD-REQS-N TO WS-BUD-REQS(WS-BUD-FOUND)
           END-IF.
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-BUD-TS(WS-BUD-FOUND).
      *
           MOVE WS-BUD-ROW(WS-BUD-FOUND) TO WS-IMG-AFTER.
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-COUNT-CHANGES.
      *
       APPLY-DELETE.
      *    A DELETE IS NOT HELD TO THE REFERENCE-FILE CHECKS - A ROW
      *    FOR A DEPARTMENT SINCE RETIRED MUST STILL BE REMOVABLE.
           EVALUATE TRUE
               WHEN WS-BUD-FOUND = ZERO
                  MOVE 'DELETE FOR MISSING BUDGET ROW'
                                            TO WS-REJECT-REASON
                  PERFORM WRITE-REJECT
               WHEN OTHER
                  PERFORM DELETE-BUD-ENTRY
           END-EVALUATE.
      *
       DELETE-BUD-ENTRY.
           MOVE WS-BUD-ROW(WS-BUD-FOUND) TO WS-IMG-BEFORE.
           MOVE SPACES                   TO WS-IMG-AFTER.
      *
           PERFORM VARYING WS-BUD-MOVE FROM WS-BUD-FOUND BY 1
                   UNTIL WS-BUD-MOVE >= WS-BUD-USED
              MOVE WS-BUD-ENTRY(WS-BUD-MOVE + 1)
                TO WS-BUD-ENTRY(WS-BUD-MOVE)
           END-PERFORM.
           SUBTRACT 1 FROM WS-BUD-USED.
      *
           PERFORM WRITE-IMAGE.
           ADD 1 TO WS-COUNT-DELETES.
      *
       VALIDATE-CARD.
      *    THE PERIOD MUST BE YYYY-QN WITH A QUARTER OF 1 TO 4, THE
      *    FIGURES NUMERIC WHERE KEYED, AND THE CODE AN ACTIVE
      *    DEPARTMENT ON DEPT.REFERENCE.
           MOVE SPACES TO WS-CARD-REASON.
      *
           PERFORM FIND-DEPT-ENTRY.
      *
           EVALUATE TRUE
               WHEN CRD-DEPT = SPACES
                  MOVE 'BLANK DEPT CODE'           TO WS-CARD-REASON
               WHEN CRD-FISCAL-YYYY NOT NUMERIC
                 OR CRD-PERIOD-SEP NOT = '-Q'
                 OR CRD-FISCAL-QTR < '1'
                 OR CRD-FISCAL-QTR > '4'
                  MOVE 'INVALID FISCAL PERIOD'     TO WS-CARD-REASON
               WHEN CRD-FTE NOT = SPACES
                AND CRD-FTE NOT NUMERIC
                  MOVE 'APPROVED FTE NOT NUMERIC'  TO WS-CARD-REASON
               WHEN CRD-REQS NOT = SPACES
                AND CRD-REQS NOT NUMERIC
                  MOVE 'OPEN REQS NOT NUMERIC'     TO WS-CARD-REASON
               WHEN WS-DEPT-FOUND = ZERO
                  MOVE 'UNKNOWN DEPT CODE'         TO WS-CARD-REASON
               WHEN WS-DEPT-LEVEL(WS-DEPT-FOUND) NOT = SPACE
                AND WS-DEPT-LEVEL(WS-DEPT-FOUND) NOT = 'D'
                  MOVE 'CODE IS NOT A DEPARTMENT'  TO WS-CARD-REASON
               WHEN WS-DEPT-ACTIVE(WS-DEPT-FOUND) NOT = 'A'
                  MOVE 'DEPT CODE NOT ACTIVE'      TO WS-CARD-REASON
           END-EVALUATE.
      *
       FIND-DEPT-ENTRY.
           MOVE ZERO TO WS-DEPT-FOUND.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-USED
                      OR WS-DEPT-FOUND > ZERO
              IF WS-DEPT-CODE(WS-DEPT-IDX) = CRD-DEPT
                 MOVE WS-DEPT-IDX TO WS-DEPT-FOUND
              END-IF
           END-PERFORM.
      *
       FIND-BUD-ENTRY.
      *    THE TABLE IS KEPT IN KEY ORDER, SO THE SCAN STOPS AT THE
      *    FIRST HIGHER KEY - WS-BUD-IDX IS THEN WHERE A NEW ROW FOR
      *    THE KEY WOULD GO.
           MOVE ZERO TO WS-BUD-FOUND.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-USED
                      OR WS-BUD-KEY(WS-BUD-IDX) >= WS-FIND-KEY
              CONTINUE
           END-PERFORM.
      *
           IF WS-BUD-IDX <= WS-BUD-USED
              IF WS-BUD-KEY(WS-BUD-IDX) = WS-FIND-KEY
                 MOVE WS-BUD-IDX TO WS-BUD-FOUND
              END-IF
           END-IF.
      *
       INSERT-BUD-ENTRY.
      *    OPENS A SLOT AT WS-BUD-IDX (SET BY FIND-BUD-ENTRY) FOR
      *    WS-FIND-KEY AND POINTS WS-BUD-FOUND AT IT.
           IF WS-BUD-USED >= WS-BUD-MAX
              DISPLAY 'COBMNT09 ABEND - BUDGET TABLE FULL AT '
                      WS-BUD-MAX
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM VARYING WS-BUD-MOVE FROM WS-BUD-USED BY -1
                   UNTIL WS-BUD-MOVE < WS-BUD-IDX
              MOVE WS-BUD-ENTRY(WS-BUD-MOVE)
                TO WS-BUD-ENTRY(WS-BUD-MOVE + 1)
           END-PERFORM.
           ADD 1 TO WS-BUD-USED.
           INITIALIZE WS-BUD-ENTRY(WS-BUD-IDX).
           MOVE WS-FIND-KEY TO WS-BUD-KEY(WS-BUD-IDX).
           MOVE WS-BUD-IDX  TO WS-BUD-FOUND.
      *
       REWRITE-BUDGET-FILE.
      *    THE MAINTAINED TABLE BECOMES THE NEW BUDGET FILE - WRITTEN
      *    ONLY NOW, AFTER EVERY CARD HAS BEEN APPLIED OR REJECTED.
           OPEN OUTPUT BUD-FILE.
      *
           IF WS-BUD-STATUS NOT = '00'
              DISPLAY 'COBMNT09 ABEND - ERROR REOPENING BUDGET '
                      'FILE, FILE STATUS ' WS-BUD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-USED
              MOVE SPACES                   TO COBCPY14
              MOVE WS-BUD-DEPT(WS-BUD-IDX)   TO BUD-DEPT
              MOVE WS-BUD-PERIOD(WS-BUD-IDX) TO BUD-PERIOD
              MOVE WS-BUD-FTE(WS-BUD-IDX)    TO BUD-APPROVED-FTE
              MOVE WS-BUD-REQS(WS-BUD-IDX)   TO BUD-OPEN-REQS
              MOVE WS-BUD-TS(WS-BUD-IDX)     TO BUD-UPDATED-TS
              WRITE COBCPY14
           END-PERFORM.
      *
           CLOSE BUD-FILE.
      *
       WRITE-IMAGE.
           MOVE CRD-ACTION TO WS-IMG-ACTION.
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW  TO WS-IMG-TS.
           WRITE IMAGE-REC      FROM WS-IMAGE-LINE.
      *
           IF FS-IMAGE-OK
              CONTINUE
           ELSE
              MOVE 'ERROR WRITING AUDIT IMAGE'  TO WS-ERROR
              MOVE FS-IMAGE                     TO WS-FILE-STATUS
              DISPLAY 'COBMNT09 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       WRITE-REJECT.
           MOVE CARD-REC(1:28)        TO WS-REJ-CARD.
           MOVE WS-REJECT-REASON      TO WS-REJ-REASON.
           WRITE REJECT-REC     FROM WS-REJECT-LINE.
           ADD 1 TO WS-COUNT-REJECTS.
      *
      *    A REJECTED CARD MEANS FINANCE'S FIGURES AND OUR FILES
      *    DISAGREE - FLAG THE STEP RC SO IT IS FOLLOWED UP, THE SAME
      *    CONVENTION COBMNT04 USES.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
       MAINTENANCE-SUMMARY.
           DISPLAY '============================================'.
           DISPLAY 'COBMNT09 MAINTENANCE SUMMARY'.
           DISPLAY '  BUDGET ROWS READ       : ' WS-COUNT-ROWS.
           DISPLAY '  CARDS READ             : ' WS-COUNT-CARDS.
           DISPLAY '  BLANK CARDS SKIPPED    : ' WS-COUNT-BLANK.
           DISPLAY '  ADDS APPLIED           : ' WS-COUNT-ADDS.
           DISPLAY '  CHANGES APPLIED        : ' WS-COUNT-CHANGES.
           DISPLAY '  DELETES APPLIED        : ' WS-COUNT-DELETES.
           DISPLAY '  CARDS REJECTED         : ' WS-COUNT-REJECTS.
           DISPLAY '  BUDGET ROWS WRITTEN    : ' WS-BUD-USED.
           DISPLAY '============================================'.
      *
       CAPTURE-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
      *
           STRING WS-CTS-YYYY '-' WS-CTS-MM  '-' WS-CTS-DD  '-'
                  WS-CTS-HH   '.' WS-CTS-MIN '.' WS-CTS-SS
                  DELIMITED BY SIZE INTO WS-TS-NOW.
      *

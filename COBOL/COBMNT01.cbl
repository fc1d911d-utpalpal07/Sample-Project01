      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE MAINTENANCE PENDING QUEUE (COBCPY06).  HR CORRECTION
      *    DECKS ARE STAGED THERE BY COBMNT05 UNDER THE ANALYST'S
      *    USER ID AND APPROVED OR REJECTED BY A SECOND PERSON WITH
      *    COBMNT06 - ONLY ENTRIES FOR THIS PROGRAM THAT HAVE BEEN
      *    APPROVED ARE APPLIED, AND EACH ONE IS REWRITTEN AS APPLIED
      *    OR FAILED SO IT CAN NEVER BE APPLIED TWICE.  OPENED I-O.
           SELECT PEND-QUEUE ASSIGN TO PENDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-TRAN.
      *
           FILE STATUS FS-REJECT.
      *
      *    BEFORE-IMAGE/AFTER-IMAGE AUDIT TRAIL - ONE RECORD PER
      *    APPLIED TRANSACTION SO WE CAN PROVE WHAT WAS CHANGED, WHEN,
      *    WHO ASKED FOR IT AND WHO APPROVED IT.  OPENED EXTEND SO THE
      *    TRAIL ACCUMULATES ACROSS RUNS.
           SELECT OPTIONAL IMG-OUTPUT ASSIGN TO AUDIMGDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-IMAGE.
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PEND-QUEUE RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY06.
      *
       FD  EMP-KSDS.
       01  EMPKSDS-REC.
       01  REJECT-REC         PIC X(150).
      *
       FD  IMG-OUTPUT RECORDING MODE F.
       01  IMAGE-REC          PIC X(271).
      *
       FD  AUDIT-LOG  RECORDING MODE F.
      *------------------
      *
       01 WS-REJECT-REASON     PIC X(30) VALUE SPACES.
      *
      *    THE APPROVED TRANSACTION CARD, TAKEN OUT OF THE QUEUE
      *    ENTRY - ACTION CODE 'A' (ADD), 'C' (CHANGE) OR 'D' (DELETE)
      *    IN COLUMN 1, THEN THE COBCPY03 FIELDS (EMP-NUM, NAMES,
      *    PHONE, ADDRESS).  ON A DELETE ONLY THE EMP-NUM NEED BE
      *    FILLED IN.
       01 TRAN-REC.
          05 TRN-ACTION         PIC X(01).
          05 TRN-EMPLOYEE.
             10 TRN-NUM         PIC X(10).
             10 TRN-FIRST-NM    PIC X(20).
             10 TRN-LAST-NM     PIC X(20).
             10 TRN-PHONE       PIC X(15).
             10 TRN-ADDRESS     PIC X(50).
          05 FILLER             PIC X(04).
      *
      *    SET BY WRITE-REJECT SO THE QUEUE ENTRY IS MARKED FAILED
      *    RATHER THAN APPLIED.
       01 WS-TRAN-REJECTED     PIC X(01) VALUE 'N'.
      *
      *    TRANSACTION TOTALS FOR THE END-OF-RUN SUMMARY.
       01 WS-MNT-COUNTS.
          05 WS-COUNT-TRANS     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-QUEUED    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-ADDS      PIC 9(08) VALUE ZERO.
          05 WS-COUNT-CHANGES   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-DELETES   PIC 9(08) VALUE ZERO.
      *
      *    BEFORE/AFTER AUDIT LINE - ACTION, WHEN IT WAS APPLIED, THE
      *    RECORD AS IT STOOD BEFORE (SPACES ON AN ADD) AND AS IT
      *    STANDS AFTER (SPACES ON A DELETE), THEN THE USER ID THAT
      *    STAGED THE CARD (MAKER) AND THE ONE THAT APPROVED IT
      *    (CHECKER).
       01 WS-IMAGE-LINE.
          05 WS-IMG-ACTION      PIC X(01).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-BEFORE      PIC X(115).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-AFTER       PIC X(115).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-MAKER       PIC X(08).
          05 FILLER             PIC X(01) VALUE '-'.
          05 WS-IMG-CHECKER     PIC X(08).
      *
       01 WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
       01 WS-AUDIT-OPEN-STATUS PIC X(02) VALUE SPACES.
           PERFORM OPEN-FILES.
           PERFORM READ-TRANSACTION.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-QUEUED
              IF PND-TARGET = 'COBMNT01' AND PND-APPROVED
                 ADD 1 TO WS-COUNT-TRANS
                 MOVE PND-TRAN TO TRAN-REC
                 MOVE 'N'      TO WS-TRAN-REJECTED
                 PERFORM APPLY-TRANSACTION
                 PERFORM MARK-QUEUE-ENTRY
              END-IF
              PERFORM READ-TRANSACTION
           END-PERFORM.
           PERFORM MAINTENANCE-SUMMARY.
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN I-O    PEND-QUEUE.
      *
           IF FS-TRAN-OK
              CONTINUE
           ELSE
              MOVE 'ERROR OPENING PENDDD'       TO WS-ERROR
              MOVE FS-TRAN                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT01 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           OPEN I-O    EMP-KSDS.
      *
           IF FS-KSDS-OK
           MOVE WS-TS-NOW TO WS-AUDIT-STOP-TS.
           PERFORM WRITE-AUDIT-RECORD.
      *
           CLOSE PEND-QUEUE.
           CLOSE EMP-KSDS.
           CLOSE REJ-OUTPUT.
           CLOSE IMG-OUTPUT.
           GOBACK.
      *
       READ-TRANSACTION.
           READ PEND-QUEUE
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       MARK-QUEUE-ENTRY.
      *    THE KSDS UPDATE IS ALREADY DONE, SO THE ENTRY IS MARKED
      *    STRAIGHT AWAY - A RERUN AFTER AN ABEND THEN PICKS UP ONLY
      *    WHAT WAS NOT YET APPLIED.
           IF WS-TRAN-REJECTED = 'Y'
              MOVE 'F' TO PND-STATUS
           ELSE
              MOVE 'X' TO PND-STATUS
           END-IF.
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO PND-APPLIED-TS.
           REWRITE COBCPY06.
      *
           IF FS-TRAN-OK
              CONTINUE
           ELSE
              MOVE 'ERROR REWRITING PENDDD'     TO WS-ERROR
              MOVE FS-TRAN                      TO WS-FILE-STATUS
              DISPLAY 'COBMNT01 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       APPLY-TRANSACTION.
      *    EVERY ACTION STARTS WITH A RANDOM READ SO ADD/CHANGE/DELETE
           MOVE TRN-ACTION TO WS-IMG-ACTION.
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW  TO WS-IMG-TS.
           MOVE PND-MAKER   TO WS-IMG-MAKER.
           MOVE PND-CHECKER TO WS-IMG-CHECKER.
           WRITE IMAGE-REC      FROM WS-IMAGE-LINE.
      *
           IF FS-IMAGE-OK
           MOVE WS-REJECT-REASON      TO WS-REJ-REASON.
           WRITE REJECT-REC     FROM WS-REJECT-LINE.
           ADD 1 TO WS-COUNT-REJECTS.
           MOVE 'Y' TO WS-TRAN-REJECTED.
      *
      *    A REJECTED TRANSACTION MEANS HR'S REQUEST AND THE FILE
      *    DISAGREE - FLAG THE STEP RC SO OPERATIONS FOLLOWS UP, THE
       MAINTENANCE-SUMMARY.
           DISPLAY '============================================'.
           DISPLAY 'COBMNT01 MAINTENANCE SUMMARY'.
           DISPLAY '  QUEUE ENTRIES READ     : ' WS-COUNT-QUEUED.
           DISPLAY '  APPROVED FOR COBMNT01  : ' WS-COUNT-TRANS.
           DISPLAY '  ADDS APPLIED           : ' WS-COUNT-ADDS.
           DISPLAY '  CHANGES APPLIED        : ' WS-COUNT-CHANGES.
           DISPLAY '  DELETES APPLIED        : ' WS-COUNT-DELETES.

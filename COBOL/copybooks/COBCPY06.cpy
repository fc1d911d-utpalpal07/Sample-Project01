      *-----------------------------------------------------------
      *    COBCPY06 - MAINTENANCE PENDING-QUEUE ENTRY, 250 BYTES.
      *    ONE PER TRANSACTION CARD STAGED BY COBMNT05, DECIDED BY
      *    COBMNT06 AND APPLIED BY COBMNT01 (EMPKSDS) OR COBMNT04
      *    (DEPT.REFERENCE) - WHICHEVER PND-TARGET NAMES.  ONLY AN
      *    APPROVED ENTRY IS EVER APPLIED, AND THE MAKER AND CHECKER
      *    IDS TRAVEL WITH IT ONTO THE AUDIMGDD IMAGE TRAIL.
      *    PND-STATUS: 'P' = PENDING A DECISION, 'A' = APPROVED,
      *    'R' = REJECTED BY THE CHECKER, 'X' = APPLIED, 'F' = FAILED
      *    (APPROVED BUT REFUSED BY THE MAINTENANCE PROGRAM - THE
      *    REASON IS ON THAT PROGRAM'S REJDD).  ENTRIES ARE NEVER
      *    REMOVED - THE QUEUE IS ALSO THE RECORD OF WHO ASKED FOR
      *    EACH CHANGE AND WHO LET IT THROUGH.
      *-----------------------------------------------------------
       01  COBCPY06.
           05  PND-DECK-NO        PIC 9(06).
           05  PND-SEQ            PIC 9(05).
           05  PND-TARGET         PIC X(08).
           05  PND-STATUS         PIC X(01).
               88  PND-PENDING    VALUE 'P'.
               88  PND-APPROVED   VALUE 'A'.
               88  PND-REJECTED   VALUE 'R'.
               88  PND-APPLIED    VALUE 'X'.
               88  PND-FAILED     VALUE 'F'.
           05  PND-MAKER          PIC X(08).
           05  PND-STAGED-TS      PIC X(19).
           05  PND-CHECKER        PIC X(08).
           05  PND-DECIDED-TS     PIC X(19).
           05  PND-DECISION-NOTE  PIC X(30).
           05  PND-APPLIED-TS     PIC X(19).
           05  PND-TRAN           PIC X(120).
           05  FILLER             PIC X(07).

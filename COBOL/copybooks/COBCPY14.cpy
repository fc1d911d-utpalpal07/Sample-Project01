      *-----------------------------------------------------------
      *    COBCPY14 - APPROVED HEADCOUNT BUDGET RECORD, 80 BYTES, ON
      *    &HLQ..HEADCOUNT.BUDGET.  ONE ROW PER DEPARTMENT PER FISCAL
      *    PERIOD, IN BUD-DEPT / BUD-PERIOD ORDER, AS FINANCE
      *    PUBLISHES IT EACH QUARTER.  MAINTAINED ONLY THROUGH
      *    COBMNT09, WHICH CHECKS EVERY CODE AGAINST DEPT.REFERENCE -
      *    NOT HAND-EDITED.  READ BY COBRPT09 FOR THE BUDGET VERSUS
      *    ACTUAL VARIANCE.
      *    BUD-PERIOD IS 'YYYY-QN' - THE FISCAL YEAR, NAMED FOR THE
      *    CALENDAR YEAR IT ENDS IN, AND THE QUARTER OF IT (1-4).
      *    BUD-APPROVED-FTE IS FULL-TIME EQUIVALENTS TO TWO DECIMAL
      *    PLACES; BUD-OPEN-REQS THE REQUISITIONS APPROVED BUT NOT
      *    YET FILLED.  BUD-UPDATED-TS IS WHEN COBMNT09 LAST ADDED
      *    OR CHANGED THE ROW.
      *-----------------------------------------------------------
       01  COBCPY14.
           05  BUD-DEPT           PIC X(05).
           05  FILLER             PIC X(01).
           05  BUD-PERIOD         PIC X(07).
           05  BUD-PERIOD-R REDEFINES BUD-PERIOD.
               10  BUD-FISCAL-YYYY    PIC X(04).
               10  FILLER             PIC X(02).
               10  BUD-FISCAL-QTR     PIC X(01).
           05  FILLER             PIC X(01).
           05  BUD-APPROVED-FTE   PIC 9(05)V99.
           05  FILLER             PIC X(01).
           05  BUD-OPEN-REQS      PIC 9(05).
           05  FILLER             PIC X(01).
           05  BUD-UPDATED-TS     PIC X(19).
           05  FILLER             PIC X(33).

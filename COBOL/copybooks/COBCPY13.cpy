      *-----------------------------------------------------------
      *    COBCPY13 - CHAIN RUN-STATE RECORD, 80 BYTES, ON
      *    &HLQ..BATCH.RUNSTATE.  APPENDED ONLY, NEVER REWRITTEN, SO
      *    THE FILE IS ALSO THE HISTORY OF EVERY NIGHT'S RUNS.  THE
      *    JOBS THAT FOLLOW THE CHAIN ONLY READ IT, FOR THE BUSINESS
      *    DATE ON THE LAST 'O' ROW; A STANDALONE JOB GUARDED THE SAME
      *    WAY (COBRPT03) KEEPS ITS OWN FILE OF THIS LAYOUT:
      *      O  NIGHT OPENED - COBCAL01 RECORDS THE BUSINESS DATE THE
      *         CHAIN IS RUNNING FOR AT THE TOP OF THE JOB, AND 'Y' IN
      *         RSTATE-RERUN WHEN OPERATIONS GAVE THE RERUN OVERRIDE
      *         FOR THAT DATE.  EVERY STEP AFTER IT RUNS FOR THE
      *         BUSINESS DATE ON THE LAST 'O' ROW, SO A STEP THAT
      *         STARTS AFTER MIDNIGHT STILL BELONGS TO ITS NIGHT.
      *      S  STEP STARTED - RSTATE-TS IS THE STEP'S START TIME AS
      *         IT STAMPS ITS AUDITLOG ROW, RSTATE-KEY-DATE THE DATE
      *         IT STAMPS ON ROWS IT APPENDS TO ITS OTHER PERMANENT
      *         FILES (REJECT STORE, CHANGE HISTORY AND SO ON) - THE
      *         BUSINESS DATE ITSELF.
      *      C  STEP COMPLETED (RETURN CODE 4 OR LESS).
      *      B  STEP BACKED OUT - A RERUN REMOVED WHAT THE STARTS
      *         BEFORE IT APPENDED, SO ONLY ROWS AFTER THE LAST 'B'
      *         COUNT FOR THE DATE.
      *-----------------------------------------------------------
       01  RSTATE-REC.
           05  RSTATE-TYPE        PIC X(01).
               88  RSTATE-OPENED      VALUE 'O'.
               88  RSTATE-STARTED     VALUE 'S'.
               88  RSTATE-COMPLETED   VALUE 'C'.
               88  RSTATE-BACKED-OUT  VALUE 'B'.
           05  FILLER             PIC X(01).
           05  RSTATE-BUS-DATE    PIC X(10).
           05  FILLER             PIC X(01).
           05  RSTATE-PGM         PIC X(08).
           05  FILLER             PIC X(01).
           05  RSTATE-TS          PIC X(19).
           05  FILLER             PIC X(01).
           05  RSTATE-KEY-DATE    PIC X(10).
           05  FILLER             PIC X(01).
           05  RSTATE-RETURN-CD   PIC 9(04).
           05  FILLER             PIC X(01).
           05  RSTATE-RERUN       PIC X(01).
           05  FILLER             PIC X(21).

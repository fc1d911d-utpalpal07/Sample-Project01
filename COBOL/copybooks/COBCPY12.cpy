      *-----------------------------------------------------------
      *    COBCPY12 - BUSINESS-DAY CALENDAR RECORD, 80 BYTES.  ONE
      *    ROW PER CALENDAR DATE (WEEKENDS AND HOLIDAYS INCLUDED),
      *    IN ASCENDING CAL-DATE ORDER, A WHOLE YEAR AT A TIME.
      *    MAINTAINED ONLY THROUGH COBCAL02, WHICH ADDS A YEAR,
      *    MARKS HOLIDAYS AND RE-DERIVES THE PERIOD-END FLAGS AFTER
      *    EVERY CHANGE - NOT HAND-EDITED.
      *    CAL-MONTH-END / CAL-QUARTER-END / CAL-WEEK-END MARK THE
      *    LAST BUSINESS DAY OF THE MONTH, QUARTER AND WEEK (MONDAY
      *    TO SUNDAY) - THE DAYS THE MONTH-END AND WEEKLY REPORTS
      *    RUN, SO A HOLIDAY ON A FRIDAY MOVES THE WEEKLY RUN BACK TO
      *    THURSDAY.  CAL-DAY-OF-WEEK: 1 = MONDAY ... 7 = SUNDAY.
      *    READ BY COBCAL01 (THE RUN GATE), COBBAT01, COBBAT02 AND
      *    COBREC03.
      *-----------------------------------------------------------
       01  COBCPY12.
           05  CAL-DATE           PIC X(10).
           05  FILLER             PIC X(01).
           05  CAL-DAY-OF-WEEK    PIC 9(01).
           05  CAL-BUSINESS-DAY   PIC X(01).
               88  CAL-IS-BUSINESS-DAY VALUE 'Y'.
           05  CAL-HOLIDAY        PIC X(01).
               88  CAL-IS-HOLIDAY      VALUE 'Y'.
           05  CAL-MONTH-END      PIC X(01).
               88  CAL-IS-MONTH-END    VALUE 'Y'.
           05  CAL-QUARTER-END    PIC X(01).
               88  CAL-IS-QUARTER-END  VALUE 'Y'.
           05  CAL-WEEK-END       PIC X(01).
               88  CAL-IS-WEEK-END     VALUE 'Y'.
           05  FILLER             PIC X(01).
           05  CAL-DESCRIPTION    PIC X(30).
           05  FILLER             PIC X(32).

           05  IMG-BEFORE         PIC X(115).
           05  FILLER             PIC X(01).
           05  IMG-AFTER          PIC X(115).
           05  FILLER             PIC X(01).
           05  IMG-MAKER          PIC X(08).
           05  FILLER             PIC X(01).
           05  IMG-CHECKER        PIC X(08).
      *
       FD  EMP-KSDS.
       01  EMPKSDS-REC.
          05 WS-IMG-MAX         PIC 9(05) COMP VALUE 5000.
          05 WS-IMG-USED        PIC 9(05) COMP VALUE ZERO.
          05 WS-IMG-ENTRY OCCURS 5000.
             10 WS-IMG-IMAGE    PIC X(271).
      *       'Y' = INSIDE THE RECOVERY WINDOW - APPLIED BY THE
      *       CHOSEN MODE, AND DROPPED FROM THE TRAIL BY A BACKOUT.
             10 WS-IMG-INWINDOW PIC X(01).
          05 WRK-BEFORE         PIC X(115).
          05 FILLER             PIC X(01).
          05 WRK-AFTER          PIC X(115).
          05 FILLER             PIC X(01).
          05 WRK-MAKER          PIC X(08).
          05 FILLER             PIC X(01).
          05 WRK-CHECKER        PIC X(08).
      *
       01 WS-BEFORE-EMPLOYEE.
          05 BEF-NUM            PIC X(10).

           SELECT HIST-INPUT ASSIGN TO HISTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-HISTORY.
      *
      *    THE EMP-NUM CROSS-REFERENCE COBMNT07 KEEPS (COBCPY10) -
      *    EVERY NUMBER THE EMPLOYEE HAS EVER HELD IS LISTED TOGETHER,
      *    SO A CARD FOR A RETIRED NUMBER STILL FINDS THE HISTORY NOW
      *    CARRIED UNDER THE NEW ONE.  OPTIONAL - WITH NO DD OR NO
      *    RENUMBERS YET, A CARD MATCHES ITS OWN NUMBER ONLY.
           SELECT OPTIONAL XRF-INPUT ASSIGN TO XREFDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-XREF.
      *
           SELECT PRT-OUTPUT ASSIGN TO PRTDD
           ORGANIZATION IS SEQUENTIAL
               10  HST-LAST-NM    PIC X(20).
               10  HST-PHONE      PIC X(15).
               10  HST-ADDRESS    PIC X(50).
      *
       FD  XRF-INPUT  RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY10.
      *
       FD  PRT-OUTPUT RECORDING MODE F.
       01  PRINT-REC          PIC X(135).
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-HIST-EOF        PIC X VALUE 'N'.
         05 WS-XREF-EOF        PIC X VALUE 'N'.
         05 WS-LNK-ADDED       PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-CARD           PIC X(02) VALUE '00'.
             88 FS-CARD-OK     VALUE '00'.
          05 FS-HISTORY        PIC X(02) VALUE '00'.
             88 FS-HISTORY-OK  VALUE '00'.
          05 FS-XREF           PIC X(02) VALUE '00'.
             88 FS-XREF-OK     VALUE '00'.
          05 FS-PRINT          PIC X(02) VALUE '00'.
             88 FS-PRINT-OK    VALUE '00'.
      *
      *
       01 WS-EMP-LISTED         PIC 9(08) VALUE ZERO.
      *
      *    THE CROSS-REFERENCE, LOADED ONCE.
       01 WS-XRF-TABLE.
          05 WS-XRF-ENTRY OCCURS 5000 TIMES.
             10 WS-XRF-OLD      PIC X(10).
             10 WS-XRF-NEW      PIC X(10).
       01 WS-XRF-MAX            PIC 9(05) COMP VALUE 5000.
       01 WS-XRF-USED           PIC 9(05) COMP VALUE ZERO.
       01 WS-XRF-IDX            PIC 9(05) COMP VALUE ZERO.
      *
      *    EVERY NUMBER LINKED TO THE CARD'S THROUGH THE CROSS-
      *    REFERENCE, THE CARD'S OWN NUMBER FIRST.
       01 WS-LNK-TABLE.
          05 WS-LNK-NUM OCCURS 20 TIMES PIC X(10).
       01 WS-LNK-MAX            PIC 9(02) COMP VALUE 20.
       01 WS-LNK-USED           PIC 9(02) COMP VALUE ZERO.
       01 WS-LNK-IDX            PIC 9(02) COMP VALUE ZERO.
       01 WS-LNK-FOUND          PIC 9(02) COMP VALUE ZERO.
       01 WS-LNK-OLD-AT         PIC 9(02) COMP VALUE ZERO.
       01 WS-LNK-CHECK          PIC X(10) VALUE SPACES.
      *
      *    THE 'WHAT CHANGED' COLUMN, BUILT FROM THE FIELD-GROUP
      *    FLAGS ON A 'C' RECORD.
       01 WS-CHANGED-TEXT       PIC X(17) VALUE SPACES.
       01 WS-EMP-HEADER.
          05 FILLER             PIC X(09) VALUE 'EMPLOYEE '.
          05 WS-EMH-NUM         PIC X(10).
      *
       01 WS-LINK-LINE.
          05 FILLER             PIC X(09) VALUE SPACES.
          05 FILLER             PIC X(14) VALUE 'ALSO HELD AS  '.
          05 WS-LNL-NUM         PIC X(10).
      *
      *    FIELD WIDTHS AND GAPS MUST MIRROR WS-DETAIL-LINE BELOW SO
      *    EACH LABEL LINES UP WITH ITS DATA COLUMN.
           DISPLAY 'PROGRAM COBINQ02 - START'.
      *
           PERFORM OPEN-FILES.
           PERFORM LOAD-CROSS-REFERENCE.
           PERFORM WRITE-PAGE-HEADER.
           PERFORM READ-CARD.
           PERFORM UNTIL LASTREC = 'Y'
      *    WITHOUT A SORT.
           MOVE ZERO TO WS-EMP-LISTED.
           MOVE 'N'  TO WS-HIST-EOF.
      *
           PERFORM RESOLVE-LINKED-NUMBERS.
      *
           MOVE CRD-EMP-NUM TO WS-EMH-NUM.
           MOVE SPACES TO PRINT-REC.
               AFTER ADVANCING 1.
           WRITE PRINT-REC FROM WS-EMP-HEADER
               AFTER ADVANCING 1.
           PERFORM VARYING WS-LNK-IDX FROM 2 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-USED
              MOVE WS-LNK-NUM(WS-LNK-IDX) TO WS-LNL-NUM
              WRITE PRINT-REC FROM WS-LINK-LINE
                  AFTER ADVANCING 1
           END-PERFORM.
           WRITE PRINT-REC FROM WS-COLUMN-HEADER
               AFTER ADVANCING 1.
      *
      *
           PERFORM READ-HISTORY.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
              MOVE HST-EMP-NUM TO WS-LNK-CHECK
              PERFORM FIND-LINKED-NUMBER
              IF WS-LNK-FOUND > ZERO
                 PERFORM WRITE-HISTORY-LINE
              END-IF
              PERFORM READ-HISTORY
           MOVE WS-EMP-LISTED TO WS-EMT-COUNT.
           WRITE PRINT-REC FROM WS-EMP-TRAILER
               AFTER ADVANCING 1.
      *
       LOAD-CROSS-REFERENCE.
           OPEN INPUT XRF-INPUT.
      *
           IF FS-XREF-OK
              CONTINUE
           ELSE
              MOVE 'Y' TO WS-XREF-EOF
           END-IF.
      *
           PERFORM READ-CROSS-REFERENCE.
           PERFORM UNTIL WS-XREF-EOF = 'Y'
              IF WS-XRF-USED >= WS-XRF-MAX
                 DISPLAY 'COBINQ02 ABEND - CROSS-REFERENCE TABLE '
                         'FULL AT ' WS-XRF-MAX
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-XRF-USED
              MOVE XRF-OLD-NUM TO WS-XRF-OLD(WS-XRF-USED)
              MOVE XRF-NEW-NUM TO WS-XRF-NEW(WS-XRF-USED)
              PERFORM READ-CROSS-REFERENCE
           END-PERFORM.
      *
           CLOSE XRF-INPUT.
      *
       READ-CROSS-REFERENCE.
           IF WS-XREF-EOF = 'N'
              READ XRF-INPUT
              AT END MOVE 'Y' TO WS-XREF-EOF
              END-READ
           END-IF.
      *
       RESOLVE-LINKED-NUMBERS.
      *    START FROM THE CARD'S NUMBER AND KEEP SWEEPING THE
      *    CROSS-REFERENCE, PULLING IN THE OTHER SIDE OF ANY PAIR
      *    THAT TOUCHES A NUMBER ALREADY HELD, UNTIL A SWEEP ADDS
      *    NOTHING - A CHAIN A->B->C IS FOUND FROM A, B OR C.
           MOVE 1           TO WS-LNK-USED.
           MOVE CRD-EMP-NUM TO WS-LNK-NUM(1).
           MOVE 'Y'         TO WS-LNK-ADDED.
      *
           PERFORM UNTIL WS-LNK-ADDED = 'N'
              MOVE 'N' TO WS-LNK-ADDED
              PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                      UNTIL WS-XRF-IDX > WS-XRF-USED
                 MOVE WS-XRF-OLD(WS-XRF-IDX) TO WS-LNK-CHECK
                 PERFORM FIND-LINKED-NUMBER
                 MOVE WS-LNK-FOUND TO WS-LNK-OLD-AT
                 MOVE WS-XRF-NEW(WS-XRF-IDX) TO WS-LNK-CHECK
                 PERFORM FIND-LINKED-NUMBER
                 IF WS-LNK-OLD-AT > ZERO AND WS-LNK-FOUND = ZERO
                    PERFORM ADD-LINKED-NUMBER
                 END-IF
                 IF WS-LNK-OLD-AT = ZERO AND WS-LNK-FOUND > ZERO
                    MOVE WS-XRF-OLD(WS-XRF-IDX) TO WS-LNK-CHECK
                    PERFORM ADD-LINKED-NUMBER
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
       FIND-LINKED-NUMBER.
           MOVE ZERO TO WS-LNK-FOUND.
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-USED
                      OR WS-LNK-FOUND > ZERO
              IF WS-LNK-NUM(WS-LNK-IDX) = WS-LNK-CHECK
                 MOVE WS-LNK-IDX TO WS-LNK-FOUND
              END-IF
           END-PERFORM.
      *
       ADD-LINKED-NUMBER.
           IF WS-LNK-USED < WS-LNK-MAX
              ADD 1 TO WS-LNK-USED
              MOVE WS-LNK-CHECK TO WS-LNK-NUM(WS-LNK-USED)
              MOVE 'Y' TO WS-LNK-ADDED
           ELSE
              DISPLAY 'COBINQ02 WARNING - MORE THAN ' WS-LNK-MAX
                      ' NUMBERS LINKED TO ' CRD-EMP-NUM
           END-IF.
      *
       READ-HISTORY.
           INITIALIZE HISTORY-REC.

           RECORD KEY IS KSDS-NUM
           ALTERNATE RECORD KEY IS KSDS-LAST-NM WITH DUPLICATES
           FILE STATUS FS-KSDS.
      *
      *    THE EMP-NUM CROSS-REFERENCE COBMNT07 KEEPS (COBCPY10) - A
      *    SINGLE-KEY CARD IS ANSWERED UNDER EVERY NUMBER THE
      *    EMPLOYEE HAS EVER HELD, SO A RETIRED NUMBER STILL FINDS
      *    THE RECORD NOW FILED UNDER THE NEW ONE.  OPTIONAL - WITH
      *    NO DD OR NO RENUMBERS YET, ONLY THE CARD'S NUMBER IS READ.
           SELECT OPTIONAL XRF-INPUT ASSIGN TO XREFDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-XREF.
      *
      *    THE EMERGENCY CONTACT KSDS COBBAT03 LOADS ALONGSIDE THE
      *    EMPKSDS (COBCPY11), KEYED EMP-NUM + SEQUENCE.  EVERY
      *    EMPLOYEE LISTED IS FOLLOWED BY THE EMPLOYEE'S CONTACTS, FOUND
      *    WITH A START ON THE EMP-NUM AND READ NEXT UNTIL IT CHANGES.
      *    OPTIONAL - WITH NO DD THE ANSWERS ARE PRINTED WITHOUT.
           SELECT OPTIONAL EC-KSDS ASSIGN TO ECKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ECK-KEY
           FILE STATUS FS-ECKSDS.
      *
           SELECT PRT-OUTPUT ASSIGN TO PRTDD
           ORGANIZATION IS SEQUENTIAL
           05  KSDS-LAST-NM       PIC X(20).
           05  KSDS-PHONE         PIC X(15).
           05  KSDS-ADDRESS       PIC X(50).
      *
       FD  XRF-INPUT  RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY10.
      *
       FD  EC-KSDS.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY11.
      *
      *    135 BYTES - WIDE ENOUGH FOR WS-ANSWER-LINE IN FULL; A
      *    NARROWER RECORD WOULD SILENTLY TRUNCATE THE TAIL OF THE
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-RANGE-DONE      PIC X VALUE 'N'.
         05 WS-NAME-DONE       PIC X VALUE 'N'.
         05 WS-XREF-EOF        PIC X VALUE 'N'.
         05 WS-LNK-ADDED       PIC X VALUE 'N'.
         05 WS-EC-OPEN         PIC X VALUE 'N'.
         05 WS-EC-DONE         PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-CARD           PIC X(02) VALUE '00'.
             88 FS-KSDS-OK     VALUE '00'.
             88 FS-KSDS-NOTFND VALUE '23'.
             88 FS-KSDS-EOF    VALUE '10'.
          05 FS-XREF           PIC X(02) VALUE '00'.
             88 FS-XREF-OK     VALUE '00'.
          05 FS-ECKSDS         PIC X(02) VALUE '00'.
             88 FS-ECKSDS-OK   VALUE '00'.
             88 FS-ECKSDS-NOTFND VALUE '23'.
             88 FS-ECKSDS-EOF  VALUE '10'.
          05 FS-PRINT          PIC X(02) VALUE '00'.
             88 FS-PRINT-OK    VALUE '00'.
      *
          05 WS-COUNT-RANGES    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-NAMES     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-INVALID   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-CONTACTS  PIC 9(08) VALUE ZERO.
      *
       01 WS-RANGE-LISTED       PIC 9(08) VALUE ZERO.
       01 WS-NAME-LISTED        PIC 9(08) VALUE ZERO.
       01 WS-SINGLE-LISTED      PIC 9(08) VALUE ZERO.
      *
      *    STATUS COLUMN FOR WRITE-FOUND-LINE - 'RENUMBERED' WHEN A
      *    SINGLE-KEY CARD'S EMPLOYEE IS FOUND UNDER A NUMBER LINKED
      *    TO IT RATHER THAN THE ONE ON THE CARD.
       01 WS-FOUND-STATUS       PIC X(10) VALUE 'FOUND'.
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
       01 WS-LNK-PASS           PIC 9(02) COMP VALUE ZERO.
       01 WS-LNK-FOUND          PIC 9(02) COMP VALUE ZERO.
       01 WS-LNK-OLD-AT         PIC 9(02) COMP VALUE ZERO.
       01 WS-LNK-CHECK          PIC X(10) VALUE SPACES.
      *
      *    THE REQUESTED NAME PREFIX AND ITS TRIMMED LENGTH - THE
      *    BROWSE MATCHES ON THE LEADING CHARACTERS ONLY, SO 'SMI'
          05 WS-ANS-PHONE       PIC X(15).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-ANS-ADDRESS     PIC X(50).
      *
      *    ONE LINE PER EMERGENCY CONTACT, INDENTED UNDER THE
      *    EMPLOYEE'S ANSWER LINE.
       01 WS-CONTACT-LINE.
          05 FILLER             PIC X(12) VALUE SPACES.
          05 FILLER             PIC X(10) VALUE 'EMERGENCY'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-ECL-NAME        PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-ECL-RELATION    PIC X(15).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-ECL-PHONE       PIC X(15).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-ECL-NOTE        PIC X(20).
      *
       01 WS-RANGE-HEADER.
          05 FILLER             PIC X(06) VALUE 'RANGE '.
           DISPLAY 'PROGRAM COBINQ01 - START'.
      *
           PERFORM OPEN-FILES.
           PERFORM LOAD-CROSS-REFERENCE.
           PERFORM WRITE-PAGE-HEADER.
           PERFORM READ-CARD.
           PERFORM UNTIL LASTREC = 'Y'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           OPEN INPUT  EC-KSDS.
      *
           IF FS-ECKSDS-OK
              MOVE 'Y' TO WS-EC-OPEN
           ELSE
              DISPLAY 'COBINQ01 - NO ECKSDS (FILE STATUS ' FS-ECKSDS
                      '), EMERGENCY CONTACTS NOT LISTED'
           END-IF.
      *
           OPEN OUTPUT PRT-OUTPUT.
      *
      *
           CLOSE CRD-INPUT.
           CLOSE EMP-KSDS.
           IF WS-EC-OPEN = 'Y'
              CLOSE EC-KSDS
           END-IF.
           CLOSE PRT-OUTPUT.
           GOBACK.
      *
           END-EVALUATE.
      *
       PROCESS-SINGLE.
      *    THE CARD'S OWN NUMBER FIRST, THEN EACH NUMBER LINKED TO IT
      *    ON THE CROSS-REFERENCE - NOT FOUND ONLY WHEN NONE OF THEM
      *    IS ON THE EMPKSDS.
           MOVE ZERO TO WS-SINGLE-LISTED.
           PERFORM RESOLVE-LINKED-NUMBERS.
      *
           PERFORM VARYING WS-LNK-PASS FROM 1 BY 1
                   UNTIL WS-LNK-PASS > WS-LNK-USED
              PERFORM READ-LINKED-NUMBER
           END-PERFORM.
      *
           IF WS-SINGLE-LISTED = ZERO
              PERFORM WRITE-NOTFOUND-LINE
              ADD 1 TO WS-COUNT-NOTFOUND
           END-IF.
      *
       READ-LINKED-NUMBER.
           MOVE WS-LNK-NUM(WS-LNK-PASS) TO KSDS-NUM.
      *
           READ EMP-KSDS.
      *
           EVALUATE TRUE
               WHEN FS-KSDS-OK
                  IF WS-LNK-PASS > 1
                     MOVE 'RENUMBERED' TO WS-FOUND-STATUS
                  END-IF
                  PERFORM WRITE-FOUND-LINE
                  MOVE 'FOUND' TO WS-FOUND-STATUS
                  ADD 1 TO WS-COUNT-FOUND
                  ADD 1 TO WS-SINGLE-LISTED
               WHEN FS-KSDS-NOTFND
                  CONTINUE
               WHEN OTHER
                  MOVE 'ERROR READING EMPKSDS'  TO WS-ERROR
                  MOVE FS-KSDS                  TO WS-FILE-STATUS
           MOVE WS-NAME-LISTED TO WS-NMT-COUNT.
           WRITE PRINT-REC FROM WS-NAME-TRAILER
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
                 DISPLAY 'COBINQ01 ABEND - CROSS-REFERENCE TABLE '
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
           MOVE 1            TO WS-LNK-USED.
           MOVE CRD-KEY-FROM TO WS-LNK-NUM(1).
           MOVE 'Y'          TO WS-LNK-ADDED.
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
              DISPLAY 'COBINQ01 WARNING - MORE THAN ' WS-LNK-MAX
                      ' NUMBERS LINKED TO ' CRD-KEY-FROM
           END-IF.
      *
       MEASURE-NAME-PREFIX.
      *    LENGTH OF THE NAME WITH TRAILING SPACES TRIMMED - THE
      *
       WRITE-FOUND-LINE.
           MOVE SPACES        TO  WS-ANSWER-LINE.
           MOVE WS-FOUND-STATUS TO WS-ANS-STATUS.
           MOVE KSDS-NUM      TO  WS-ANS-NUM.
           MOVE KSDS-FIRST-NM TO  WS-ANS-FIRST.
           MOVE KSDS-LAST-NM  TO  WS-ANS-LAST.
           MOVE KSDS-ADDRESS  TO  WS-ANS-ADDRESS.
           WRITE PRINT-REC FROM WS-ANSWER-LINE
               AFTER ADVANCING 1.
      *
           IF WS-EC-OPEN = 'Y'
              PERFORM LIST-EMERGENCY-CONTACTS
           END-IF.
      *
       LIST-EMERGENCY-CONTACTS.
      *    POSITION AT SEQUENCE 00 OF THE EMPLOYEE JUST PRINTED AND
      *    READ FORWARD WHILE THE EMP-NUM HOLDS.  NO CONTACTS ON FILE
      *    PRINTS NOTHING.
           MOVE KSDS-NUM      TO  ECK-EMP-NUM.
           MOVE ZERO          TO  ECK-SEQ.
           MOVE 'N'           TO  WS-EC-DONE.
           START EC-KSDS KEY IS NOT LESS THAN ECK-KEY.
      *
           EVALUATE TRUE
               WHEN FS-ECKSDS-OK
                  PERFORM READ-NEXT-CONTACT
                     UNTIL WS-EC-DONE = 'Y'
               WHEN FS-ECKSDS-NOTFND
                  CONTINUE
               WHEN OTHER
                  MOVE 'ERROR POSITIONING ECKSDS'
                                                TO WS-ERROR
                  MOVE FS-ECKSDS                TO WS-FILE-STATUS
                  DISPLAY 'COBINQ01 ABEND - ' WS-ERROR
                          ' FILE STATUS ' WS-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.
      *
       READ-NEXT-CONTACT.
           READ EC-KSDS NEXT RECORD.
      *
           EVALUATE TRUE
               WHEN FS-ECKSDS-EOF
                  MOVE 'Y' TO WS-EC-DONE
               WHEN FS-ECKSDS-OK
                  IF ECK-EMP-NUM NOT = KSDS-NUM
                     MOVE 'Y' TO WS-EC-DONE
                  ELSE
                     PERFORM WRITE-CONTACT-LINE
                  END-IF
               WHEN OTHER
                  MOVE 'ERROR BROWSING ECKSDS'  TO WS-ERROR
                  MOVE FS-ECKSDS                TO WS-FILE-STATUS
                  DISPLAY 'COBINQ01 ABEND - ' WS-ERROR
                          ' FILE STATUS ' WS-FILE-STATUS
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-EVALUATE.
      *
       WRITE-CONTACT-LINE.
           MOVE ECK-NAME      TO  WS-ECL-NAME.
           MOVE ECK-RELATION  TO  WS-ECL-RELATION.
           MOVE ECK-PHONE     TO  WS-ECL-PHONE.
           IF ECK-PHONE-FLAG = 'N'
              MOVE 'PHONE NOT VERIFIED' TO WS-ECL-NOTE
           ELSE
              MOVE SPACES               TO WS-ECL-NOTE
           END-IF.
           WRITE PRINT-REC FROM WS-CONTACT-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-COUNT-CONTACTS.
      *
       WRITE-NOTFOUND-LINE.
           MOVE SPACES        TO  WS-ANSWER-LINE.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'EMERGENCY CONTACTS   :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-CONTACTS        TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *

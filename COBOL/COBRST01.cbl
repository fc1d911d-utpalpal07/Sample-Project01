      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBRST01.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RESTART GATE - LOOKS AT A PROGRAM'S RESTART CHECKPOINT
      *    AHEAD OF THE STEPS THAT WOULD DESTROY WHAT A RESTART
      *    NEEDS (COBDRVP'S STEP025 DELETES AND REDEFINES THE EMPKSDS
      *    COBBAT03 RESUMES LOADING).  A CHECKPOINT LEFT 'INCOMPLETE'
      *    ENDS THIS STEP RC=4 SO THE PROCEDURE CAN SKIP THOSE STEPS;
      *    'COMPLETE', EMPTY OR NO CHECKPOINT AT ALL IS RC=0.  A
      *    CHECKPOINT THAT CANNOT BE READ IS RC=16 - WHETHER A RESTART
      *    IS PENDING IS UNKNOWN, SO NOTHING AFTER THIS MAY RUN.  THE
      *    RECORD IS COBBAT03'S 89-BYTE CHECKPOINT; COBBAT02'S (17
      *    BYTES) AND COBBAT06'S (33) ALSO CARRY THE STATUS BYTE IN
      *    COL 9 BUT ARE SHORTER, SO THEY NEED THIS FD CUT TO FIT.
           SELECT OPTIONAL CHKPT-FILE ASSIGN TO CHKPTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CHKPT-STATUS.
      *
      *    CHAIN RUN-STATE FILE (COBCPY13).  A PROGRAM THAT HAS
      *    ALREADY COMPLETED FOR THE NIGHT BEING RUN WILL REFUSE TO
      *    RUN AGAIN, SO THE STEPS AHEAD OF IT MUST NOT DESTROY WHAT IT
      *    LEFT EITHER - THAT IS RC=4 TOO, UNLESS THE NIGHT WAS OPENED
      *    WITH THE RERUN OVERRIDE.  OPTIONAL.
           SELECT OPTIONAL RUN-STATE ASSIGN TO RUNSTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNST-STATUS.
      *
      *    CONTROL CARD - THE PROGRAM TO LOOK FOR ON RUNSTDD IN COLS
      *    1-8.  OPTIONAL; WITHOUT IT ONLY THE CHECKPOINT IS LOOKED AT.
           SELECT OPTIONAL CTL-CARD ASSIGN TO CTLDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CHKPT-FILE RECORDING MODE F.
       01  CHKPT-REC.
           05  CHKPT-COUNT     PIC 9(08).
           05  CHKPT-STATUS-CD PIC X(01).
      *    COBBAT03'S SAVED INPUT POSITIONS AND COUNTS - NOT NEEDED
      *    HERE, BUT PART OF THE RECORD.
           05  FILLER          PIC X(80).
      *
       FD  RUN-STATE  RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY13.
      *
       FD  CTL-CARD   RECORDING MODE F.
       01  CTL-REC.
           05  CTL-PGM         PIC X(08).
           05  FILLER          PIC X(72).
      *
       WORKING-STORAGE SECTION.
       01 WS-CHKPT-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RUNST-STATUS      PIC X(02) VALUE SPACES.
       01 WS-CTL-STATUS        PIC X(02) VALUE SPACES.
      *
      *    THE PROGRAM ASKED ABOUT, THE LAST NIGHT OPENED ON RUNSTDD
      *    AND WHETHER THE PROGRAM HAS COMPLETED FOR IT SINCE ITS
      *    LAST BACK-OUT.
       01 WS-RST-PGM           PIC X(08) VALUE SPACES.
       01 WS-RST-BUS-DATE      PIC X(10) VALUE SPACES.
       01 WS-RST-RERUN         PIC X(01) VALUE 'N'.
       01 WS-RST-DONE          PIC X(01) VALUE 'N'.
       01 WS-RST-EOF           PIC X(01) VALUE 'N'.
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
           DISPLAY 'PROGRAM COBRST01 - START'.
      *
           OPEN INPUT CHKPT-FILE.
      *
      *    05/35 - NO CHECKPOINT DATASET; 10 ON THE READ - AN EMPTY
      *    ONE.  ANY OTHER STATUS LEAVES A PENDING RESTART UNPROVEN.
           IF WS-CHKPT-STATUS NOT = '00' AND NOT = '05'
                              AND NOT = '35'
              PERFORM CHECKPOINT-ABEND
           END-IF.
      *
           IF WS-CHKPT-STATUS = '00'
              READ CHKPT-FILE
              END-READ
              IF WS-CHKPT-STATUS NOT = '00' AND NOT = '10'
                 PERFORM CHECKPOINT-ABEND
              END-IF
              IF WS-CHKPT-STATUS = '00' AND CHKPT-STATUS-CD = 'I'
                 DISPLAY 'COBRST01 RESTART PENDING - CHECKPOINT '
                         'INCOMPLETE AFTER ' CHKPT-COUNT
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 DISPLAY 'COBRST01 NO RESTART PENDING'
              END-IF
           ELSE
              DISPLAY 'COBRST01 NO RESTART PENDING'
           END-IF.
      *
           CLOSE CHKPT-FILE.
      *
           IF WS-RETURN-CODE = 0
              PERFORM CHECK-RUN-STATE
           END-IF.
      *
           DISPLAY 'PROGRAM COBRST01 - STOP'.
      *
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
       CHECKPOINT-ABEND.
           DISPLAY 'COBRST01 ABEND - ERROR READING CHKPTDD, '
                   'FILE STATUS ' WS-CHKPT-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       CHECK-RUN-STATE.
           OPEN INPUT CTL-CARD.
      *
           IF WS-CTL-STATUS = '00'
              READ CTL-CARD
              END-READ
              IF WS-CTL-STATUS = '00'
                 MOVE CTL-PGM TO WS-RST-PGM
              END-IF
           END-IF.
      *
           CLOSE CTL-CARD.
      *
           IF WS-RST-PGM NOT = SPACES
              PERFORM SCAN-RUN-STATE
           END-IF.
      *
       SCAN-RUN-STATE.
      *    ONE PASS - AN 'O' ROW STARTS THE LOOK AFRESH FOR ITS NIGHT,
      *    SO WHAT IS LEFT AT THE END IS FOR THE LAST NIGHT OPENED.
           OPEN INPUT RUN-STATE.
      *
           IF WS-RUNST-STATUS = '00'
              PERFORM READ-RUN-STATE
              PERFORM UNTIL WS-RST-EOF = 'Y'
                 EVALUATE TRUE
                    WHEN RSTATE-OPENED
                       IF RSTATE-BUS-DATE NOT = WS-RST-BUS-DATE
                          MOVE 'N' TO WS-RST-DONE
                       END-IF
                       MOVE RSTATE-BUS-DATE TO WS-RST-BUS-DATE
                       MOVE RSTATE-RERUN    TO WS-RST-RERUN
                    WHEN RSTATE-PGM NOT = WS-RST-PGM
                      OR RSTATE-BUS-DATE NOT = WS-RST-BUS-DATE
                       CONTINUE
                    WHEN RSTATE-COMPLETED
                       MOVE 'Y' TO WS-RST-DONE
                    WHEN RSTATE-BACKED-OUT
                       MOVE 'N' TO WS-RST-DONE
                 END-EVALUATE
                 PERFORM READ-RUN-STATE
              END-PERFORM
           END-IF.
      *
           CLOSE RUN-STATE.
      *
           IF WS-RST-DONE = 'Y' AND WS-RST-RERUN NOT = 'Y'
              DISPLAY 'COBRST01 ' WS-RST-PGM ' ALREADY COMPLETED FOR '
                      WS-RST-BUS-DATE ' - ITS FILES ARE KEPT'
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
      *
       READ-RUN-STATE.
           READ RUN-STATE
           AT END MOVE 'Y' TO WS-RST-EOF
           END-READ.
      *

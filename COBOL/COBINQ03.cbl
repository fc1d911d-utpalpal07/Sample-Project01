      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.  COBINQ03.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    REQUEST DECK - ONE CARD PER EMPLOYEE TO TRACE, AN EMP-NUM
      *    IN COLUMNS 1-10, SAME CONVENTION AS COBINQ01/COBINQ02.  A
      *    BLANK CARD IS REPORTED AS INVALID.
           SELECT CRD-INPUT  ASSIGN TO CARDDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-CARD.
      *
      *    THE FILES TONIGHT'S CHAIN READ AND WROTE, IN STEP ORDER.
      *    EVERY ONE IS RE-OPENED AND READ END TO END PER CARD - THE
      *    DECKS ARE SMALL AND THE FILES ARE ONE NIGHT'S VOLUME.  A
      *    FILE THAT CANNOT BE OPENED (THE STEP WAS SKIPPED, OR THE DD
      *    LEFT OUT) IS LISTED AS NOT READ AND THE TRACE CARRIES ON
      *    WITH THE REST.
      *
      *    STEP010 COBBAT01 - HR NAME/ID/DEPT EXTRACT, ITS OUTPUT,
      *    REJECTS, DUPLICATES AND DEPARTMENT REMAPS.
           SELECT B01-IN   ASSIGN TO B01INDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B01-IN.
           SELECT B01-OUT  ASSIGN TO B01OUTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B01-OUT.
           SELECT B01-REJ  ASSIGN TO B01REJDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B01-REJ.
           SELECT B01-DUP  ASSIGN TO B01DUPDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B01-DUP.
           SELECT B01-RMP  ASSIGN TO B01RMPDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B01-RMP.
      *
      *    STEP020 COBBAT02 - THE SECOND HR EXTRACT, ITS OUTPUT (WHICH
      *    COBBAT04 ENRICHES) AND REJECTS.
           SELECT B02-IN   ASSIGN TO B02INDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B02-IN.
           SELECT B02-OUT  ASSIGN TO B02OUTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B02-OUT.
           SELECT B02-REJ  ASSIGN TO B02REJDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B02-REJ.
      *
      *    STEP027 COBSTD01 - CONTACT ROWS REJECTED BY THE
      *    STANDARDIZATION.
           SELECT STD-EXC  ASSIGN TO STDEXCDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-STD-EXC.
      *
      *    STEP030 COBBAT03 - THE UNMATCHED AND OUT-OF-SEQUENCE
      *    EVIDENCE FILES, THE MERGED OUTPUT AND THE EMPKSDS LOADED
      *    FROM IT (READ BY KEY, AS COBINQ01 DOES).
           SELECT B03-UNM1 ASSIGN TO B03UNM1D
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B03-UNM1.
           SELECT B03-UNM2 ASSIGN TO B03UNM2D
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B03-UNM2.
           SELECT B03-SEQ  ASSIGN TO B03SEQDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B03-SEQ.
           SELECT B03-OUT  ASSIGN TO B03OUTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B03-OUT.
           SELECT EMP-KSDS   ASSIGN TO EMPKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KSDS-NUM
           FILE STATUS FS-KSDS.
      *
      *    STEP032 COBBAT05 - TONIGHT'S DELTA AGAINST LAST NIGHT.
           SELECT B05-DLT  ASSIGN TO B05DLTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B05-DLT.
      *
      *    STEP040 COBBAT04 - THE ENRICHED OUTPUT AND ITS REJECTS.
           SELECT B04-OUT  ASSIGN TO B04OUTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B04-OUT.
           SELECT B04-REJ  ASSIGN TO B04REJDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-B04-REJ.
      *
           SELECT PRT-OUTPUT ASSIGN TO PRTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-PRINT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CRD-INPUT  RECORDING MODE F.
       01  CARD-REC.
           05  CRD-EMP-NUM        PIC X(10).
           05  FILLER             PIC X(70).
      *
      *    COBBAT01/COBBAT02 INPUT-REC.  THE HR HEADER AND TRAILER
      *    RECORDS CARRY A DATE OR COUNT WHERE THE EMP-ID SITS, SO
      *    THEY NEVER MATCH A CARD AND NEED NO SPECIAL HANDLING.
       FD  B01-IN     RECORDING MODE F.
       01  B01-IN-REC.
           05  B01I-NAME          PIC X(10).
           05  B01I-EMP-ID        PIC X(10).
           05  B01I-DEPT          PIC X(05).
           05  FILLER             PIC X(55).
      *
      *    COBBAT01/COBBAT02 OUTPUT-REC.
       FD  B01-OUT    RECORDING MODE F.
       01  B01-OUT-REC.
           05  B01O-NAME          PIC X(10).
           05  FILLER             PIC X(01).
           05  B01O-DATE          PIC X(10).
           05  FILLER             PIC X(01).
           05  B01O-EMP-ID        PIC X(10).
           05  FILLER             PIC X(01).
           05  B01O-DEPT          PIC X(05).
           05  FILLER             PIC X(42).
      *
      *    COBBAT01'S REJECT-REC CARRIES THE NAME AND REASON ONLY, SO
      *    IT IS SEARCHED UNDER THE NAME THE EMPLOYEE HAD ON INDD.
       FD  B01-REJ    RECORDING MODE F.
       01  B01-REJ-REC.
           05  B01R-NAME          PIC X(10).
           05  FILLER             PIC X(01).
           05  B01R-REASON        PIC X(20).
           05  FILLER             PIC X(49).
      *
      *    'KEPT' / 'DROP' TAG, THEN THE FULL INPUT-REC.
       FD  B01-DUP    RECORDING MODE F.
       01  B01-DUP-REC.
           05  B01D-TAG           PIC X(05).
           05  FILLER             PIC X(01).
           05  B01D-NAME          PIC X(10).
           05  B01D-EMP-ID        PIC X(10).
           05  B01D-DEPT          PIC X(05).
           05  FILLER             PIC X(55).
      *
       FD  B01-RMP    RECORDING MODE F.
       01  B01-RMP-REC.
           05  B01M-OLD-DEPT      PIC X(05).
           05  FILLER             PIC X(01).
           05  B01M-NEW-DEPT      PIC X(05).
           05  FILLER             PIC X(01).
           05  B01M-EMP-ID        PIC X(10).
           05  FILLER             PIC X(01).
           05  B01M-NAME          PIC X(10).
           05  FILLER             PIC X(47).
      *
       FD  B02-IN     RECORDING MODE F.
       01  B02-IN-REC.
           05  B02I-NAME          PIC X(10).
           05  B02I-EMP-ID        PIC X(10).
           05  B02I-DEPT          PIC X(05).
           05  FILLER             PIC X(55).
      *
       FD  B02-OUT    RECORDING MODE F.
       01  B02-OUT-REC.
           05  B02O-NAME          PIC X(10).
           05  FILLER             PIC X(01).
           05  B02O-DATE          PIC X(10).
           05  FILLER             PIC X(01).
           05  B02O-EMP-ID        PIC X(10).
           05  FILLER             PIC X(01).
           05  B02O-DEPT          PIC X(05).
           05  FILLER             PIC X(42).
      *
      *    COBBAT02'S REJECT-REC - NAME, SQLCODE AND REASON.
       FD  B02-REJ    RECORDING MODE F.
       01  B02-REJ-REC.
           05  B02R-NAME          PIC X(10).
           05  FILLER             PIC X(01).
           05  B02R-SQLCODE       PIC X(05).
           05  FILLER             PIC X(01).
           05  B02R-REASON        PIC X(30).
           05  FILLER             PIC X(33).
      *
      *    REASON CODE, THEN THE CONTACT ROW AS RECEIVED (COBCPY02).
       FD  STD-EXC    RECORDING MODE F.
       01  STD-EXC-REC.
           05  STDX-REASON        PIC X(09).
           05  FILLER             PIC X(01).
           05  STDX-NUMB          PIC X(10).
           05  FILLER             PIC X(74).
           05  STDX-REC-TYPE      PIC X(01).
           05  FILLER             PIC X(15).
      *
      *    INDD1 MASTER ROWS (COBCPY01) WITH NO CONTACT ROW.
       FD  B03-UNM1   RECORDING MODE F.
       01  B03-UNM1-REC.
           05  B03U1-NUM          PIC X(10).
           05  B03U1-FIRST-NM     PIC X(20).
           05  B03U1-LAST-NM      PIC X(20).
           05  FILLER             PIC X(50).
      *
      *    INDD2 CONTACT ROWS (COBCPY02) WITH NO MASTER ROW.
       FD  B03-UNM2   RECORDING MODE F.
       01  B03-UNM2-REC.
           05  B03U2-NUMB         PIC X(10).
           05  B03U2-PHONE        PIC X(15).
           05  FILLER             PIC X(75).
      *
      *    COBBAT03'S WS-SEQERR-LINE - INPUT, RECORD NUMBER AND THE
      *    TWO KEYS THAT WERE OUT OF ORDER.
       FD  B03-SEQ    RECORDING MODE F.
       01  B03-SEQ-REC.
           05  B03S-FILE          PIC X(05).
           05  FILLER             PIC X(01).
           05  B03S-RECNO         PIC X(08).
           05  FILLER             PIC X(01).
           05  B03S-PREV          PIC X(10).
           05  FILLER             PIC X(01).
           05  B03S-THIS          PIC X(10).
           05  FILLER             PIC X(44).
      *
       FD  B03-OUT    RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY03.
      *
       FD  EMP-KSDS.
       01  EMPKSDS-REC.
           05  KSDS-NUM           PIC X(10).
           05  KSDS-FIRST-NM      PIC X(20).
           05  KSDS-LAST-NM       PIC X(20).
           05  KSDS-PHONE         PIC X(15).
           05  KSDS-ADDRESS       PIC X(50).
      *
      *    COBBAT05'S WS-DELTA-LINE - CHANGE TYPE, THE FIELD-GROUP
      *    FLAGS, THEN THE COBCPY03 IMAGE (LAST NIGHT'S ON A 'D').
       FD  B05-DLT    RECORDING MODE F.
       01  B05-DLT-REC.
           05  B05D-CHANGE-TYPE   PIC X(01).
           05  FILLER             PIC X(01).
           05  B05D-NAME-CHG      PIC X(01).
           05  B05D-PHONE-CHG     PIC X(01).
           05  B05D-ADDR-CHG      PIC X(01).
           05  FILLER             PIC X(01).
           05  B05D-NUM           PIC X(10).
           05  FILLER             PIC X(105).
      *
       FD  B04-OUT    RECORDING MODE F.
       01  B04-OUT-REC.
           05  B04O-NAME          PIC X(10).
           05  FILLER             PIC X(01).
           05  B04O-DATE          PIC X(10).
           05  FILLER             PIC X(01).
           05  B04O-EMP-ID        PIC X(10).
           05  FILLER             PIC X(01).
           05  B04O-DEPT          PIC X(05).
           05  FILLER             PIC X(01).
           05  B04O-DEPT-NAME     PIC X(20).
           05  FILLER             PIC X(01).
           05  B04O-EMP-STATUS    PIC X(01).
           05  FILLER             PIC X(01).
           05  B04O-HIRE-DATE     PIC X(10).
           05  FILLER             PIC X(28).
      *
       FD  B04-REJ    RECORDING MODE F.
       01  B04-REJ-REC.
           05  B04R-NAME          PIC X(10).
           05  FILLER             PIC X(01).
           05  B04R-EMP-ID        PIC X(10).
           05  FILLER             PIC X(01).
           05  B04R-SQLCODE       PIC X(05).
           05  FILLER             PIC X(01).
           05  B04R-REASON        PIC X(30).
           05  FILLER             PIC X(23).
      *
       FD  PRT-OUTPUT RECORDING MODE F.
       01  PRINT-REC          PIC X(135).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LASTREC            PIC X VALUE SPACE.
         05 WS-TRC-EOF         PIC X VALUE 'N'.
         05 WS-TRC-READ-OK     PIC X VALUE 'Y'.
         05 WS-KSDS-OPEN       PIC X VALUE 'N'.
      *
       01 FS-FILE-STATUS.
          05 FS-CARD           PIC X(02) VALUE '00'.
             88 FS-CARD-OK     VALUE '00'.
          05 FS-B01-IN         PIC X(02) VALUE '00'.
          05 FS-B01-OUT        PIC X(02) VALUE '00'.
          05 FS-B01-REJ        PIC X(02) VALUE '00'.
          05 FS-B01-DUP        PIC X(02) VALUE '00'.
          05 FS-B01-RMP        PIC X(02) VALUE '00'.
          05 FS-B02-IN         PIC X(02) VALUE '00'.
          05 FS-B02-OUT        PIC X(02) VALUE '00'.
          05 FS-B02-REJ        PIC X(02) VALUE '00'.
          05 FS-STD-EXC        PIC X(02) VALUE '00'.
          05 FS-B03-UNM1       PIC X(02) VALUE '00'.
          05 FS-B03-UNM2       PIC X(02) VALUE '00'.
          05 FS-B03-SEQ        PIC X(02) VALUE '00'.
          05 FS-B03-OUT        PIC X(02) VALUE '00'.
          05 FS-KSDS           PIC X(02) VALUE '00'.
             88 FS-KSDS-OK     VALUE '00'.
             88 FS-KSDS-NOTFND VALUE '23'.
          05 FS-B05-DLT        PIC X(02) VALUE '00'.
          05 FS-B04-OUT        PIC X(02) VALUE '00'.
          05 FS-B04-REJ        PIC X(02) VALUE '00'.
          05 FS-PRINT          PIC X(02) VALUE '00'.
             88 FS-PRINT-OK    VALUE '00'.
      *
       01 WS-RETURN-CODE       PIC 9(04) VALUE ZERO.
      *
      *    REQUEST/ANSWER TOTALS FOR THE END-OF-RUN SUMMARY.
       01 WS-INQ-COUNTS.
          05 WS-COUNT-CARDS     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-TRACED    PIC 9(08) VALUE ZERO.
          05 WS-COUNT-NOWHERE   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-INVALID   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-UNREAD    PIC 9(08) VALUE ZERO.
      *
      *    THE EMPLOYEE BEING TRACED, THE NAME IT CARRIED ON EACH HR
      *    EXTRACT (THE KEY TO THAT PROGRAM'S REJECTS), AND THE LAST
      *    FILE IN CHAIN ORDER IT WAS SEEN IN.
       01 WS-TRC-NUM            PIC X(10) VALUE SPACES.
       01 WS-B01-NAME           PIC X(10) VALUE SPACES.
       01 WS-B02-NAME           PIC X(10) VALUE SPACES.
       01 WS-LAST-SEEN.
          05 WS-LAST-STEP       PIC X(07) VALUE SPACES.
          05 WS-LAST-PGM        PIC X(08) VALUE SPACES.
          05 WS-LAST-DD         PIC X(13) VALUE SPACES.
      *
      *    THE FILE BEING TRACED AND WHAT WAS FOUND IN IT - THE LAST
      *    MATCHING RECORD'S VALUES GO IN THE DETAIL.
       01 WS-TRC-FILE.
          05 WS-TRC-STEP        PIC X(07) VALUE SPACES.
          05 WS-TRC-PGM         PIC X(08) VALUE SPACES.
          05 WS-TRC-DD          PIC X(13) VALUE SPACES.
          05 WS-TRC-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-TRC-DETAIL      PIC X(80) VALUE SPACES.
       01 WS-TRC-STATUS         PIC X(02) VALUE SPACES.
      *
      *    EMP_DIRECTORY LOOKUP.
       01 WS-DIR-ID             PIC X(10).
       01 WS-DIR-FIRST          PIC X(20).
       01 WS-DIR-LAST           PIC X(20).
       01 WS-SQLCODE-DISP       PIC -9(09).
      *
       01 WS-HEADER-LINE1       PIC X(60)
          VALUE 'EMPLOYEE TRACE - TONIGHT''S BATCH CHAIN FILES'.
      *
       01 WS-EMP-HEADER.
          05 FILLER             PIC X(09) VALUE 'EMPLOYEE '.
          05 WS-EMH-NUM         PIC X(10).
      *
      *    FIELD WIDTHS AND GAPS MUST MIRROR WS-TRACE-LINE BELOW SO
      *    EACH LABEL LINES UP WITH ITS DATA COLUMN.
       01 WS-COLUMN-HEADER.
          05 FILLER             PIC X(07) VALUE 'STEP'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(08) VALUE 'PROGRAM'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(13) VALUE 'FILE'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(09) VALUE 'RESULT'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'TIMES'.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(80) VALUE 'DETAIL'.
      *
       01 WS-TRACE-LINE.
          05 WS-TLN-STEP        PIC X(07).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TLN-PGM         PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TLN-DD          PIC X(13).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TLN-RESULT      PIC X(09).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TLN-TIMES       PIC ZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TLN-DETAIL      PIC X(80).
      *
       01 WS-LAST-LINE.
          05 FILLER             PIC X(22)
             VALUE 'LAST APPEARED IN     :'.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-LSL-STEP        PIC X(07).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-LSL-PGM         PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-LSL-DD          PIC X(13).
      *
       01 WS-NOWHERE-LINE       PIC X(80)
          VALUE 'LAST APPEARED IN     : NONE - NOT IN ANY FILE OF TONIG
      -         'HT''S CHAIN'.
      *
       01 WS-INVALID-LINE       PIC X(60)
          VALUE 'INVALID - UNRECOGNIZED REQUEST CARD'.
      *
       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL       PIC X(22).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-SUM-COUNT       PIC 9(08).
      *
           EXEC SQL  INCLUDE SQLCA   END-EXEC.
      *------------------
       PROCEDURE DIVISION.
      *------------------
      *
           DISPLAY 'PROGRAM COBINQ03 - START'.
      *
           PERFORM OPEN-FILES.
           PERFORM WRITE-PAGE-HEADER.
           PERFORM READ-CARD.
           PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-COUNT-CARDS
              PERFORM PROCESS-CARD
              PERFORM READ-CARD
           END-PERFORM.
           PERFORM WRITE-SUMMARY.
           PERFORM CLOSE-STOP.
      *
       OPEN-FILES.
           OPEN INPUT  CRD-INPUT.
           OPEN OUTPUT PRT-OUTPUT.
      *
      *    THE EMPKSDS IS READ BY KEY FOR EVERY CARD, SO IT IS OPENED
      *    ONCE; IF IT WILL NOT OPEN, ITS LINE SAYS SO ON EVERY TRACE.
           OPEN INPUT  EMP-KSDS.
           IF FS-KSDS-OK
              MOVE 'Y' TO WS-KSDS-OPEN
           ELSE
              DISPLAY 'COBINQ03 EMPKSDS NOT AVAILABLE, FILE STATUS '
                      FS-KSDS
           END-IF.
      *
       CLOSE-STOP.
      *
           DISPLAY 'PROGRAM COBINQ03 - STOP'.
      *
           CLOSE CRD-INPUT.
           CLOSE PRT-OUTPUT.
           IF WS-KSDS-OPEN = 'Y'
              CLOSE EMP-KSDS
           END-IF.
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
       PROCESS-CARD.
           IF CRD-EMP-NUM = SPACES
              ADD 1 TO WS-COUNT-INVALID
              MOVE SPACES TO PRINT-REC
              WRITE PRINT-REC
                  AFTER ADVANCING 1
              WRITE PRINT-REC FROM WS-INVALID-LINE
                  AFTER ADVANCING 1
           ELSE
              ADD 1 TO WS-COUNT-TRACED
              PERFORM TRACE-EMPLOYEE
           END-IF.
      *
       TRACE-EMPLOYEE.
      *    ONE LINE PER FILE IN THE ORDER THE CHAIN RUNS, SO THE LAST
      *    'FOUND' LINE IS WHERE THE EMPLOYEE DROPPED OUT - A REJECT
      *    OR EXCEPTION LINE THERE USUALLY SAYS WHY.
           MOVE CRD-EMP-NUM TO WS-TRC-NUM.
           MOVE SPACES      TO WS-B01-NAME
                               WS-B02-NAME
                               WS-LAST-SEEN.
      *
           MOVE WS-TRC-NUM TO WS-EMH-NUM.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 1.
           WRITE PRINT-REC FROM WS-EMP-HEADER
               AFTER ADVANCING 1.
           WRITE PRINT-REC FROM WS-COLUMN-HEADER
               AFTER ADVANCING 1.
      *
           PERFORM TRACE-B01-INPUT.
           PERFORM TRACE-B01-OUTPUT.
           PERFORM TRACE-B01-REJECTS
              THRU TRACE-B01-REJECTS-EX.
           PERFORM TRACE-B01-DUPLICATES.
           PERFORM TRACE-B01-REMAPS.
           PERFORM TRACE-B02-INPUT.
           PERFORM TRACE-B02-OUTPUT.
           PERFORM TRACE-B02-REJECTS
              THRU TRACE-B02-REJECTS-EX.
           PERFORM TRACE-STD-EXCEPTIONS.
           PERFORM TRACE-B03-UNMATCHED1.
           PERFORM TRACE-B03-UNMATCHED2.
           PERFORM TRACE-B03-SEQERR.
           PERFORM TRACE-B03-OUTPUT.
           PERFORM TRACE-B03-EMPKSDS.
           PERFORM TRACE-B05-DELTA.
           PERFORM TRACE-B04-OUTPUT.
           PERFORM TRACE-B04-REJECTS.
           PERFORM TRACE-DIRECTORY.
      *
           IF WS-LAST-STEP = SPACES
              ADD 1 TO WS-COUNT-NOWHERE
              WRITE PRINT-REC FROM WS-NOWHERE-LINE
                  AFTER ADVANCING 1
           ELSE
              MOVE WS-LAST-STEP TO WS-LSL-STEP
              MOVE WS-LAST-PGM  TO WS-LSL-PGM
              MOVE WS-LAST-DD   TO WS-LSL-DD
              WRITE PRINT-REC FROM WS-LAST-LINE
                  AFTER ADVANCING 1
           END-IF.
      *
       START-TRACE-FILE.
           MOVE ZERO   TO WS-TRC-COUNT.
           MOVE SPACES TO WS-TRC-DETAIL
                          WS-TRC-STATUS.
           MOVE 'N'    TO WS-TRC-EOF.
           MOVE 'Y'    TO WS-TRC-READ-OK.
      *
       FILE-NOT-READ.
           MOVE 'N' TO WS-TRC-READ-OK.
           STRING 'FILE NOT AVAILABLE - FILE STATUS '
                  WS-TRC-STATUS
                  DELIMITED BY SIZE INTO WS-TRC-DETAIL.
      *
       WRITE-TRACE-LINE.
           MOVE SPACES        TO WS-TRACE-LINE.
           MOVE WS-TRC-STEP   TO WS-TLN-STEP.
           MOVE WS-TRC-PGM    TO WS-TLN-PGM.
           MOVE WS-TRC-DD     TO WS-TLN-DD.
      *
           EVALUATE TRUE
              WHEN WS-TRC-READ-OK = 'N'
                 MOVE 'NOT READ'  TO WS-TLN-RESULT
                 ADD 1 TO WS-COUNT-UNREAD
                 MOVE 4 TO WS-RETURN-CODE
              WHEN WS-TRC-COUNT > ZERO
                 MOVE 'FOUND'     TO WS-TLN-RESULT
                 MOVE WS-TRC-STEP TO WS-LAST-STEP
                 MOVE WS-TRC-PGM  TO WS-LAST-PGM
                 MOVE WS-TRC-DD   TO WS-LAST-DD
              WHEN OTHER
                 MOVE 'NOT FOUND' TO WS-TLN-RESULT
           END-EVALUATE.
      *
           MOVE WS-TRC-COUNT  TO WS-TLN-TIMES.
           MOVE WS-TRC-DETAIL TO WS-TLN-DETAIL.
           WRITE PRINT-REC FROM WS-TRACE-LINE
               AFTER ADVANCING 1.
      *
      *--------------------------------------------------------
      *    STEP010 COBBAT01
      *--------------------------------------------------------
       TRACE-B01-INPUT.
           MOVE 'STEP010'  TO WS-TRC-STEP.
           MOVE 'COBBAT01' TO WS-TRC-PGM.
           MOVE 'INDD'     TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B01-IN.
      *
           IF FS-B01-IN NOT = '00'
              MOVE FS-B01-IN TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B01-IN
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B01I-EMP-ID = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE B01I-NAME TO WS-B01-NAME
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'NAME ' B01I-NAME
                           '  DEPT ' B01I-DEPT
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B01-IN
              END-PERFORM
              CLOSE B01-IN
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B01-IN.
           READ B01-IN
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
       TRACE-B01-OUTPUT.
           MOVE 'OUTDD'    TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B01-OUT.
      *
           IF FS-B01-OUT NOT = '00'
              MOVE FS-B01-OUT TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B01-OUT
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B01O-EMP-ID = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'NAME ' B01O-NAME
                           '  DEPT ' B01O-DEPT
                           '  RUN DATE ' B01O-DATE
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B01-OUT
              END-PERFORM
              CLOSE B01-OUT
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B01-OUT.
           READ B01-OUT
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
       TRACE-B01-REJECTS.
      *    REJDD HOLDS NO EMP-ID - A REJECT IS MATCHED ON THE NAME THE
      *    EMPLOYEE'S INDD RECORD CARRIED, SO AN EMPLOYEE NOT ON INDD
      *    CANNOT BE LOOKED FOR HERE.
           MOVE 'REJDD'    TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           IF WS-B01-NAME = SPACES
              MOVE 'NOT ON INDD - REJECTS CARRY THE NAME ONLY'
                              TO WS-TRC-DETAIL
              PERFORM WRITE-TRACE-LINE
              GO TO TRACE-B01-REJECTS-EX
           END-IF.
      *
           OPEN INPUT B01-REJ.
      *
           IF FS-B01-REJ NOT = '00'
              MOVE FS-B01-REJ TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B01-REJ
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B01R-NAME = WS-B01-NAME
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'REASON ' B01R-REASON
                           '  MATCHED ON NAME ' WS-B01-NAME
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B01-REJ
              END-PERFORM
              CLOSE B01-REJ
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       TRACE-B01-REJECTS-EX.
           EXIT.
      *
       READ-B01-REJ.
           READ B01-REJ
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
       TRACE-B01-DUPLICATES.
      *    EACH DUPLICATE IS A 'KEPT' LINE AND A 'DROP' LINE - ONLY
      *    THE DROPPED COPIES ARE COUNTED.
           MOVE 'DUPDD'    TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B01-DUP.
      *
           IF FS-B01-DUP NOT = '00'
              MOVE FS-B01-DUP TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B01-DUP
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B01D-EMP-ID = WS-TRC-NUM
                AND B01D-TAG = 'DROP'
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'LATER COPY DROPPED - NAME ' B01D-NAME
                           '  DEPT ' B01D-DEPT
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B01-DUP
              END-PERFORM
              CLOSE B01-DUP
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B01-DUP.
           READ B01-DUP
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
       TRACE-B01-REMAPS.
           MOVE 'REMAPDD'  TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B01-RMP.
      *
           IF FS-B01-RMP NOT = '00'
              MOVE FS-B01-RMP TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B01-RMP
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B01M-EMP-ID = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'DEPT ' B01M-OLD-DEPT
                           ' REMAPPED TO ' B01M-NEW-DEPT
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B01-RMP
              END-PERFORM
              CLOSE B01-RMP
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B01-RMP.
           READ B01-RMP
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
      *--------------------------------------------------------
      *    STEP020 COBBAT02
      *--------------------------------------------------------
       TRACE-B02-INPUT.
           MOVE 'STEP020'  TO WS-TRC-STEP.
           MOVE 'COBBAT02' TO WS-TRC-PGM.
           MOVE 'INDD'     TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B02-IN.
      *
           IF FS-B02-IN NOT = '00'
              MOVE FS-B02-IN TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B02-IN
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B02I-EMP-ID = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE B02I-NAME TO WS-B02-NAME
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'NAME ' B02I-NAME
                           '  DEPT ' B02I-DEPT
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B02-IN
              END-PERFORM
              CLOSE B02-IN
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B02-IN.
           READ B02-IN
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
       TRACE-B02-OUTPUT.
           MOVE 'OUTDD'    TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B02-OUT.
      *
           IF FS-B02-OUT NOT = '00'
              MOVE FS-B02-OUT TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B02-OUT
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B02O-EMP-ID = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'NAME ' B02O-NAME
                           '  DEPT ' B02O-DEPT
                           '  CURRENT DATE ' B02O-DATE
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B02-OUT
              END-PERFORM
              CLOSE B02-OUT
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B02-OUT.
           READ B02-OUT
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
       TRACE-B02-REJECTS.
      *    AS FOR COBBAT01 - MATCHED ON THE NAME FROM COBBAT02'S INDD.
           MOVE 'REJDD'    TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           IF WS-B02-NAME = SPACES
              MOVE 'NOT ON INDD - REJECTS CARRY THE NAME ONLY'
                              TO WS-TRC-DETAIL
              PERFORM WRITE-TRACE-LINE
              GO TO TRACE-B02-REJECTS-EX
           END-IF.
      *
           OPEN INPUT B02-REJ.
      *
           IF FS-B02-REJ NOT = '00'
              MOVE FS-B02-REJ TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B02-REJ
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B02R-NAME = WS-B02-NAME
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'SQLCODE ' B02R-SQLCODE
                           '  ' B02R-REASON
                           '  MATCHED ON NAME ' WS-B02-NAME
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B02-REJ
              END-PERFORM
              CLOSE B02-REJ
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       TRACE-B02-REJECTS-EX.
           EXIT.
      *
       READ-B02-REJ.
           READ B02-REJ
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
      *--------------------------------------------------------
      *    STEP027 COBSTD01
      *--------------------------------------------------------
       TRACE-STD-EXCEPTIONS.
           MOVE 'STEP027'  TO WS-TRC-STEP.
           MOVE 'COBSTD01' TO WS-TRC-PGM.
           MOVE 'EXCPDD'   TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT STD-EXC.
      *
           IF FS-STD-EXC NOT = '00'
              MOVE FS-STD-EXC TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-STD-EXC
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF STDX-NUMB = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    IF STDX-REC-TYPE = 'E'
                       STRING 'REASON ' STDX-REASON
                              '  EMERGENCY CONTACT ROW'
                              DELIMITED BY SIZE INTO WS-TRC-DETAIL
                    ELSE
                       STRING 'REASON ' STDX-REASON
                              '  CONTACT ROW'
                              DELIMITED BY SIZE INTO WS-TRC-DETAIL
                    END-IF
                 END-IF
                 PERFORM READ-STD-EXC
              END-PERFORM
              CLOSE STD-EXC
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-STD-EXC.
           READ STD-EXC
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
      *--------------------------------------------------------
      *    STEP030 COBBAT03
      *--------------------------------------------------------
       TRACE-B03-UNMATCHED1.
           MOVE 'STEP030'  TO WS-TRC-STEP.
           MOVE 'COBBAT03' TO WS-TRC-PGM.
           MOVE 'UNMTCH1D' TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B03-UNM1.
      *
           IF FS-B03-UNM1 NOT = '00'
              MOVE FS-B03-UNM1 TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B03-UNM1
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B03U1-NUM = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'MASTER ROW, NO CONTACT ROW - '
                           B03U1-FIRST-NM ' ' B03U1-LAST-NM
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B03-UNM1
              END-PERFORM
              CLOSE B03-UNM1
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B03-UNM1.
           READ B03-UNM1
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
       TRACE-B03-UNMATCHED2.
           MOVE 'UNMTCH2D' TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B03-UNM2.
      *
           IF FS-B03-UNM2 NOT = '00'
              MOVE FS-B03-UNM2 TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B03-UNM2
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B03U2-NUMB = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'CONTACT ROW, NO MASTER ROW - PHONE '
                           B03U2-PHONE
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B03-UNM2
              END-PERFORM
              CLOSE B03-UNM2
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B03-UNM2.
           READ B03-UNM2
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
       TRACE-B03-SEQERR.
      *    THE EMPLOYEE IS NAMED EITHER AS THE KEY THAT STEPPED
      *    BACKWARD OR AS THE ONE BEFORE IT.
           MOVE 'SEQERRDD' TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B03-SEQ.
      *
           IF FS-B03-SEQ NOT = '00'
              MOVE FS-B03-SEQ TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B03-SEQ
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B03S-THIS = WS-TRC-NUM
                 OR B03S-PREV = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'OUT OF SEQUENCE ON ' B03S-FILE
                           ' RECORD ' B03S-RECNO
                           ' PREV ' B03S-PREV
                           ' THIS ' B03S-THIS
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B03-SEQ
              END-PERFORM
              CLOSE B03-SEQ
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B03-SEQ.
           READ B03-SEQ
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
       TRACE-B03-OUTPUT.
           MOVE 'OUTDD'    TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B03-OUT.
      *
           IF FS-B03-OUT NOT = '00'
              MOVE FS-B03-OUT TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B03-OUT
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF OUT-NUM = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'NAME ' OUT-FIRST-NM ' ' OUT-LAST-NM
                           '  PHONE ' OUT-PHONE
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B03-OUT
              END-PERFORM
              CLOSE B03-OUT
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B03-OUT.
           READ B03-OUT
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
       TRACE-B03-EMPKSDS.
           MOVE 'EMPKSDS'  TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           IF WS-KSDS-OPEN NOT = 'Y'
              MOVE FS-KSDS TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              MOVE WS-TRC-NUM TO KSDS-NUM
              READ EMP-KSDS
              EVALUATE TRUE
                 WHEN FS-KSDS-OK
                    ADD 1 TO WS-TRC-COUNT
                    STRING 'NAME ' KSDS-FIRST-NM ' ' KSDS-LAST-NM
                           '  PHONE ' KSDS-PHONE
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 WHEN FS-KSDS-NOTFND
                    CONTINUE
                 WHEN OTHER
                    MOVE FS-KSDS TO WS-TRC-STATUS
                    PERFORM FILE-NOT-READ
              END-EVALUATE
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
      *--------------------------------------------------------
      *    STEP032 COBBAT05
      *--------------------------------------------------------
       TRACE-B05-DELTA.
           MOVE 'STEP032'  TO WS-TRC-STEP.
           MOVE 'COBBAT05' TO WS-TRC-PGM.
           MOVE 'DELTADD'  TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B05-DLT.
      *
           IF FS-B05-DLT NOT = '00'
              MOVE FS-B05-DLT TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B05-DLT
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B05D-NUM = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    PERFORM BUILD-DELTA-DETAIL
                 END-IF
                 PERFORM READ-B05-DLT
              END-PERFORM
              CLOSE B05-DLT
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       BUILD-DELTA-DETAIL.
           MOVE SPACES TO WS-TRC-DETAIL.
      *
           EVALUATE B05D-CHANGE-TYPE
              WHEN 'A'
                 MOVE 'ADDED - NEW EMPLOYEE TONIGHT' TO WS-TRC-DETAIL
              WHEN 'D'
                 MOVE 'DROPPED - ON LAST NIGHT''S FILE, NOT TONIGHT''S'
                                                     TO WS-TRC-DETAIL
              WHEN 'C'
                 STRING 'CHANGED - NAME ' B05D-NAME-CHG
                        '  PHONE ' B05D-PHONE-CHG
                        '  ADDRESS ' B05D-ADDR-CHG
                        DELIMITED BY SIZE INTO WS-TRC-DETAIL
              WHEN OTHER
                 STRING 'CHANGE TYPE ' B05D-CHANGE-TYPE
                        DELIMITED BY SIZE INTO WS-TRC-DETAIL
           END-EVALUATE.
      *
       READ-B05-DLT.
           READ B05-DLT
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
      *--------------------------------------------------------
      *    STEP040 COBBAT04
      *--------------------------------------------------------
       TRACE-B04-OUTPUT.
           MOVE 'STEP040'  TO WS-TRC-STEP.
           MOVE 'COBBAT04' TO WS-TRC-PGM.
           MOVE 'OUTDD'    TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B04-OUT.
      *
           IF FS-B04-OUT NOT = '00'
              MOVE FS-B04-OUT TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B04-OUT
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B04O-EMP-ID = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'DEPT ' B04O-DEPT ' ' B04O-DEPT-NAME
                           '  STATUS ' B04O-EMP-STATUS
                           '  HIRED ' B04O-HIRE-DATE
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B04-OUT
              END-PERFORM
              CLOSE B04-OUT
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B04-OUT.
           READ B04-OUT
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
       TRACE-B04-REJECTS.
           MOVE 'REJDD'    TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           OPEN INPUT B04-REJ.
      *
           IF FS-B04-REJ NOT = '00'
              MOVE FS-B04-REJ TO WS-TRC-STATUS
              PERFORM FILE-NOT-READ
           ELSE
              PERFORM READ-B04-REJ
              PERFORM UNTIL WS-TRC-EOF = 'Y'
                 IF B04R-EMP-ID = WS-TRC-NUM
                    ADD 1 TO WS-TRC-COUNT
                    MOVE SPACES    TO WS-TRC-DETAIL
                    STRING 'SQLCODE ' B04R-SQLCODE
                           '  ' B04R-REASON
                           DELIMITED BY SIZE INTO WS-TRC-DETAIL
                 END-IF
                 PERFORM READ-B04-REJ
              END-PERFORM
              CLOSE B04-REJ
           END-IF.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       READ-B04-REJ.
           READ B04-REJ
           AT END MOVE 'Y' TO WS-TRC-EOF
           END-READ.
      *
      *--------------------------------------------------------
      *    STEP050 COBBAT06 - THE EMP_DIRECTORY ROW IT MAINTAINS
      *--------------------------------------------------------
       TRACE-DIRECTORY.
           MOVE 'STEP050'       TO WS-TRC-STEP.
           MOVE 'COBBAT06'      TO WS-TRC-PGM.
           MOVE 'EMP_DIRECTORY' TO WS-TRC-DD.
           PERFORM START-TRACE-FILE.
      *
           MOVE WS-TRC-NUM TO WS-DIR-ID.
      *
           EXEC SQL
              SELECT  FIRST_NAME, LAST_NAME
                INTO  :WS-DIR-FIRST, :WS-DIR-LAST
                FROM  EMP_DIRECTORY
               WHERE  EMP_ID = :WS-DIR-ID
           END-EXEC.
      *
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-TRC-COUNT
                 STRING 'NAME ' WS-DIR-FIRST ' ' WS-DIR-LAST
                        DELIMITED BY SIZE INTO WS-TRC-DETAIL
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO WS-TRC-READ-OK
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 STRING 'DIRECTORY LOOKUP FAILED - SQLCODE '
                        WS-SQLCODE-DISP
                        DELIMITED BY SIZE INTO WS-TRC-DETAIL
           END-EVALUATE.
      *
           PERFORM WRITE-TRACE-LINE.
      *
       WRITE-PAGE-HEADER.
           WRITE PRINT-REC FROM WS-HEADER-LINE1
               AFTER ADVANCING PAGE.
      *
       WRITE-SUMMARY.
      *    SAME SHAPE AS COBINQ01/COBINQ02'S SUMMARY.  RC=4 WHEN ANY
      *    FILE COULD NOT BE READ - THAT TRACE IS INCOMPLETE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC
               AFTER ADVANCING 2.
      *
           MOVE 'REQUEST CARDS READ   :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-CARDS           TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'EMPLOYEES TRACED     :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-TRACED          TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'FOUND IN NO FILE     :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-NOWHERE         TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'FILES NOT READ       :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-UNREAD          TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *
           MOVE 'INVALID CARDS        :' TO WS-SUM-LABEL.
           MOVE WS-COUNT-INVALID         TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1.
      *

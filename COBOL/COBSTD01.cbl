      *    ADDRESSES ARRIVE BLANK.  THIS PROGRAM CLEANS THE FILE ONCE
      *    SO COBBAT03, THE EMPKSDS AND EVERY REPORT GET CLEAN DATA
      *    INSTEAD OF EVERY CONSUMER CLEANING THE SAME MESS ITSELF.
      *    THE FEED ALSO CARRIES EMERGENCY CONTACT ROWS (TYPE 'E' IN
      *    COL 85), CLEANED HERE THE SAME WAY AND PASSED THROUGH TO
      *    COBBAT03 IN PLACE.
           SELECT INP-INPUT  ASSIGN TO INDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-INPUT.
      *    RECEIVED EVERY CLEANED RECORD BEFORE TRUSTING THE FILE.
           SELECT TRL-OUTPUT ASSIGN TO TRLDD.
      *
      *    RECORDS THAT CANNOT SHIP (BLANK ADDRESS, AN EMERGENCY
      *    CONTACT MISSING ITS NAME, RELATIONSHIP OR PHONE, A ROW
      *    TYPE THE FEED SHOULD NOT CARRY) GO HERE WITH A REASON
      *    CODE; RECORDS KEPT BUT WORTH A LOOK (PHONE THAT COULD NOT
      *    BE MADE VALID) ARE LOGGED HERE TOO.
           SELECT EXC-OUTPUT ASSIGN TO EXCPDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-EXCEPT.
           SELECT OPTIONAL AUDIT-LOG ASSIGN TO AUDITDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      *
      *    CHAIN RUN-STATE FILE (COBCPY13) - THE BUSINESS DATE THE
      *    NIGHT WAS OPENED FOR AND THE STEPS STARTED AND COMPLETED
      *    FOR IT.  A RUN FOR A DATE THIS PROGRAM HAS ALREADY
      *    COMPLETED IS REFUSED UNLESS THE NIGHT WAS OPENED WITH THE
      *    RERUN OVERRIDE, AND THEN ITS EARLIER APPENDS ARE BACKED
      *    OUT FIRST.  NO NIGHT OPEN ON IT MEANS A RUN OUTSIDE THE
      *    CHAIN, WHICH IS NOT GUARDED.
           SELECT OPTIONAL RUN-STATE ASSIGN TO RUNSTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNST-STATUS.
      *
      *    WORK FILE A PERMANENT LOG IS COPIED THROUGH WHEN A RERUN
      *    BACKS OUT THIS PROGRAM'S EARLIER ROWS FOR THE DATE.
           SELECT BACKOUT-WORK ASSIGN TO BKOUTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BKOUT-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY04.
      *
       FD  RUN-STATE  RECORDING MODE F.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY13.
      *
       FD  BACKOUT-WORK RECORDING MODE F.
       01  BACKOUT-REC        PIC X(080).
      *
       WORKING-STORAGE SECTION.
       01 FLAGS.
          05 WS-COUNT-REFORMAT  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-BADPHONE  PIC 9(08) VALUE ZERO.
          05 WS-COUNT-BLANKADDR PIC 9(08) VALUE ZERO.
          05 WS-COUNT-EC-WRITTEN
                                PIC 9(08) VALUE ZERO.
          05 WS-COUNT-EC-REJECT PIC 9(08) VALUE ZERO.
          05 WS-COUNT-BADTYPE   PIC 9(08) VALUE ZERO.
      *
      *    PHONE TAKE-APART - THE DIGITS PULLED OUT OF WS-PHONE-IN
      *    (THE EMPLOYEE'S OR THE EMERGENCY CONTACT'S PHONE AS
      *    RECEIVED).  EXACTLY TEN DIGITS REFORMAT TO THE CANONICAL
      *    NNN-NNN-NNNN; ANYTHING ELSE CANNOT BE MADE VALID AND IS
      *    FLAGGED.  THE RESULT IS LEFT IN WS-PHONE-OUT/-FLAG.
       01 WS-PHONE-WORK.
          05 WS-PHONE-IN        PIC X(15).
          05 WS-PHONE-OUT       PIC X(15).
          05 WS-PHONE-FLAG      PIC X(01).
          05 WS-PHONE-DIGITS    PIC X(15).
          05 WS-PHONE-DIGIT-LEN PIC 9(02) COMP VALUE ZERO.
          05 WS-PHONE-IDX       PIC 9(02) COMP VALUE ZERO.
       01 WS-AUDIT-OPEN-STATUS PIC X(02) VALUE SPACES.
       01 WS-AUDIT-START-TS    PIC X(19) VALUE SPACES.
       01 WS-AUDIT-STOP-TS     PIC X(19) VALUE SPACES.
      *
      *    RUN-STATE GUARD - THE BUSINESS DATE AND RERUN OVERRIDE OF
      *    THE LAST NIGHT OPENED ON RUNSTDD, AND THIS PROGRAM'S STARTS
      *    FOR THAT DATE SINCE ITS LAST BACK-OUT (START TIME AND THE
      *    DATE IT STAMPED ON WHAT IT APPENDED).
       01 WS-RUNST-STATUS      PIC X(02) VALUE SPACES.
       01 WS-BKOUT-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RUN-GUARD.
          05 WS-GRD-PGM          PIC X(08) VALUE 'COBSTD01'.
          05 WS-GRD-BUS-DATE     PIC X(10) VALUE SPACES.
          05 WS-GRD-RERUN        PIC X(01) VALUE 'N'.
          05 WS-GRD-DONE         PIC X(01) VALUE 'N'.
          05 WS-GRD-TYPE         PIC X(01) VALUE SPACE.
          05 WS-GRD-KEY-DATE     PIC X(10) VALUE SPACES.
          05 WS-GRD-EOF          PIC X(01) VALUE 'N'.
          05 WS-GRD-MATCH        PIC X(01) VALUE 'N'.
          05 WS-GRD-TS-WANTED    PIC X(19) VALUE SPACES.
          05 WS-GRD-DATE-WANTED  PIC X(10) VALUE SPACES.
          05 WS-GRD-DROPPED      PIC 9(08) VALUE ZERO.
          05 WS-GRD-IDX          PIC 9(04) VALUE ZERO.
          05 WS-GRD-MAX          PIC 9(04) VALUE 20.
          05 WS-GRD-USED         PIC 9(04) VALUE ZERO.
          05 WS-GRD-PRIOR OCCURS 20.
             10 WS-GRD-PRIOR-TS  PIC X(19).
             10 WS-GRD-PRIOR-KEY PIC X(10).
      *
       01 WS-TS-NOW             PIC X(19) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP  PIC X(21) VALUE SPACES.
      *
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-START-TS.
      *
           PERFORM CHECK-RUN-STATE.
      *
           PERFORM OPEN-FILES.
           PERFORM READ-INP-INPUT.
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-STOP-TS.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM MARK-RUN-COMPLETE.
      *
           CLOSE INP-INPUT.
           CLOSE OUT-OUTPUT.
      *    THE RECORD AND THE MERGE WOULD ONLY SPREAD THE BLANK INTO
      *    OUTDD AND THE EMPKSDS.  EVERYTHING ELSE SHIPS, WITH THE
      *    PHONE EITHER REFORMATTED TO THE CANONICAL PATTERN OR
      *    FLAGGED AS UNFIXABLE.  EMERGENCY CONTACT ROWS HAVE THEIR
      *    OWN CHECKS; A ROW TYPE NEITHER BLANK NOR 'E' IS SOMETHING
      *    THE FEED WAS NEVER AGREED TO CARRY AND CANNOT SHIP.
           EVALUATE TRUE
               WHEN EMP-EMERGENCY-ROW
                  PERFORM STANDARDIZE-EMERGENCY
               WHEN NOT EMP-CONTACT-ROW
                  MOVE 'BADTYPE  '   TO WS-EXC-REASON
                  PERFORM WRITE-EXCEPTION
                  ADD 1 TO WS-COUNT-BADTYPE
               WHEN EMP-ADDRESS = SPACES
                  MOVE 'BLANKADDR'   TO WS-EXC-REASON
                  PERFORM WRITE-EXCEPTION
                  ADD 1 TO WS-COUNT-BLANKADDR
               WHEN OTHER
                  PERFORM BUILD-STD-RECORD
           END-EVALUATE.
      *
       STANDARDIZE-EMERGENCY.
      *    AN EMERGENCY CONTACT IS NO USE WITHOUT ALL THREE OF WHO,
      *    HOW RELATED AND A NUMBER TO RING - ANY ONE MISSING IS
      *    REJECTED WITH A REASON CODE SAYING WHICH.  A PHONE THAT IS
      *    PRESENT BUT NOT A VALID NUMBER SHIPS FLAGGED, AS ON THE
      *    EMPLOYEE'S OWN ROW.
           EVALUATE TRUE
               WHEN EMP-EC-NAME = SPACES
                  MOVE 'ECNONAME '   TO WS-EXC-REASON
                  PERFORM WRITE-EXCEPTION
                  ADD 1 TO WS-COUNT-EC-REJECT
               WHEN EMP-EC-RELATION = SPACES
                  MOVE 'ECNOREL  '   TO WS-EXC-REASON
                  PERFORM WRITE-EXCEPTION
                  ADD 1 TO WS-COUNT-EC-REJECT
               WHEN EMP-EC-PHONE = SPACES
                  MOVE 'ECNOPHONE'   TO WS-EXC-REASON
                  PERFORM WRITE-EXCEPTION
                  ADD 1 TO WS-COUNT-EC-REJECT
               WHEN OTHER
                  PERFORM BUILD-EMERGENCY-RECORD
           END-EVALUATE.
      *
       BUILD-STD-RECORD.
           MOVE SPACES        TO COBCPY05.
           MOVE EMP-ADDRESS   TO STD-ADDRESS.
           MOVE EMP-EFF-DATE  TO STD-EFF-DATE.
      *
           MOVE EMP-PHONE     TO WS-PHONE-IN.
           PERFORM STANDARDIZE-PHONE.
           MOVE WS-PHONE-OUT  TO STD-PHONE.
           MOVE WS-PHONE-FLAG TO STD-PHONE-FLAG.
      *
           PERFORM WRITE-STD-RECORD.
      *
       BUILD-EMERGENCY-RECORD.
           MOVE SPACES          TO COBCPY05.
           MOVE EMP-NUMB        TO STD-NUMB.
           MOVE EMP-EC-NAME     TO STD-EC-NAME.
           MOVE EMP-EC-RELATION TO STD-EC-RELATION.
           MOVE EMP-EFF-DATE    TO STD-EFF-DATE.
           MOVE EMP-REC-TYPE    TO STD-REC-TYPE.
      *
           MOVE EMP-EC-PHONE    TO WS-PHONE-IN.
           PERFORM STANDARDIZE-PHONE.
           MOVE WS-PHONE-OUT    TO STD-EC-PHONE.
           MOVE WS-PHONE-FLAG   TO STD-PHONE-FLAG.
      *
           PERFORM WRITE-STD-RECORD.
           ADD 1 TO WS-COUNT-EC-WRITTEN.
      *
       WRITE-STD-RECORD.
           WRITE OUTPUT-REC     FROM COBCPY05.
      *
           IF FS-OUTPUT-OK
      *
           PERFORM VARYING WS-PHONE-IDX FROM 1 BY 1
                   UNTIL WS-PHONE-IDX > 15
              IF WS-PHONE-IN(WS-PHONE-IDX:1) IS NUMERIC
                 IF WS-PHONE-DIGIT-LEN < 15
                    ADD 1 TO WS-PHONE-DIGIT-LEN
                    MOVE WS-PHONE-IN(WS-PHONE-IDX:1)
                      TO WS-PHONE-DIGITS(WS-PHONE-DIGIT-LEN:1)
                 END-IF
              END-IF
                     WS-PHONE-DIGITS(4:3) '-'
                     WS-PHONE-DIGITS(7:4)
                 DELIMITED BY SIZE INTO WS-PHONE-CANON
              MOVE WS-PHONE-CANON TO WS-PHONE-OUT
              MOVE 'Y'            TO WS-PHONE-FLAG
              IF WS-PHONE-IN NOT = WS-PHONE-CANON
                 ADD 1 TO WS-COUNT-REFORMAT
              END-IF
           ELSE
              MOVE WS-PHONE-IN    TO WS-PHONE-OUT
              MOVE 'N'            TO WS-PHONE-FLAG
              MOVE 'BADPHONE '    TO WS-EXC-REASON
              PERFORM WRITE-EXCEPTION
              ADD 1 TO WS-COUNT-BADPHONE
           MOVE SPACES           TO  TRAILER-REC.
           MOVE 'TRAILER'        TO  TRL-ID.
           MOVE WS-COUNT-WRITTEN TO  TRL-COUNT.
           MOVE WS-GRD-KEY-DATE  TO  TRL-DATE.
           WRITE TRAILER-REC.
      *
       STANDARDIZE-SUMMARY.
      *    READ SHOULD RECONCILE TO WRITTEN PLUS BLANK-ADDRESS,
      *    EMERGENCY CONTACT AND UNKNOWN-TYPE REJECTS; BAD PHONES AND
      *    EMERGENCY CONTACTS WRITTEN ARE WITHIN THE WRITTEN COUNT.
           DISPLAY '============================================'.
           DISPLAY 'COBSTD01 STANDARDIZATION SUMMARY'.
           DISPLAY '  RECORDS READ           : ' WS-COUNT-READ.
           DISPLAY '  PHONES REFORMATTED     : ' WS-COUNT-REFORMAT.
           DISPLAY '  PHONES FLAGGED INVALID : ' WS-COUNT-BADPHONE.
           DISPLAY '  BLANK ADDRESS REJECTS  : ' WS-COUNT-BLANKADDR.
           DISPLAY '  EMERGENCY CONTACTS     : ' WS-COUNT-EC-WRITTEN.
           DISPLAY '  EMERGENCY CONT REJECTS : ' WS-COUNT-EC-REJECT.
           DISPLAY '  UNKNOWN TYPE REJECTS   : ' WS-COUNT-BADTYPE.
           DISPLAY '============================================'.
      *
       CAPTURE-TIMESTAMP.
      *
           CLOSE AUDIT-LOG.
      *
       CHECK-RUN-STATE.
      *    THE BUSINESS DATE IS THE ONE ON THE LAST 'O' ROW - THE
      *    NIGHT COBCAL01 OPENED AT THE TOP OF THE JOB - SO A STEP
      *    THAT STARTS AFTER MIDNIGHT STILL BELONGS TO ITS NIGHT.
      *    WHAT THE STEP STAMPS ON THE ROWS IT APPENDS IS KEYED ON
      *    THE BUSINESS DATE TOO; THE SYSTEM DATE ONLY WHEN NO NIGHT
      *    IS OPEN AND THE RUN IS NOT GUARDED.
      *    CALLED BEFORE ANY OTHER FILE IS OPENED.
           MOVE WS-AUDIT-START-TS(1:10) TO WS-GRD-KEY-DATE.
           MOVE 'N' TO WS-GRD-EOF.
           OPEN INPUT RUN-STATE.
      *
           IF WS-RUNST-STATUS = '00'
              PERFORM READ-RUN-STATE
              PERFORM UNTIL WS-GRD-EOF = 'Y'
                 IF RSTATE-OPENED
                    MOVE RSTATE-BUS-DATE TO WS-GRD-BUS-DATE
                    MOVE RSTATE-RERUN    TO WS-GRD-RERUN
                 END-IF
                 PERFORM READ-RUN-STATE
              END-PERFORM
           END-IF.
      *
           CLOSE RUN-STATE.
      *
           IF WS-GRD-BUS-DATE = SPACES
              DISPLAY 'COBSTD01 NO NIGHT OPEN ON RUNSTDD - RUN IS NOT '
                      'GUARDED'
           ELSE
              DISPLAY 'COBSTD01 BUSINESS DATE: ' WS-GRD-BUS-DATE
              MOVE WS-GRD-BUS-DATE TO WS-GRD-KEY-DATE
              PERFORM FIND-PRIOR-STARTS
              PERFORM APPLY-RUN-GUARD
           END-IF.
      *
       FIND-PRIOR-STARTS.
      *    THIS PROGRAM'S OWN ROWS FOR THE DATE - EVERY START SINCE
      *    ITS LAST BACK-OUT, AND WHETHER ONE OF THEM COMPLETED.
           MOVE ZERO TO WS-GRD-USED.
           MOVE 'N'  TO WS-GRD-DONE
                        WS-GRD-EOF.
           OPEN INPUT RUN-STATE.
           PERFORM READ-RUN-STATE.
      *
           PERFORM UNTIL WS-GRD-EOF = 'Y'
              IF RSTATE-BUS-DATE = WS-GRD-BUS-DATE
             AND RSTATE-PGM = WS-GRD-PGM
                 EVALUATE TRUE
                    WHEN RSTATE-STARTED
                       IF WS-GRD-USED >= WS-GRD-MAX
                          DISPLAY 'COBSTD01 ABEND - OVER ' WS-GRD-MAX
                                  ' STARTS FOR ' WS-GRD-BUS-DATE
                                  ' ON RUNSTDD'
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-GRD-USED
                       MOVE RSTATE-TS
                         TO WS-GRD-PRIOR-TS(WS-GRD-USED)
                       MOVE RSTATE-KEY-DATE
                         TO WS-GRD-PRIOR-KEY(WS-GRD-USED)
                    WHEN RSTATE-COMPLETED
                       MOVE 'Y' TO WS-GRD-DONE
                    WHEN RSTATE-BACKED-OUT
                       MOVE ZERO TO WS-GRD-USED
                       MOVE 'N'  TO WS-GRD-DONE
                 END-EVALUATE
              END-IF
              PERFORM READ-RUN-STATE
           END-PERFORM.
      *
           CLOSE RUN-STATE.
      *
       READ-RUN-STATE.
           READ RUN-STATE
           AT END MOVE 'Y' TO WS-GRD-EOF
           END-READ.
      *
       APPLY-RUN-GUARD.
      *    ALREADY COMPLETED FOR THE DATE: WITHOUT THE RERUN OVERRIDE
      *    THE STEP ENDS RC=4 HERE, BEFORE IT OPENS ANYTHING, SO NOTHING
      *    IS APPENDED TWICE AND THE OUTPUT OF THE RUN THAT COMPLETED
      *    STAYS IN PLACE FOR THE STEPS AFTER IT.  WITH THE OVERRIDE,
      *    WHATEVER THE EARLIER STARTS APPENDED IS BACKED OUT FIRST SO
      *    THIS RUN REPLACES THEM.  AN EARLIER START THAT NEVER
      *    COMPLETED IS BEING RESTARTED - ITS ROWS ARE KEPT UNLESS THE
      *    OVERRIDE WAS GIVEN.
           IF WS-GRD-DONE = 'Y' AND WS-GRD-RERUN NOT = 'Y'
              DISPLAY 'COBSTD01 ALREADY COMPLETED FOR ' WS-GRD-BUS-DATE
                      ' - NOT RUN AGAIN WITHOUT THE RERUN OVERRIDE'
              DISPLAY 'PROGRAM COBSTD01 - STOP'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           IF WS-GRD-USED > ZERO AND WS-GRD-RERUN = 'Y'
              DISPLAY 'COBSTD01 RERUN FOR ' WS-GRD-BUS-DATE
                      ' - BACKING OUT ' WS-GRD-USED ' EARLIER RUN(S)'
              PERFORM BACK-OUT-PRIOR-RUNS
              MOVE 'B' TO WS-GRD-TYPE
              PERFORM WRITE-RUN-STATE
           END-IF.
      *
           MOVE 'S' TO WS-GRD-TYPE.
           PERFORM WRITE-RUN-STATE.
      *
       MARK-RUN-COMPLETE.
      *    ONLY A RUN THAT ENDED RC=4 OR LESS IS DONE FOR THE NIGHT -
      *    A FAILED ONE MUST BE FREE TO RUN AGAIN ONCE IT IS FIXED.
           IF WS-GRD-BUS-DATE NOT = SPACES
          AND RETURN-CODE <= 4
              MOVE 'C' TO WS-GRD-TYPE
              PERFORM WRITE-RUN-STATE
           END-IF.
      *
       WRITE-RUN-STATE.
      *    THE NIGHT IS OPEN, SO THE FILE IS THERE TO EXTEND.
           OPEN EXTEND RUN-STATE.
      *
           MOVE SPACES            TO RSTATE-REC.
           MOVE WS-GRD-TYPE       TO RSTATE-TYPE.
           MOVE WS-GRD-BUS-DATE   TO RSTATE-BUS-DATE.
           MOVE WS-GRD-PGM        TO RSTATE-PGM.
           MOVE WS-AUDIT-START-TS TO RSTATE-TS.
           MOVE WS-GRD-KEY-DATE   TO RSTATE-KEY-DATE.
           MOVE RETURN-CODE TO RSTATE-RETURN-CD.
           WRITE RSTATE-REC.
      *
           IF WS-RUNST-STATUS NOT = '00'
              DISPLAY 'COBSTD01 ABEND - ERROR WRITING RUN STATE, '
                      'FILE STATUS ' WS-RUNST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           CLOSE RUN-STATE.
      *
       BACK-OUT-PRIOR-RUNS.
           PERFORM BACK-OUT-AUDIT-LOG.
      *
       BACK-OUT-AUDIT-LOG.
      *    THIS PROGRAM'S AUDITLOG ROWS FOR THE EARLIER STARTS,
      *    KNOWN BY THEIR START TIME.  THE LOG IS COPIED THROUGH
      *    BKOUTDD WITHOUT THEM AND THEN COPIED BACK.
           MOVE ZERO TO WS-GRD-DROPPED.
           OPEN INPUT AUDIT-LOG.
      *
           IF WS-AUDIT-STATUS = '00'
              PERFORM OPEN-BACKOUT-WORK
              MOVE 'N' TO WS-GRD-EOF
              PERFORM READ-AUDIT-LOG-BACKOUT
              PERFORM UNTIL WS-GRD-EOF = 'Y'
                 MOVE 'N' TO WS-GRD-MATCH
                 IF AUDIT-PGM = WS-GRD-PGM
                    MOVE AUDIT-START-TS TO WS-GRD-TS-WANTED
                    PERFORM FIND-PRIOR-START
                 END-IF
                 IF WS-GRD-MATCH = 'Y'
                    ADD 1 TO WS-GRD-DROPPED
                 ELSE
                    MOVE AUDIT-REC TO BACKOUT-REC
                    PERFORM WRITE-BACKOUT-WORK
                 END-IF
                 PERFORM READ-AUDIT-LOG-BACKOUT
              END-PERFORM
              CLOSE AUDIT-LOG
              CLOSE BACKOUT-WORK
              IF WS-GRD-DROPPED > ZERO
                 OPEN OUTPUT AUDIT-LOG
                 OPEN INPUT BACKOUT-WORK
                 MOVE 'N' TO WS-GRD-EOF
                 PERFORM READ-BACKOUT-WORK
                 PERFORM UNTIL WS-GRD-EOF = 'Y'
                    WRITE AUDIT-REC FROM BACKOUT-REC
                    IF WS-AUDIT-STATUS NOT = '00'
                       DISPLAY 'COBSTD01 ABEND - ERROR RESTORING '
                               'AUDITLOG, FILE STATUS '
                               WS-AUDIT-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    PERFORM READ-BACKOUT-WORK
                 END-PERFORM
                 CLOSE AUDIT-LOG
                 CLOSE BACKOUT-WORK
              END-IF
           ELSE
              CLOSE AUDIT-LOG
           END-IF.
      *
           DISPLAY 'COBSTD01 BACKED OUT ' WS-GRD-DROPPED
                   ' AUDITLOG ROW(S)'.
      *
       READ-AUDIT-LOG-BACKOUT.
           READ AUDIT-LOG
           AT END MOVE 'Y' TO WS-GRD-EOF
           END-READ.
      *
       FIND-PRIOR-START.
           MOVE 'N' TO WS-GRD-MATCH.
      *
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                   UNTIL WS-GRD-IDX > WS-GRD-USED
                      OR WS-GRD-MATCH = 'Y'
              IF WS-GRD-PRIOR-TS(WS-GRD-IDX) = WS-GRD-TS-WANTED
                 MOVE 'Y' TO WS-GRD-MATCH
              END-IF
           END-PERFORM.
      *
       OPEN-BACKOUT-WORK.
           OPEN OUTPUT BACKOUT-WORK.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBSTD01 ABEND - ERROR OPENING BKOUTDD, FILE '
                      'STATUS ' WS-BKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       WRITE-BACKOUT-WORK.
           WRITE BACKOUT-REC.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBSTD01 ABEND - ERROR WRITING BKOUTDD, FILE '
                      'STATUS ' WS-BKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       READ-BACKOUT-WORK.
           READ BACKOUT-WORK
           AT END MOVE 'Y' TO WS-GRD-EOF
           END-READ.
      *

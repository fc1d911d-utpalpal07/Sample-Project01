           RECORD KEY IS KSDS-NUM
           FILE STATUS FS-EMPKSDS.
      *
      *    EMERGENCY CONTACTS ('E' ROWS ON INDD2) TAKE NO PART IN THE
      *    MERGE - THEY ARE LOADED HERE AS THEY ARE READ, KEYED ON
      *    EMP-NUM PLUS A SEQUENCE NUMBER SO AN EMPLOYEE CAN HAVE
      *    SEVERAL (COBCPY11).  REDEFINED WITH THE EMPKSDS IN STEP025
      *    AND RESUMED THE SAME WAY ON A CHECKPOINT RESTART.
           SELECT ECKSDS-OUTPUT ASSIGN TO ECKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ECK-KEY
           FILE STATUS FS-ECKSDS.
      *
      *    COUNT TRAILER FOR OUTDD - SAME LAYOUT AS COBBAT01'S, SO
      *    COBRPT01 AND COBBAT05 CAN VERIFY THEY RECEIVED EVERY
      *    MERGED RECORD BEFORE TRUSTING THE FILE.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-SEQERR.
      *
      *    RESTART CHECKPOINT, IN THE STYLE OF COBBAT02'S CHKPTDD -
      *    REWRITTEN EVERY WS-CHKPT-INTERVAL MERGE STEPS WITH THE
      *    POSITION IN BOTH INPUTS, THE RUNNING RECONCILIATION
      *    COUNTS AND THE LAST EMP-NUM LOADED, SO A STEP THAT DIES
      *    PART WAY THROUGH THE MERGE RESUMES WHERE IT LEFT OFF
      *    INSTEAD OF REDEFINING THE EMPKSDS AND REBUILDING
      *    EVERYTHING FROM RECORD ONE.  COBDRVP'S STEP024 (COBRST01)
      *    READS THE SAME FILE TO KEEP STEP025 FROM DELETING THE
      *    EMPKSDS WHILE A RESTART IS PENDING.  TO ABANDON A RESTART
      *    AND RERUN FROM THE TOP, DELETE THE CHECKPOINT DATASET.
           SELECT OPTIONAL CHKPT-FILE ASSIGN TO CHKPTDD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CHKPT-STATUS.
      *
      *    SHARED RUN-HISTORY LOG - ALSO WRITTEN BY COBBAT01 AND
      *    COBBAT02.  OPENED EXTEND (APPEND) WHEN IT ALREADY EXISTS,
      *    OTHERWISE CREATED FRESH ON THE FIRST EVER RUN.
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
      *
       FD  SEQERR-OUTPUT RECORDING MODE F.
       01  SEQERR-REC         PIC X(80).
      *
      *    ONE-RECORD RUN-CONTROL FILE.  CHKPT-COUNT IS MERGE STEPS
      *    TAKEN AND CHKPT-STATUS-CD SITS IN COL 9, AS ON EVERY
      *    CHKPTDD IN THE CHAIN.  THE INPUT POSITIONS ARE THE RECORD
      *    COUNT READ AND THE KEY IN HAND (NOT YET MERGED) ON EACH
      *    SIDE - THE COUNT ALONE IS AMBIGUOUS ON INDD2, WHERE THE
      *    LAST KEY GROUP AND END OF FILE SHARE A COUNT.  THE FILE
      *    DATE IS THE HR HEADER DATE THE RUN STARTED ON, SO A
      *    RESTART AFTER MIDNIGHT STILL ACCEPTS THAT NIGHT'S INDD1.
       FD  CHKPT-FILE RECORDING MODE F.
       01  CHKPT-REC.
           05  CHKPT-COUNT       PIC 9(08).
           05  CHKPT-STATUS-CD   PIC X(01).
           05  CHKPT-IN1         PIC 9(08).
           05  CHKPT-KEY1        PIC X(10).
           05  CHKPT-IN2         PIC 9(08).
           05  CHKPT-KEY2        PIC X(10).
           05  CHKPT-MATCHED     PIC 9(08).
           05  CHKPT-UNMTCH1     PIC 9(08).
           05  CHKPT-UNMTCH2     PIC 9(08).
           05  CHKPT-LAST-LOADED PIC X(10).
           05  CHKPT-FILE-DATE   PIC X(10).
      *
       FD  EMPKSDS-OUTPUT.
       01  EMPKSDS-REC.
           05  KSDS-LAST-NM       PIC X(20).
           05  KSDS-PHONE         PIC X(15).
           05  KSDS-ADDRESS       PIC X(50).
      *
       FD  ECKSDS-OUTPUT.
      *------------------
      *-C O P Y B O O K S -
      *------------------
         COPY COBCPY11.
      *
       FD  AUDIT-LOG  RECORDING MODE F.
      *------------------
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
             88 FS-UNMTCH2-OK    VALUE '00'.
          05 FS-EMPKSDS          PIC X(02) VALUE '00'.
             88 FS-EMPKSDS-OK    VALUE '00'.
          05 FS-ECKSDS           PIC X(02) VALUE '00'.
             88 FS-ECKSDS-OK     VALUE '00'.
          05 FS-SEQERR           PIC X(02) VALUE '00'.
             88 FS-SEQERR-OK     VALUE '00'.
          05 FS-TRAILER          PIC X(02) VALUE '00'.
          05 WS-COUNT-UNMTCH1     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-UNMTCH2     PIC 9(08) VALUE ZERO.
          05 WS-COUNT-DUP2        PIC 9(08) VALUE ZERO.
          05 WS-COUNT-EMERG       PIC 9(08) VALUE ZERO.
          05 WS-COUNT-EC-DROPPED  PIC 9(08) VALUE ZERO.
      *
      *    EMERGENCY CONTACT NUMBERING - THE SEQUENCE RESTARTS AT 01
      *    FOR EACH EMP-NUMB, IN THE ORDER ITS 'E' ROWS ARRIVE.  ON A
      *    RESTART THE REPOSITION READS RENUMBER THEM IDENTICALLY, AND
      *    WS-EC-RESUMED DOES FOR THE ECKSDS WHAT WS-KSDS-RESUMED DOES
      *    FOR THE EMPKSDS.
       01 WS-EC-NUMBERING.
          05 WS-EC-LAST-NUM       PIC X(10) VALUE SPACES.
          05 WS-EC-SEQ            PIC 9(02) VALUE ZERO.
          05 WS-EC-RESUMED        PIC X(01) VALUE 'Y'.
          05 WS-COUNT-EC-RELOADED PIC 9(08) VALUE ZERO.
      *
      *    SEQUENCE CHECKING - LAST KEY SEEN ON EACH INPUT (LOW-VALUES
      *    UNTIL THE FIRST READ, SO THE FIRST RECORD ALWAYS PASSES)
      *    WHOSE COUNT TRAILER IS ALREADY VERIFIED ON INTRL2DD.
       01 WS-IN1-TRL-SEEN      PIC X(01) VALUE 'N'.
       01 WS-EXPECTED-DATE     PIC X(10) VALUE SPACES.
      *
      *    RESTART STATE.  THE OUTPUTS ARE CLOSED AND REOPENED AT
      *    EVERY CHECKPOINT SO EVERYTHING THE CHECKPOINT COUNTS IS
      *    ON DISK; WHATEVER THE ABENDED RUN WROTE AFTER ITS LAST
      *    CHECKPOINT IS STILL THERE TOO (THE OUTPUTS ARE EXTENDED,
      *    NEVER TRUNCATED, ON A RESTART), SO THE RESUMED MERGE
      *    RECOUNTS EACH OUTPUT AND SKIPS WRITING THAT MANY OF THE
      *    RECORDS IT REPRODUCES (THE WS-CATCHUP- COUNTS).  THE
      *    EMPKSDS CANNOT BE COUNTED CHEAPLY, SO THERE A DUPLICATE OR
      *    OUT-OF-SEQUENCE STATUS ABOVE THE CHECKPOINTED LAST KEY IS
      *    TAKEN AS ALREADY LOADED, UNTIL THE FIRST KEY THAT LOADS.
       01 WS-CHKPT-STATUS      PIC X(02) VALUE SPACES.
       01 WS-RESTARTED         PIC X(01) VALUE 'N'.
       01 WS-CHKPT-INTERVAL    PIC 9(04) VALUE 1000.
       01 WS-PROCESSED-COUNT   PIC 9(08) VALUE ZERO.
       01 WS-LAST-LOADED       PIC X(10) VALUE SPACES.
       01 WS-KSDS-RESUMED      PIC X(01) VALUE 'Y'.
       01 WS-CHKPT-CD          PIC X(01) VALUE SPACE.
       01 WS-PRIOR-COUNT       PIC 9(08) VALUE ZERO.
      *
       01 WS-RESTART-POINT.
          05 WS-RST-IN1           PIC 9(08) VALUE ZERO.
          05 WS-RST-KEY1          PIC X(10) VALUE SPACES.
          05 WS-RST-IN2           PIC 9(08) VALUE ZERO.
          05 WS-RST-KEY2          PIC X(10) VALUE SPACES.
          05 WS-RST-LAST-LOADED   PIC X(10) VALUE SPACES.
      *
       01 WS-CATCHUP-COUNTS.
          05 WS-CATCHUP-OUT       PIC 9(08) VALUE ZERO.
          05 WS-CATCHUP-UNMTCH1   PIC 9(08) VALUE ZERO.
          05 WS-CATCHUP-UNMTCH2   PIC 9(08) VALUE ZERO.
          05 WS-COUNT-RELOADED    PIC 9(08) VALUE ZERO.
      *
       01 WS-INTRL2-STATUS     PIC X(02) VALUE SPACES.
       01 WS-INTRL2-EOF        PIC X(01) VALUE 'N'.
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
          05 WS-GRD-PGM          PIC X(08) VALUE 'COBBAT03'.
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
           PERFORM CAPTURE-TIMESTAMP.
           MOVE WS-TS-NOW TO WS-AUDIT-START-TS.
      *
           PERFORM CHECK-RUN-STATE.
      *
      *    THE HR HEADER ON INDD1 IS EXPECTED TO CARRY THE NIGHT'S
      *    BUSINESS DATE, AS COBBAT01 STAMPED IT - TODAY'S DATE WHEN
      *    NO NIGHT IS OPEN.
           STRING WS-GRD-KEY-DATE(9:2) '-'
                  WS-GRD-KEY-DATE(6:2) '-'
                  WS-GRD-KEY-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-EXPECTED-DATE.
      *
           PERFORM READ-CHECKPOINT
              THRU READ-CHECKPOINT-EX.
      *
           PERFORM OPEN-FILES
              THRU OPEN-FILES-EX.
      *
           PERFORM READ-INP-INPUT2
              THRU READ-INP-INPUT2-EX.
      *
           PERFORM REPOSITION-INPUTS
              THRU REPOSITION-INPUTS-EX.
      *
           PERFORM PARA-PROCESS
              THRU PARA-PROCESS-EX
           PERFORM VERIFY-INPUT2-TOTAL.
      *
           PERFORM WRITE-TRAILER.
      *
           PERFORM WRITE-FINAL-CHECKPOINT
              THRU WRITE-FINAL-CHECKPOINT-EX.
      *
           PERFORM CLOSE-STOP
              THRU CLOSE-STOP-EX.
      *
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.
      *
       READ-CHECKPOINT.
      *    A CHECKPOINT LEFT 'INCOMPLETE' BY A PRIOR ABENDED RUN MEANS
      *    WE RESUME FROM ITS POSITION; ONE MARKED 'COMPLETE' (OR NO
      *    CHECKPOINT AT ALL) MEANS A NORMAL FULL RUN.  THE OUTPUT
      *    COUNTS ARE RESTORED INTO THE LIVE TOTALS SO THE REPORT,
      *    TRAILER AND AUDIT RECORD COVER THE WHOLE LOGICAL RUN; THE
      *    INPUT COUNTS ARE NOT - REPOSITION-INPUTS READS BACK UP TO
      *    THE SAME POINT AND COUNTS THEM AFRESH, SO THE CONTROL
      *    CHECKS AGAINST BOTH PRODUCERS' TRAILERS STILL BALANCE.
           OPEN INPUT CHKPT-FILE.
      *
           IF WS-CHKPT-STATUS = '00'
              READ CHKPT-FILE
              END-READ
              IF WS-CHKPT-STATUS = '00' AND CHKPT-STATUS-CD = 'I'
                 MOVE 'Y'               TO WS-RESTARTED
                 MOVE 'N'               TO WS-KSDS-RESUMED
                                           WS-EC-RESUMED
                 MOVE CHKPT-COUNT       TO WS-PROCESSED-COUNT
                 MOVE CHKPT-IN1         TO WS-RST-IN1
                 MOVE CHKPT-KEY1        TO WS-RST-KEY1
                 MOVE CHKPT-IN2         TO WS-RST-IN2
                 MOVE CHKPT-KEY2        TO WS-RST-KEY2
                 MOVE CHKPT-LAST-LOADED TO WS-RST-LAST-LOADED
                                           WS-LAST-LOADED
                 MOVE CHKPT-MATCHED     TO WS-COUNT-MATCHED
                 MOVE CHKPT-UNMTCH1     TO WS-COUNT-UNMTCH1
                 MOVE CHKPT-UNMTCH2     TO WS-COUNT-UNMTCH2
                 IF CHKPT-FILE-DATE NOT = SPACES
                    MOVE CHKPT-FILE-DATE TO WS-EXPECTED-DATE
                 END-IF
                 DISPLAY 'RESTARTING COBBAT03 AFTER '
                         WS-PROCESSED-COUNT
                         ' MERGE STEPS, LAST EMP-NUM LOADED '
                         WS-LAST-LOADED
              END-IF
           END-IF.
      *
           CLOSE CHKPT-FILE.
      *
       READ-CHECKPOINT-EX.
           EXIT.
      *
       OPEN-FILES.
      *    A CHECKPOINT RESTART EXTENDS THE OUTPUTS AND RESUMES THE
      *    EMPKSDS LOAD - THEY ALREADY HOLD THE ABENDED RUN'S RECORDS
      *    AND MUST NOT BE TRUNCATED.  THE TRAILER IS ALWAYS WRITTEN
      *    FRESH; ITS COUNT COVERS THE WHOLE LOGICAL RUN.
           OPEN INPUT  INP-INPUT1.
           OPEN INPUT  INP-INPUT2.
      *
           IF WS-RESTARTED = 'Y'
              PERFORM COUNT-PRIOR-OUTPUT
                 THRU COUNT-PRIOR-OUTPUT-EX
              OPEN EXTEND OUT-OUTPUT
              OPEN EXTEND UNMTCH1-OUTPUT
              OPEN EXTEND UNMTCH2-OUTPUT
              OPEN EXTEND EMPKSDS-OUTPUT
              OPEN EXTEND ECKSDS-OUTPUT
              PERFORM CHECK-OUTPUT-OPENS
                 THRU CHECK-OUTPUT-OPENS-EX
           ELSE
              OPEN OUTPUT OUT-OUTPUT
              OPEN OUTPUT UNMTCH1-OUTPUT
              OPEN OUTPUT UNMTCH2-OUTPUT
              OPEN OUTPUT EMPKSDS-OUTPUT
              OPEN OUTPUT ECKSDS-OUTPUT
           END-IF.
      *
           OPEN OUTPUT SEQERR-OUTPUT.
           OPEN OUTPUT TRL-OUTPUT.
      *
       OPEN-FILES-EX.
           EXIT.
      *
       COUNT-PRIOR-OUTPUT.
      *    EACH SEQUENTIAL OUTPUT MUST HOLD AT LEAST WHAT THE
      *    CHECKPOINT COUNTED; ANY EXCESS WAS WRITTEN AFTER THE LAST
      *    CHECKPOINT AND IS SKIPPED AS THE MERGE REPRODUCES IT.
      *    FEWER MEANS THE FILE WAS REPLACED OR RESTORED SINCE THE
      *    ABEND AND A RESUMED MERGE WOULD LEAVE A GAP - STOP HARD.
           MOVE ZERO TO WS-PRIOR-COUNT.
           OPEN INPUT OUT-OUTPUT.
           PERFORM UNTIL NOT FS-OUTPUT-OK
              READ OUT-OUTPUT
              IF FS-OUTPUT-OK
                 ADD 1 TO WS-PRIOR-COUNT
              END-IF
           END-PERFORM.
           CLOSE OUT-OUTPUT.
      *
           IF WS-PRIOR-COUNT < WS-COUNT-MATCHED
              MOVE 'OUTDD SHORT OF CHECKPOINT' TO WS-ERROR
              PERFORM RESTART-ABEND
                 THRU RESTART-ABEND-EX
           END-IF.
           COMPUTE WS-CATCHUP-OUT = WS-PRIOR-COUNT - WS-COUNT-MATCHED.
      *
           MOVE ZERO TO WS-PRIOR-COUNT.
           OPEN INPUT UNMTCH1-OUTPUT.
           PERFORM UNTIL NOT FS-UNMTCH1-OK
              READ UNMTCH1-OUTPUT
              IF FS-UNMTCH1-OK
                 ADD 1 TO WS-PRIOR-COUNT
              END-IF
           END-PERFORM.
           CLOSE UNMTCH1-OUTPUT.
      *
           IF WS-PRIOR-COUNT < WS-COUNT-UNMTCH1
              MOVE 'UNMTCH1D SHORT OF CHECKPOINT' TO WS-ERROR
              PERFORM RESTART-ABEND
                 THRU RESTART-ABEND-EX
           END-IF.
           COMPUTE WS-CATCHUP-UNMTCH1 = WS-PRIOR-COUNT
                                      - WS-COUNT-UNMTCH1.
      *
           MOVE ZERO TO WS-PRIOR-COUNT.
           OPEN INPUT UNMTCH2-OUTPUT.
           PERFORM UNTIL NOT FS-UNMTCH2-OK
              READ UNMTCH2-OUTPUT
              IF FS-UNMTCH2-OK
                 ADD 1 TO WS-PRIOR-COUNT
              END-IF
           END-PERFORM.
           CLOSE UNMTCH2-OUTPUT.
      *
           IF WS-PRIOR-COUNT < WS-COUNT-UNMTCH2
              MOVE 'UNMTCH2D SHORT OF CHECKPOINT' TO WS-ERROR
              PERFORM RESTART-ABEND
                 THRU RESTART-ABEND-EX
           END-IF.
           COMPUTE WS-CATCHUP-UNMTCH2 = WS-PRIOR-COUNT
                                      - WS-COUNT-UNMTCH2.
      *
           DISPLAY 'COBBAT03 RESTART - ALREADY WRITTEN PAST THE '
                   'CHECKPOINT: OUTDD ' WS-CATCHUP-OUT
                   ' UNMTCH1D ' WS-CATCHUP-UNMTCH1
                   ' UNMTCH2D ' WS-CATCHUP-UNMTCH2.
      *
       COUNT-PRIOR-OUTPUT-EX.
           EXIT.
      *
       CHECK-OUTPUT-OPENS.
           IF FS-OUTPUT-OK AND FS-UNMTCH1-OK AND FS-UNMTCH2-OK
          AND FS-EMPKSDS-OK AND FS-ECKSDS-OK
              CONTINUE
           ELSE
              MOVE 'ERROR EXTENDING OUTPUTS'  TO WS-ERROR
              DISPLAY 'COBBAT03 ABEND - ' WS-ERROR
                      ' FILE STATUS ' FS-OUTPUT ' ' FS-UNMTCH1
                      ' ' FS-UNMTCH2 ' ' FS-EMPKSDS ' ' FS-ECKSDS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       CHECK-OUTPUT-OPENS-EX.
           EXIT.
      *
       REPOSITION-INPUTS.
      *    ON A RESTART, READ BOTH INPUTS BACK UP TO THE CHECKPOINTED
      *    POSITION THROUGH THE NORMAL READ PARAGRAPHS, SO THE RECORD
      *    COUNTS, INDD2 DUPLICATE COLLAPSING, SEQUENCE CHECKS AND
      *    THE INDD1 TRAILER CHECK ALL SEE EXACTLY WHAT THE ABENDED
      *    RUN SAW.  LANDING ANYWHERE BUT THE CHECKPOINTED COUNT AND
      *    KEY MEANS AN INPUT CHANGED SINCE THE ABEND, AND RESUMING
      *    WOULD MERGE TWO DIFFERENT FILES INTO ONE OUTPUT.
           IF WS-RESTARTED = 'N'
              GO TO REPOSITION-INPUTS-EX
           END-IF.
      *
           PERFORM READ-INP-INPUT1
              THRU READ-INP-INPUT1-EX
              UNTIL KEY-VALUE1 = WS-HIGH-KEY
                 OR (WS-COUNT-IN1 >= WS-RST-IN1
                AND KEY-VALUE1 = WS-RST-KEY1).
      *
           PERFORM READ-INP-INPUT2
              THRU READ-INP-INPUT2-EX
              UNTIL KEY-VALUE2 = WS-HIGH-KEY
                 OR (WS-COUNT-IN2 >= WS-RST-IN2
                AND KEY-VALUE2 = WS-RST-KEY2).
      *
           IF WS-COUNT-IN1 NOT = WS-RST-IN1
           OR KEY-VALUE1   NOT = WS-RST-KEY1
           OR WS-COUNT-IN2 NOT = WS-RST-IN2
           OR KEY-VALUE2   NOT = WS-RST-KEY2
              DISPLAY 'COBBAT03 CHECKPOINT INDD1 ' WS-RST-IN1
                      ' ' WS-RST-KEY1 ' INDD2 ' WS-RST-IN2
                      ' ' WS-RST-KEY2
              DISPLAY 'COBBAT03 REPOSITION INDD1 ' WS-COUNT-IN1
                      ' ' KEY-VALUE1 ' INDD2 ' WS-COUNT-IN2
                      ' ' KEY-VALUE2
              MOVE 'INPUTS DIFFER FROM CHECKPOINT' TO WS-ERROR
              PERFORM RESTART-ABEND
                 THRU RESTART-ABEND-EX
           END-IF.
      *
       REPOSITION-INPUTS-EX.
           EXIT.
      *
       RESTART-ABEND.
      *    A RESTART THAT CANNOT PICK UP CLEANLY STOPS RC=12 WITH THE
      *    CHECKPOINT LEFT AS IT IS.  ONCE THE CAUSE IS UNDERSTOOD,
      *    DELETING THE CHECKPOINT DATASET MAKES THE NEXT RUN (AND
      *    STEP025'S KSDS REDEFINE) START FROM THE TOP.
           DISPLAY 'COBBAT03 RESTART FAILED - ' WS-ERROR.
           DISPLAY 'COBBAT03 DELETE CHKPTDD TO RERUN FROM THE TOP'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       RESTART-ABEND-EX.
           EXIT.
      *
       PARA-PROCESS.
      *
                  PERFORM READ-INP-INPUT2
                     THRU READ-INP-INPUT2-EX
           END-EVALUATE.
      *
      *    EVERY WS-CHKPT-INTERVAL STEPS, WITH THE NEXT KEY ON EACH
      *    SIDE READ BUT NOT YET MERGED, RECORD THE RESTART POINT.
           ADD 1 TO WS-PROCESSED-COUNT.
           IF FUNCTION MOD(WS-PROCESSED-COUNT, WS-CHKPT-INTERVAL) = 0
              PERFORM WRITE-CHECKPOINT
                 THRU WRITE-CHECKPOINT-EX
           END-IF.
      *
       PARA-PROCESS-EX.
           EXIT.
      *
       WRITE-CHECKPOINT.
      *    CLOSE AND REOPEN THE OUTPUTS FIRST SO EVERY RECORD THIS
      *    CHECKPOINT COUNTS IS PHYSICALLY ON THE FILE, NOT SITTING
      *    IN A BUFFER AN ABEND WOULD THROW AWAY.
           CLOSE OUT-OUTPUT.
           CLOSE UNMTCH1-OUTPUT.
           CLOSE UNMTCH2-OUTPUT.
           CLOSE EMPKSDS-OUTPUT.
           CLOSE ECKSDS-OUTPUT.
           OPEN EXTEND OUT-OUTPUT.
           OPEN EXTEND UNMTCH1-OUTPUT.
           OPEN EXTEND UNMTCH2-OUTPUT.
           OPEN EXTEND EMPKSDS-OUTPUT.
           OPEN EXTEND ECKSDS-OUTPUT.
           PERFORM CHECK-OUTPUT-OPENS
              THRU CHECK-OUTPUT-OPENS-EX.
      *
           MOVE 'I' TO WS-CHKPT-CD.
           PERFORM BUILD-CHECKPOINT.
      *
       WRITE-CHECKPOINT-EX.
           EXIT.
      *
       WRITE-FINAL-CHECKPOINT.
      *    MARK THE RUN-CONTROL FILE COMPLETE SO THE NEXT RUN (AND
      *    COBRST01 AHEAD OF STEP025) TREATS IT AS A NORMAL FULL RUN.
      *    WRITTEN EVEN WHEN THE INTRL2DD CHECK FAILED - THE MERGE
      *    ITSELF FINISHED, AND A SHORT INDD2 NEEDS A FULL RERUN ON
      *    THE CORRECTED FILE, NOT A RESTART.
           MOVE 'C' TO WS-CHKPT-CD.
           PERFORM BUILD-CHECKPOINT.
      *
       WRITE-FINAL-CHECKPOINT-EX.
           EXIT.
      *
       BUILD-CHECKPOINT.
      *    A CHECKPOINT THAT DID NOT REACH CHKPTDD WOULD SEND A RESTART
      *    BACK TO AN OLDER POSITION THAN THE OUTPUTS HOLD, OR TREAT A
      *    FINISHED MERGE AS UNFINISHED - STOP HARD RATHER THAN RUN ON.
           OPEN OUTPUT CHKPT-FILE.
           IF WS-CHKPT-STATUS NOT = '00'
              MOVE 'ERROR OPENING CHKPTDD'    TO WS-ERROR
              DISPLAY 'COBBAT03 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-CHKPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES             TO CHKPT-REC.
           MOVE WS-CHKPT-CD        TO CHKPT-STATUS-CD.
           MOVE WS-PROCESSED-COUNT TO CHKPT-COUNT.
           MOVE WS-COUNT-IN1       TO CHKPT-IN1.
           MOVE KEY-VALUE1         TO CHKPT-KEY1.
           MOVE WS-COUNT-IN2       TO CHKPT-IN2.
           MOVE KEY-VALUE2         TO CHKPT-KEY2.
           MOVE WS-COUNT-MATCHED   TO CHKPT-MATCHED.
           MOVE WS-COUNT-UNMTCH1   TO CHKPT-UNMTCH1.
           MOVE WS-COUNT-UNMTCH2   TO CHKPT-UNMTCH2.
           MOVE WS-LAST-LOADED     TO CHKPT-LAST-LOADED.
           MOVE WS-EXPECTED-DATE   TO CHKPT-FILE-DATE.
           WRITE CHKPT-REC.
           IF WS-CHKPT-STATUS NOT = '00'
              MOVE 'ERROR WRITING CHKPTDD'    TO WS-ERROR
              DISPLAY 'COBBAT03 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-CHKPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CHKPT-FILE.
      *
       CLOSE-STOP.
      *
           MOVE WS-TS-NOW TO WS-AUDIT-STOP-TS.
           PERFORM WRITE-AUDIT-RECORD
              THRU WRITE-AUDIT-RECORD-EX.
           PERFORM MARK-RUN-COMPLETE.
      *
           CLOSE INP-INPUT1.
           CLOSE INP-INPUT2.
           CLOSE UNMTCH1-OUTPUT.
           CLOSE UNMTCH2-OUTPUT.
           CLOSE EMPKSDS-OUTPUT.
           CLOSE ECKSDS-OUTPUT.
           CLOSE SEQERR-OUTPUT.
           CLOSE TRL-OUTPUT.
      *
           EXIT.
      *
       READ-RAW-INPUT2.
      *    RETURNS THE NEXT CONTACT ROW FROM INDD2.  EMERGENCY CONTACT
      *    ROWS IN BETWEEN ARE LOADED TO THE ECKSDS AND READ PAST, SO
      *    THE DUPLICATE COLLAPSING AND THE MERGE NEVER SEE THEM; THEY
      *    ARE STILL COUNTED AND SEQUENCE-CHECKED AS INDD2 RECORDS,
      *    SO THE INTRL2DD CONTROL TOTAL STILL BALANCES.
           PERFORM READ-NEXT-INPUT2
              THRU READ-NEXT-INPUT2-EX.
      *
           PERFORM UNTIL KEY-VALUE2 = WS-HIGH-KEY
                      OR NOT EMP-EMERGENCY-ROW
              PERFORM LOAD-EMERGENCY-CONTACT
                 THRU LOAD-EMERGENCY-CONTACT-EX
              PERFORM READ-NEXT-INPUT2
                 THRU READ-NEXT-INPUT2-EX
           END-PERFORM.
      *
       READ-RAW-INPUT2-EX.
           EXIT.
      *
       READ-NEXT-INPUT2.
           INITIALIZE INPUT-REC2
                      KEY-VALUE2.
      *
                  STOP RUN
           END-EVALUATE.
      *
       READ-NEXT-INPUT2-EX.
           EXIT.
      *
       LOAD-EMERGENCY-CONTACT.
      *    NUMBER THE CONTACT WITHIN ITS EMPLOYEE AND LOAD IT.  A
      *    CONTACT WHOSE EMPLOYEE IS NOT ON INDD1 TONIGHT IS LOADED
      *    ALL THE SAME - THE ECKSDS IS ONLY EVER READ THROUGH AN
      *    EMPLOYEE FOUND ON THE EMPKSDS.
           ADD 1 TO WS-COUNT-EMERG.
      *
           IF EMP-NUMB NOT = WS-EC-LAST-NUM
              MOVE EMP-NUMB TO WS-EC-LAST-NUM
              MOVE ZERO     TO WS-EC-SEQ
           END-IF.
      *
           IF WS-EC-SEQ = 99
              DISPLAY 'COBBAT03 MORE THAN 99 EMERGENCY CONTACTS FOR '
                      EMP-NUMB ' - ' EMP-EC-NAME ' NOT LOADED'
              ADD 1 TO WS-COUNT-EC-DROPPED
              GO TO LOAD-EMERGENCY-CONTACT-EX
           END-IF.
           ADD 1 TO WS-EC-SEQ.
      *
           MOVE SPACES          TO COBCPY11.
           MOVE EMP-NUMB        TO ECK-EMP-NUM.
           MOVE WS-EC-SEQ       TO ECK-SEQ.
           MOVE EMP-EC-NAME     TO ECK-NAME.
           MOVE EMP-EC-RELATION TO ECK-RELATION.
           MOVE EMP-EC-PHONE    TO ECK-PHONE.
           MOVE INPUT-REC2(84:1) TO ECK-PHONE-FLAG.
           MOVE EMP-EFF-DATE    TO ECK-EFF-DATE.
      *
           WRITE COBCPY11.
      *
      *    RESUMING AFTER A RESTART, THE REPOSITION READS OFFER EVERY
      *    CONTACT THE ABENDED RUN ALREADY LOADED AND THE LOAD
      *    REJECTS THEM AS DUPLICATE/OUT OF SEQUENCE; THE FIRST ONE
      *    THAT LOADS ENDS THE RESUME.
           IF WS-EC-RESUMED = 'N'
              IF FS-ECKSDS = '21' OR '22'
                 ADD 1 TO WS-COUNT-EC-RELOADED
                 MOVE '00' TO FS-ECKSDS
              ELSE
                 MOVE 'Y' TO WS-EC-RESUMED
              END-IF
           END-IF.
      *
           IF FS-ECKSDS-OK
              CONTINUE
           ELSE
              MOVE 'ERROR IN WRITING ECKSDS'
                                           TO WS-ERROR
              MOVE FS-ECKSDS               TO WS-FILE-STATUS
              DISPLAY 'COBBAT03 ABEND - ' WS-ERROR
                      ' FILE STATUS ' WS-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       LOAD-EMERGENCY-CONTACT-EX.
           EXIT.
      *
       SEQUENCE-ABEND.
           MOVE EMP-ADDRESS  TO  OUT-ADDRESS
           MOVE COBCPY03     TO  OUTPUT-REC
      *
           IF WS-CATCHUP-OUT > ZERO
              SUBTRACT 1 FROM WS-CATCHUP-OUT
           ELSE
              WRITE OUTPUT-REC
           END-IF.
           ADD 1 TO WS-COUNT-MATCHED.
      *
           IF FS-OUTPUT-OK
           MOVE EMP-ADDRESS  TO  KSDS-ADDRESS
      *
           WRITE EMPKSDS-REC.
      *
      *    RESUMING AFTER A RESTART, THE FIRST KEYS MAY ALREADY HAVE
      *    BEEN LOADED BY THE ABENDED RUN AFTER ITS LAST CHECKPOINT -
      *    THE LOAD REJECTS THEM AS DUPLICATE/OUT OF SEQUENCE.  THOSE
      *    ABOVE THE CHECKPOINTED LAST KEY ARE ALREADY IN PLACE; THE
      *    FIRST KEY THAT LOADS ENDS THE RESUME.
           IF WS-KSDS-RESUMED = 'N'
              IF (FS-EMPKSDS = '21' OR '22')
             AND KSDS-NUM > WS-RST-LAST-LOADED
                 ADD 1 TO WS-COUNT-RELOADED
                 MOVE '00' TO FS-EMPKSDS
              ELSE
                 MOVE 'Y' TO WS-KSDS-RESUMED
              END-IF
           END-IF.
      *
           IF FS-EMPKSDS-OK
              MOVE KSDS-NUM TO WS-LAST-LOADED
           ELSE
              MOVE 'ERROR IN WRITING EMPKSDS'
                                           TO WS-ERROR
      *
       WRITE-UNMATCHED1.
           MOVE INPUT-REC1   TO  UNMTCH1-REC
           IF WS-CATCHUP-UNMTCH1 > ZERO
              SUBTRACT 1 FROM WS-CATCHUP-UNMTCH1
           ELSE
              WRITE UNMTCH1-REC
           END-IF.
           ADD 1 TO WS-COUNT-UNMTCH1.
      *
           IF FS-UNMTCH1-OK
      *
       WRITE-UNMATCHED2.
           MOVE INPUT-REC2   TO  UNMTCH2-REC
           IF WS-CATCHUP-UNMTCH2 > ZERO
              SUBTRACT 1 FROM WS-CATCHUP-UNMTCH2
           ELSE
              WRITE UNMTCH2-REC
           END-IF.
           ADD 1 TO WS-COUNT-UNMTCH2.
      *
           IF FS-UNMTCH2-OK
      *
       RECONCILIATION-REPORT.
      *    NIGHTLY BALANCE CHECK - COUNTS IN SHOULD EQUAL MATCHED
      *    PLUS UNMATCHED FOR EACH SIDE OF THE MERGE (ON INDD2, PLUS
      *    THE DUPLICATES COLLAPSED AND THE EMERGENCY CONTACTS).
           DISPLAY '============================================'.
           DISPLAY 'COBBAT03 RECONCILIATION REPORT'.
           DISPLAY '  INDD1  RECORDS READ    : ' WS-COUNT-IN1.
           DISPLAY '  UNMATCHED FROM INDD1   : ' WS-COUNT-UNMTCH1.
           DISPLAY '  UNMATCHED FROM INDD2   : ' WS-COUNT-UNMTCH2.
           DISPLAY '  DUPLICATE KEYS ON INDD2: ' WS-COUNT-DUP2.
           DISPLAY '  EMERGENCY CONTACTS     : ' WS-COUNT-EMERG.
           IF WS-COUNT-EC-DROPPED > ZERO
              DISPLAY '  EMERGENCY NOT LOADED   : ' WS-COUNT-EC-DROPPED
           END-IF.
           IF WS-RESTARTED = 'Y'
              DISPLAY '  RESTARTED AT INDD1/INDD2: ' WS-RST-IN1
                      ' / ' WS-RST-IN2
              DISPLAY '  EMPKSDS KEYS RELOADED  : ' WS-COUNT-RELOADED
              DISPLAY '  ECKSDS KEYS RELOADED   : '
                      WS-COUNT-EC-RELOADED
           END-IF.
           DISPLAY '============================================'.
      *
       VERIFY-INPUT2-TOTAL.
           MOVE SPACES            TO  TRAILER-REC.
           MOVE 'TRAILER'         TO  TRL-ID.
           MOVE WS-COUNT-MATCHED  TO  TRL-COUNT.
           MOVE WS-GRD-KEY-DATE   TO  TRL-DATE.
           WRITE TRAILER-REC.
      *
       CAPTURE-TIMESTAMP.
       WRITE-AUDIT-RECORD-EX.
           EXIT.
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
              DISPLAY 'COBBAT03 NO NIGHT OPEN ON RUNSTDD - RUN IS NOT '
                      'GUARDED'
           ELSE
              DISPLAY 'COBBAT03 BUSINESS DATE: ' WS-GRD-BUS-DATE
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
                          DISPLAY 'COBBAT03 ABEND - OVER ' WS-GRD-MAX
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
              DISPLAY 'COBBAT03 ALREADY COMPLETED FOR ' WS-GRD-BUS-DATE
                      ' - NOT RUN AGAIN WITHOUT THE RERUN OVERRIDE'
              DISPLAY 'PROGRAM COBBAT03 - STOP'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
           IF WS-GRD-USED > ZERO AND WS-GRD-RERUN = 'Y'
              DISPLAY 'COBBAT03 RERUN FOR ' WS-GRD-BUS-DATE
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
          AND WS-RETURN-CODE <= 4
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
           MOVE WS-RETURN-CODE TO RSTATE-RETURN-CD.
           WRITE RSTATE-REC.
      *
           IF WS-RUNST-STATUS NOT = '00'
              DISPLAY 'COBBAT03 ABEND - ERROR WRITING RUN STATE, '
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
                       DISPLAY 'COBBAT03 ABEND - ERROR RESTORING '
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
           DISPLAY 'COBBAT03 BACKED OUT ' WS-GRD-DROPPED
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
              DISPLAY 'COBBAT03 ABEND - ERROR OPENING BKOUTDD, FILE '
                      'STATUS ' WS-BKOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       WRITE-BACKOUT-WORK.
           WRITE BACKOUT-REC.
      *
           IF WS-BKOUT-STATUS NOT = '00'
              DISPLAY 'COBBAT03 ABEND - ERROR WRITING BKOUTDD, FILE '
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

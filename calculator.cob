           SELECT BSN-FILE ASSIGN USING WS-BSN-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS BSN-ST.
           SELECT LIM-FILE ASSIGN TO "limits"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS LIM-ST.
           SELECT SUS-FILE ASSIGN USING WS-SUS-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS SUS-ST.
           SELECT PER-FILE ASSIGN TO "period"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PER-ST.
           SELECT CAL-FILE ASSIGN TO "calendar"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS CAL-ST.
           SELECT USR-FILE ASSIGN TO "users"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS USR-ST.
           SELECT RAU-FILE ASSIGN TO "roleauth"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS RAU-ST.
           SELECT SEC-FILE ASSIGN TO "seclog"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS SEC-ST.
       DATA DIVISION. 
       FILE SECTION.
       FD  INP-FILE.
         05 REJ-ORIGINAL PIC X(29).
         05 FILLER       PIC X.
         05 REJ-REASON   PIC X(30).
         05 FILLER       PIC X.
         05 REJ-BATCH-ID PIC X(8).
         05 FILLER       PIC X.
         05 REJ-SOURCE   PIC X(3).
         05 FILLER       PIC X.
         05 REJ-ORIG-RUN-ID PIC X(14).
         05 FILLER       PIC X.
         05 REJ-ORIG-SEQ PIC 9(8).
         05 FILLER       PIC X.
         05 REJ-FORMULA  PIC X(8).
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
         05 AUD-RUN-ID    PIC X(14).
             15 CKPT-REG-SET PIC X.
             15 CKPT-REG-VAL PIC S9(8)V99 SIGN IS LEADING
                             SEPARATE.
         05 CKPT-SUSPENSE-CNT   PIC 9(8).
         05 CKPT-BAT-HELD       PIC X.
         05 CKPT-BAT-REFUSED    PIC X.
         05 CKPT-BAT-REFUSE-RSN PIC X(30).
       FD  CKPT-TMP-FILE RECORDING MODE F.
       01  CKPT-TMP-REC  PIC X(1380).
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
         05 CTL-ROUND-MODE PIC X.
         05 CTL-OUT-WIDTH  PIC 9(2).
         05 CTL-DAYS-BACK  PIC X(3).
         05 CTL-DAYS-FWD   PIC X(3).
       FD  CSV-FILE RECORDING MODE F.
       01  CSV-REC  PIC X(34).
       FD  SUMMARY-FILE RECORDING MODE F.
         05 RSB-ORIG-SEQ    PIC 9(8).
         05 FILLER          PIC X.
         05 RSB-DATA        PIC X(29).
         05 FILLER          PIC X.
         05 RSB-BATCH-ID    PIC X(8).
       FD  FRM-FILE RECORDING MODE F.
       01  FRM-REC.
         05 FRM-NAME     PIC X(8).
         05 FRM-OPND-2   PIC X(7).
       FD  BSN-FILE RECORDING MODE F.
       01  BSN-REC  PIC X(72).
       FD  LIM-FILE RECORDING MODE F.
       01  LIM-REC.
         05 LIM-DEPT        PIC X(4).
         05 FILLER          PIC X.
         05 LIM-OPERATOR    PIC X(3).
         05 FILLER          PIC X.
         05 LIM-MIN-RESULT  PIC S9(8)V99 SIGN IS LEADING SEPARATE.
         05 FILLER          PIC X.
         05 LIM-MAX-RESULT  PIC S9(8)V99 SIGN IS LEADING SEPARATE.
         05 FILLER          PIC X.
         05 LIM-MAX-OPERAND PIC 9(4)V99.
       FD  SUS-FILE RECORDING MODE F.
       01  SUS-REC.
         05 SUS-RUN-ID      PIC X(14).
         05 FILLER          PIC X.
         05 SUS-SEQ         PIC 9(8).
         05 FILLER          PIC X.
         05 SUS-BATCH-ID    PIC X(8).
         05 FILLER          PIC X.
         05 SUS-BUS-DATE    PIC 9(8).
         05 FILLER          PIC X.
         05 SUS-DEPT        PIC X(4).
         05 FILLER          PIC X.
         05 SUS-ORIGINAL    PIC X(29).
         05 FILLER          PIC X.
         05 SUS-NUMBER-1    PIC S9(4)V99 SIGN IS LEADING SEPARATE.
         05 FILLER          PIC X.
         05 SUS-OPERATOR    PIC X(3).
         05 FILLER          PIC X.
         05 SUS-NUMBER-2    PIC S9(4)V99 SIGN IS LEADING SEPARATE.
         05 FILLER          PIC X.
         05 SUS-RESULT      PIC S9(8)V99 SIGN IS LEADING SEPARATE.
         05 FILLER          PIC X.
         05 SUS-SOURCE      PIC X(3).
         05 FILLER          PIC X.
         05 SUS-ORIG-RUN-ID PIC X(14).
         05 FILLER          PIC X.
         05 SUS-ORIG-SEQ    PIC 9(8).
         05 FILLER          PIC X.
         05 SUS-FORMULA     PIC X(8).
         05 FILLER          PIC X.
         05 SUS-SRC-1       PIC X(8).
         05 FILLER          PIC X.
         05 SUS-SRC-2       PIC X(8).
         05 FILLER          PIC X.
         05 SUS-REASON      PIC X(30).
       FD  PER-FILE RECORDING MODE F.
       01  PER-REC.
         05 PER-CLOSED-THRU PIC 9(6).
         05 FILLER          PIC X.
         05 PER-CLOSE-DATE  PIC 9(8).
       FD  CAL-FILE RECORDING MODE F.
       01  CAL-REC.
         05 CAL-DATE        PIC 9(8).
         05 FILLER          PIC X.
         05 CAL-TYPE        PIC X.
         05 FILLER          PIC X.
         05 CAL-DESC        PIC X(20).
       FD  USR-FILE RECORDING MODE F.
       01  USR-REC.
         05 USR-ID        PIC X(8).
         05 FILLER        PIC X.
         05 USR-ROLE      PIC X(4).
         05 FILLER        PIC X.
         05 USR-STATUS    PIC X.
         05 FILLER        PIC X.
         05 USR-NAME      PIC X(30).
       FD  RAU-FILE RECORDING MODE F.
       01  RAU-REC.
         05 RAU-ROLE      PIC X(4).
         05 FILLER        PIC X.
         05 RAU-FUNCTION  PIC X(8).
       FD  SEC-FILE RECORDING MODE F.
       01  SEC-REC.
         05 SEC-STAMP     PIC X(14).
         05 FILLER        PIC X.
         05 SEC-USER      PIC X(8).
         05 FILLER        PIC X.
         05 SEC-ROLE      PIC X(4).
         05 FILLER        PIC X.
         05 SEC-PROGRAM   PIC X(10).
         05 FILLER        PIC X.
         05 SEC-FUNCTION  PIC X(8).
         05 FILLER        PIC X.
         05 SEC-RESULT    PIC X(7).
         05 FILLER        PIC X.
         05 SEC-REASON    PIC X(20).
       WORKING-STORAGE SECTION.
       77  RESULT   PIC S9(8)V99.
       01  S-NUMBS.
       01  WS-CKPT-TMP-NAME  PIC X(20) VALUE 'checkpoint.tmp'.
       01  WS-INP-NAME      PIC X(20) VALUE 'input'.
       01  WS-OUT-NAME      PIC X(20) VALUE 'outres'.
       01  WS-REJ-NAME      PIC X(30) VALUE 'reject'.
       01  WS-AUD-NAME      PIC X(30) VALUE 'audit'.
       01  WS-CSV-NAME      PIC X(20) VALUE 'outres.csv'.
       01  WS-SUMFILE-NAME  PIC X(20) VALUE 'summary'.
       01  WS-OPLOG-NAME    PIC X(20) VALUE 'oplog'.
       01  WS-HIST-NAME     PIC X(20) VALUE 'runhist'.
       01  WS-BSN-NAME      PIC X(20) VALUE 'batstat.0'.
       01  WS-SUS-NAME      PIC X(20) VALUE 'suspense'.
       01  WS-INSTANCE      PIC 9 VALUE ZERO.
          88 INSTANCE-MODE  VALUE 1 THRU 9.
       01  WS-RUN-ID        PIC X(14).
         05 WS-MOD-CNT       PIC 9(8) VALUE ZERO.
         05 WS-EXP-CNT       PIC 9(8) VALUE ZERO.
         05 WS-GRAND-TOTAL   PIC S9(13)V99 VALUE ZERO.
         05 WS-SUSPENSE-CNT  PIC 9(8) VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-EDIT-TOTAL    PIC -(13)9.99.
       01  WS-REPORT-COUNT  PIC 9(8).
       01  WS-BATCH-ID      PIC X(8) VALUE SPACES.
       01  WS-BAT-BUS-DATE  PIC 9(8) VALUE ZERO.
       01  WS-BAT-DEPT      PIC X(4) VALUE SPACES.
       01  WS-RSB-BATCH-ID  PIC X(8) VALUE SPACES.
       01  WS-RSB-BST-HIT   PIC 9(4) VALUE ZERO.
       01  WS-BAT-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-BAT-HASH      PIC S9(13)V99 VALUE ZERO.
       01  WS-BAT-STATUS    PIC X(8).
       01  RESUB-ST         PIC 9(2).
       01  FRM-ST           PIC 9(2).
       01  BSN-ST           PIC 9(2).
       01  LIM-ST           PIC 9(2).
       01  SUS-ST           PIC 9(2).
       01  PER-ST           PIC 9(2).
       01  WS-CLOSED-THRU   PIC 9(6) VALUE ZERO.
       01  WS-BAT-MONTH     PIC 9(6).
       01  WS-BAT-REFUSE-REASON PIC X(30) VALUE SPACES.
       01  CAL-ST           PIC 9(2).
       01  WS-DAYS-BACK     PIC 9(3) VALUE 7.
       01  WS-DAYS-FWD      PIC 9(3) VALUE 1.
       01  WS-DAY-OFFSET    PIC S9(7).
       01  WS-DAY-NUMBER    PIC 9(7).
       01  WS-WEEKDAY       PIC 9.
       01  WS-CAL-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-CAL-MAX       PIC 9(4) VALUE 2000.
       01  WS-CAL-IDX       PIC 9(4).
       01  WS-CAL-HIT       PIC 9(4).
       01  WS-CAL-TABLE.
         05 WS-CAL-ENTRY OCCURS 2000.
           10 WS-CAL-TBL-DATE     PIC 9(8).
           10 WS-CAL-TBL-TYPE     PIC X.
       01  WS-LIM-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-LIM-MAX       PIC 9(3) VALUE 200.
       01  WS-LIM-IDX       PIC 9(4).
       01  WS-LIM-HIT       PIC 9(4).
       01  WS-LIM-LOOK-OPER PIC X(3).
       01  WS-LIM-OPND-ABS  PIC 9(4)V99.
       01  WS-LIM-TABLE.
         05 WS-LIM-ENTRY OCCURS 200.
           10 WS-LIM-TBL-DEPT     PIC X(4).
           10 WS-LIM-TBL-OPER     PIC X(3).
           10 WS-LIM-TBL-MIN      PIC S9(8)V99 SIGN IS LEADING
                                  SEPARATE.
           10 WS-LIM-TBL-MAX      PIC S9(8)V99 SIGN IS LEADING
                                  SEPARATE.
           10 WS-LIM-TBL-MAX-OPND PIC 9(4)V99.
       01  WS-ORIG-RUN-ID   PIC X(14) VALUE SPACES.
       01  WS-ORIG-SEQ      PIC 9(8) VALUE ZERO.
       01  WS-FORMULA-NAME  PIC X(8) VALUE SPACES.
           10 WS-BAT-TBL-DATE   PIC 9(8).
           10 WS-BAT-TBL-DEPT   PIC X(4).
           10 WS-BAT-TBL-STATUS PIC X(8).
       01  USR-ST           PIC 9(2).
       01  RAU-ST           PIC 9(2).
       01  SEC-ST           PIC 9(2).
       01  WS-USER-ID       PIC X(8) VALUE SPACES.
       01  WS-USER-ROLE     PIC X(4) VALUE SPACES.
       01  WS-USER-POS      PIC 9(2).
       01  WS-SEC-FUNCTION  PIC X(8).
       01  WS-SEC-REASON    PIC X(20).
       01  WS-FLAGS.
         05 WS-EOF  PIC X VALUE 'N'.
            88 END-OF-INPUT VALUE 'Y'.
         05 WS-RECORD-STATUS PIC X VALUE 'P'.
            88 RECORD-OK       VALUE 'P'.
            88 RECORD-REJECTED VALUE 'R'.
            88 RECORD-SUSPENDED VALUE 'S'.
         05 WS-RESTART-MODE PIC X VALUE 'N'.
            88 IS-RESTART       VALUE 'Y'.
         05 WS-TOTAL-OVFL-FLAG PIC X VALUE 'N'.
         05 WS-RESUB-MODE-FLAG PIC X VALUE 'N'.
            88 RESUBMIT-MODE VALUE 'Y'.
         05 WS-BAT-DUP-FLAG PIC X VALUE 'N'.
            88 DUPLICATE-BATCH VALUE 'Y' 'P'.
            88 POSTED-DUPLICATE VALUE 'P'.
         05 WS-DUP-OVERRIDE-FLAG PIC X VALUE 'N'.
            88 DUP-OVERRIDE VALUE 'Y'.
         05 WS-TRIAL-FLAG PIC X VALUE 'N'.
            88 TRIAL-MODE VALUE 'Y'.
         05 WS-FRM-EOF PIC X VALUE 'N'.
            88 END-OF-FORMULAS VALUE 'Y'.
         05 WS-FRM-OVFL-FLAG PIC X VALUE 'N'.
            88 FRM-TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-FRM-STEP-FLAG PIC X VALUE 'N'.
            88 FORMULA-STEP VALUE 'Y'.
         05 WS-FRM-LAST-FLAG PIC X VALUE 'N'.
            88 FORMULA-LAST-STEP VALUE 'Y'.
         05 WS-FRM-ERR-FLAG PIC X.
            88 FORMULA-ERROR VALUE 'Y'.
         05 WS-FRM-PREV-FLAG PIC X.
            88 PRIOR-STEP-SET VALUE 'Y'.
         05 WS-FRM-FOUND-FLAG PIC X.
            88 FORMULA-STEP-FOUND VALUE 'Y'.
         05 WS-LIM-EOF PIC X VALUE 'N'.
            88 END-OF-LIMITS VALUE 'Y'.
         05 WS-LIM-OVFL-FLAG PIC X VALUE 'N'.
            88 LIM-TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-LIM-FOUND-FLAG PIC X.
            88 LIMIT-FOUND VALUE 'Y'.
         05 WS-BAT-HELD-FLAG PIC X VALUE 'N'.
            88 BATCH-HELD VALUE 'Y'.
         05 WS-BAT-REFUSE-FLAG PIC X VALUE 'N'.
            88 BATCH-REFUSED VALUE 'Y'.
         05 WS-CAL-EOF PIC X VALUE 'N'.
            88 END-OF-CALENDAR VALUE 'Y'.
         05 WS-CAL-OVFL-FLAG PIC X VALUE 'N'.
            88 CAL-TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-CAL-MISSING-FLAG PIC X VALUE 'N'.
            88 CALENDAR-MISSING VALUE 'Y'.
         05 WS-CAL-FOUND-FLAG PIC X.
            88 CALENDAR-DAY-FOUND VALUE 'Y'.
         05 WS-USR-EOF PIC X.
            88 END-OF-USERS VALUE 'Y'.
         05 WS-RAU-EOF PIC X.
            88 END-OF-ROLEAUTH VALUE 'Y'.
         05 WS-AUTH-FLAG PIC X VALUE 'N'.
            88 USER-AUTHORIZED VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROC.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           PERFORM GET-USER-ID.
           IF (WS-CMD-LINE(1:7) NOT = 'INQUIRY')
              AND (WS-CMD-LINE(1:8) NOT = 'RESUBMIT')
              AND (WS-CMD-LINE(1:8) NOT = 'INSTANCE')
              MOVE ZERO TO WS-CMD-TALLY
              INSPECT WS-CMD-LINE TALLYING WS-CMD-TALLY
                      FOR ALL 'INQUIRY' ALL 'RESUBMIT' ALL 'INSTANCE'
              IF WS-CMD-TALLY > 0
                 DISPLAY 'CALCULATOR: INQUIRY, RESUBMIT or INSTANCE '
                         'must be the first argument - run blocked'
                 MOVE 12 TO RETURN-CODE
                          STOP RUN
              END-IF
           END-IF.
           IF WS-CMD-LINE(1:7) = 'INQUIRY'
              MOVE 'INQUIRY' TO WS-SEC-FUNCTION
              PERFORM REQUIRE-AUTHORITY
              PERFORM INQUIRY-MODE
           END-IF.
           IF WS-CMD-LINE(1:8) = 'RESUBMIT'
              MOVE 'RESUBMIT' TO WS-SEC-FUNCTION
              PERFORM REQUIRE-AUTHORITY
              SET RESUBMIT-MODE TO TRUE
           END-IF.
           IF WS-CMD-LINE(1:8) = 'INSTANCE'
           INSPECT WS-CMD-LINE TALLYING WS-CMD-TALLY
                   FOR ALL 'OVERRIDE'.
           IF WS-CMD-TALLY > 0
              MOVE 'OVERRIDE' TO WS-SEC-FUNCTION
              PERFORM REQUIRE-AUTHORITY
              SET DUP-OVERRIDE TO TRUE
           END-IF.
           MOVE ZERO TO WS-CMD-TALLY.
           INSPECT WS-CMD-LINE TALLYING WS-CMD-TALLY
                   FOR ALL 'TRIAL'.
           IF WS-CMD-TALLY > 0
              IF RESUBMIT-MODE OR INSTANCE-MODE
                 DISPLAY 'CALCULATOR: TRIAL not allowed with '
                         'RESUBMIT or INSTANCE - run blocked'
                 MOVE 12 TO RETURN-CODE
                          STOP RUN
              END-IF
              SET TRIAL-MODE TO TRUE
              PERFORM SET-TRIAL-NAMES
           END-IF.
           PERFORM OPEN-FILES.
           IF NOT IS-RESTART
              PERFORM WRITE-HEADERS
                       PERFORM WRITE-AUDIT
                       PERFORM WRITE-CSV
                    ELSE
                       IF RECORD-SUSPENDED
                          PERFORM WRITE-SUSPENSE
                       ELSE
                          PERFORM WRITE-REJECT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           MOVE SPACES TO WS-BSN-NAME.
           STRING 'batstat.' WS-INSTANCE DELIMITED BY SIZE
             INTO WS-BSN-NAME.
           MOVE SPACES TO WS-SUS-NAME.
           STRING 'suspense.' WS-INSTANCE DELIMITED BY SIZE
             INTO WS-SUS-NAME.
       SET-INSTANCE-NAMES-END. EXIT.
      ************************
       SET-TRIAL-NAMES.
           MOVE 'outres.trial'         TO WS-OUT-NAME.
           MOVE 'outres.csv.trial'     TO WS-CSV-NAME.
           MOVE 'summary.trial'        TO WS-SUMFILE-NAME.
           MOVE 'runhist.trial'        TO WS-HIST-NAME.
           MOVE 'checkpoint.trial'     TO WS-CKPT-FINAL-NAME.
           MOVE 'checkpoint.tmp.trial' TO WS-CKPT-TMP-NAME.
       SET-TRIAL-NAMES-END. EXIT.
      ************************
       SET-TRIAL-GEN-NAMES.
           MOVE SPACES TO WS-REJ-NAME.
           STRING 'reject.' WS-RUN-ID DELIMITED BY SIZE
             INTO WS-REJ-NAME.
           MOVE SPACES TO WS-AUD-NAME.
           STRING 'audit.' WS-RUN-ID DELIMITED BY SIZE
             INTO WS-AUD-NAME.
       SET-TRIAL-GEN-NAMES-END. EXIT.
      ************************
       INQUIRY-MODE.
           PERFORM INIT-REGISTERS.
              END-IF
           END-IF.
           IF IS-RESTART
              PERFORM READ-CONTROL-FILE
              MOVE WS-CKPT-RUN-ID     TO WS-RUN-ID
              IF TRIAL-MODE
                 PERFORM SET-TRIAL-GEN-NAMES
              END-IF
              MOVE WS-CKPT-ROUND-MODE TO WS-ROUND-MODE
              MOVE WS-CKPT-OUT-WIDTH  TO WS-OUT-WIDTH
              OPEN EXTEND OUT-REC
              OPEN EXTEND AUDIT-FILE
              OPEN EXTEND CSV-FILE
           ELSE
              IF NOT INSTANCE-MODE AND NOT TRIAL-MODE
                 PERFORM CHECK-PRIOR-ARCHIVE
              END-IF
              PERFORM READ-CONTROL-FILE
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
              IF TRIAL-MODE
                 PERFORM SET-TRIAL-GEN-NAMES
              END-IF
              OPEN OUTPUT OUT-REC
              OPEN OUTPUT REJ-FILE
              OPEN OUTPUT AUDIT-FILE
           PERFORM LOAD-CONSTANTS.
           PERFORM LOAD-BATCH-MASTER.
           PERFORM LOAD-FORMULAS.
           PERFORM LOAD-LIMITS.
           PERFORM READ-PERIOD-FILE.
           PERFORM LOAD-CALENDAR.
           OPEN EXTEND SUS-FILE.
           IF SUS-ST = 35
              OPEN OUTPUT SUS-FILE
           END-IF.
           IF (SUS-ST NOT = 0) AND (SUS-ST NOT = 97)
              DISPLAY 'hata' SUS-ST
              MOVE 'Y' TO WS-FILE-ERR-FLAG
           END-IF.
           IF INSTANCE-MODE
              IF IS-RESTART
                 OPEN EXTEND BSN-FILE
                        WS-RUN-ID             DELIMITED BY SIZE
                   INTO WS-OPLOG-TEXT
              ELSE
                 IF TRIAL-MODE
                    STRING 'START TRIAL RUN ' DELIMITED BY SIZE
                           WS-RUN-ID          DELIMITED BY SIZE
                      INTO WS-OPLOG-TEXT
                 ELSE
                    STRING 'START RUN ' DELIMITED BY SIZE
                           WS-RUN-ID    DELIMITED BY SIZE
                      INTO WS-OPLOG-TEXT
                 END-IF
              END-IF
           END-IF.
           PERFORM WRITE-OPLOG.
                 IF CKPT-SEQ > 0
                    MOVE CKPT-REGISTERS  TO WS-REGISTERS
                 END-IF
                 IF CKPT-SUSPENSE-CNT NUMERIC
                    MOVE CKPT-SUSPENSE-CNT TO WS-SUSPENSE-CNT
                 END-IF
                 IF CKPT-BAT-HELD = 'Y'
                    SET BATCH-HELD TO TRUE
                 END-IF
                 IF CKPT-BAT-REFUSED = 'Y'
                    SET BATCH-REFUSED TO TRUE
                    MOVE CKPT-BAT-REFUSE-RSN TO WS-BAT-REFUSE-REASON
                 END-IF
              ELSE
                 IF CKPT-ST NOT = 10
                    DISPLAY 'hata' CKPT-ST
                 IF CTL-OUT-WIDTH >= 1 AND CTL-OUT-WIDTH <= 12
                    MOVE CTL-OUT-WIDTH TO WS-OUT-WIDTH
                 END-IF
                 IF CTL-DAYS-BACK NUMERIC
                    MOVE CTL-DAYS-BACK TO WS-DAYS-BACK
                 END-IF
                 IF CTL-DAYS-FWD NUMERIC
                    MOVE CTL-DAYS-FWD TO WS-DAYS-FWD
                 END-IF
              ELSE
                 IF CTL-ST NOT = 10
                    DISPLAY 'hata' CTL-ST
              CLOSE CTL-FILE
           END-IF.
       READ-CONTROL-FILE-END. EXIT.
      ************************
       READ-PERIOD-FILE.
           OPEN INPUT PER-FILE.
           IF PER-ST = 0
              READ PER-FILE
              IF (PER-ST = 0) OR (PER-ST = 6)
                 IF PER-CLOSED-THRU NUMERIC
                    MOVE PER-CLOSED-THRU TO WS-CLOSED-THRU
                 END-IF
              ELSE
                 IF PER-ST NOT = 10
                    DISPLAY 'hata' PER-ST
                    MOVE 'Y' TO WS-FILE-ERR-FLAG
                 END-IF
              END-IF
              CLOSE PER-FILE
           END-IF.
       READ-PERIOD-FILE-END. EXIT.
      ************************
       LOAD-CONSTANTS.
           OPEN INPUT CON-FILE.
           MOVE WS-BAT-DUP-FLAG    TO CKPT-BAT-DUP.
           MOVE WS-CUR-RUN-MODE    TO CKPT-RUN-MODE.
           MOVE WS-REGISTERS       TO CKPT-REGISTERS.
           MOVE WS-SUSPENSE-CNT    TO CKPT-SUSPENSE-CNT.
           MOVE WS-BAT-HELD-FLAG   TO CKPT-BAT-HELD.
           MOVE WS-BAT-REFUSE-FLAG TO CKPT-BAT-REFUSED.
           MOVE WS-BAT-REFUSE-REASON TO CKPT-BAT-REFUSE-RSN.
           PERFORM WRITE-CKPT-REC-ATOMIC.
           MOVE SPACES TO WS-OPLOG-TEXT.
           STRING 'CHECKPOINT ' DELIMITED BY SIZE
                 MOVE RSB-DATA TO INP-REC
                 MOVE RSB-ORIG-RUN-ID TO WS-ORIG-RUN-ID
                 MOVE RSB-ORIG-SEQ    TO WS-ORIG-SEQ
                 MOVE RSB-BATCH-ID    TO WS-RSB-BATCH-ID
                 PERFORM FIND-RESUB-BATCH
              END-IF
           END-IF.
       READ-NEXT-RESUB-END. EXIT.
      ************************
       FIND-RESUB-BATCH.
           MOVE 'N' TO WS-BAT-REFUSE-FLAG.
           MOVE SPACES TO WS-BAT-REFUSE-REASON.
           MOVE SPACES TO WS-BAT-DEPT.
           MOVE ZERO TO WS-BAT-BUS-DATE.
           MOVE ZERO TO WS-RSB-BST-HIT.
           IF WS-RSB-BATCH-ID NOT = SPACES
              PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                      UNTIL WS-BST-IDX > WS-BST-COUNT
                 IF (WS-BST-TBL-ID(WS-BST-IDX) = WS-RSB-BATCH-ID)
                    AND (WS-BST-TBL-STATUS(WS-BST-IDX) NOT = 'FAILED')
                    MOVE WS-BST-IDX TO WS-RSB-BST-HIT
                 END-IF
              END-PERFORM
              IF WS-RSB-BST-HIT > 0
                 MOVE WS-BST-TBL-DEPT(WS-RSB-BST-HIT) TO WS-BAT-DEPT
                 MOVE WS-BST-TBL-DATE(WS-RSB-BST-HIT)
                   TO WS-BAT-BUS-DATE
                 MOVE WS-BAT-BUS-DATE(1:6) TO WS-BAT-MONTH
                 IF (WS-CLOSED-THRU > 0)
                    AND (WS-BAT-MONTH <= WS-CLOSED-THRU)
                    SET BATCH-REFUSED TO TRUE
                    MOVE 'Business date in closed period'
                      TO WS-BAT-REFUSE-REASON
                 END-IF
              ELSE
                 SET BATCH-REFUSED TO TRUE
                 MOVE 'Resubmit batch not found'
                   TO WS-BAT-REFUSE-REASON
              END-IF
           END-IF.
       FIND-RESUB-BATCH-END. EXIT.
      ************************
       HOLD-RESUB-BATCH.
           IF (WS-RSB-BST-HIT > 0)
              AND (WS-BST-TBL-STATUS(WS-RSB-BST-HIT) = 'VERIFIED')
              MOVE 'HELD' TO WS-BST-TBL-STATUS(WS-RSB-BST-HIT)
              MOVE SPACES TO WS-OPLOG-TEXT
              STRING 'BATCH ' DELIMITED BY SIZE
                     WS-RSB-BATCH-ID DELIMITED BY SIZE
                     ' HELD - ITEMS IN SUSPENSE'
                       DELIMITED BY SIZE
                INTO WS-OPLOG-TEXT
              PERFORM WRITE-OPLOG
           END-IF.
       HOLD-RESUB-BATCH-END. EXIT.
      ************************
       PROC-BATCH-CTL.
           IF BATCH-HEADER-REC
              ELSE
                 SET BATCH-ACTIVE TO TRUE
                 MOVE BAT-BATCH-ID TO WS-BATCH-ID
                 IF BAT-BUS-DATE NUMERIC
                    MOVE BAT-BUS-DATE TO WS-BAT-BUS-DATE
                 ELSE
                    MOVE ZERO TO WS-BAT-BUS-DATE
                 END-IF
                 MOVE BAT-DEPT     TO WS-BAT-DEPT
                 MOVE ZERO TO WS-BAT-COUNT
                 MOVE ZERO TO WS-BAT-HASH
                 MOVE 'N' TO WS-BAT-HELD-FLAG
                 MOVE 'N' TO WS-BAT-REFUSE-FLAG
                 MOVE SPACES TO WS-BAT-REFUSE-REASON
                 IF NOT TRIAL-MODE
                    PERFORM CHECK-DUPLICATE-BATCH
                 END-IF
                 IF NOT DUPLICATE-BATCH
                    PERFORM CHECK-BATCH-DATE
                 END-IF
                 IF NOT DUPLICATE-BATCH AND NOT BATCH-REFUSED
                    PERFORM CHECK-BATCH-PERIOD
                 END-IF
              END-IF
           ELSE
              IF NOT BATCH-ACTIVE
                 PERFORM WRITE-REJECT
              ELSE
                 MOVE 'VERIFIED' TO WS-BAT-STATUS
                 IF DUPLICATE-BATCH OR BATCH-REFUSED
                    MOVE 'FAILED' TO WS-BAT-STATUS
                    PERFORM SET-BATCH-REFUSE-REASON
                 ELSE
                    IF BAT-EXP-COUNT NOT = WS-BAT-COUNT
                       MOVE 'FAILED' TO WS-BAT-STATUS
                       END-IF
                    END-IF
                 END-IF
                 IF (WS-BAT-STATUS = 'VERIFIED') AND BATCH-HELD
                    MOVE 'HELD' TO WS-BAT-STATUS
                    MOVE SPACES TO WS-OPLOG-TEXT
                    STRING 'BATCH ' DELIMITED BY SIZE
                           WS-BATCH-ID DELIMITED BY SIZE
                           ' HELD - ITEMS IN SUSPENSE'
                             DELIMITED BY SIZE
                      INTO WS-OPLOG-TEXT
                    PERFORM WRITE-OPLOG
                 END-IF
                 IF WS-BAT-STATUS = 'FAILED'
                    PERFORM WRITE-REJECT
                 END-IF
           MOVE 'N' TO WS-BAT-DUP-FLAG.
           PERFORM FIND-BATCH-MASTER.
           IF BST-ENTRY-FOUND
              IF WS-BST-TBL-STATUS(WS-BST-HIT) = 'POSTED'
                 MOVE 'P' TO WS-BAT-DUP-FLAG
                 PERFORM SET-BATCH-REFUSE-REASON
                 PERFORM WRITE-REJECT
                 MOVE SPACES TO WS-OPLOG-TEXT
                 STRING 'DUPLICATE BATCH ' DELIMITED BY SIZE
                        WS-BATCH-ID        DELIMITED BY SIZE
                        ' ALREADY POSTED TO GL'
                          DELIMITED BY SIZE
                   INTO WS-OPLOG-TEXT
                 PERFORM WRITE-OPLOG
              END-IF
              IF (WS-BST-TBL-STATUS(WS-BST-HIT) = 'VERIFIED')
                 OR (WS-BST-TBL-STATUS(WS-BST-HIT) = 'HELD')
                 IF DUP-OVERRIDE
                    MOVE SPACES TO WS-OPLOG-TEXT
                    STRING 'DUPLICATE BATCH ' DELIMITED BY SIZE
                           WS-BATCH-ID        DELIMITED BY SIZE
                           ' OVERRIDE ACCEPTED BY '
                             DELIMITED BY SIZE
                           WS-USER-ID DELIMITED BY SIZE
                      INTO WS-OPLOG-TEXT
                    PERFORM WRITE-OPLOG
                 ELSE
              END-IF
           END-IF.
       CHECK-DUPLICATE-BATCH-END. EXIT.
      ************************
       SET-BATCH-REFUSE-REASON.
           IF BATCH-REFUSED
              MOVE WS-BAT-REFUSE-REASON TO WS-REJECT-REASON
           ELSE IF POSTED-DUPLICATE
              MOVE 'Batch already posted' TO WS-REJECT-REASON
           ELSE
              MOVE 'Batch already verified' TO WS-REJECT-REASON
           END-IF.
       SET-BATCH-REFUSE-REASON-END. EXIT.
      ************************
       CHECK-BATCH-DATE.
           MOVE SPACES TO WS-BAT-REFUSE-REASON.
           IF WS-BAT-BUS-DATE = ZERO
              MOVE 'Invalid business date' TO WS-BAT-REFUSE-REASON
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BAT-BUS-DATE)
                 NOT = 0
                 MOVE 'Invalid business date'
                   TO WS-BAT-REFUSE-REASON
              END-IF
           END-IF.
           IF WS-BAT-REFUSE-REASON = SPACES
              PERFORM FIND-CALENDAR-DAY
              IF CALENDAR-DAY-FOUND
                 IF WS-CAL-TBL-TYPE(WS-CAL-HIT) = 'H'
                    MOVE 'Business date is a holiday'
                      TO WS-BAT-REFUSE-REASON
                 END-IF
              ELSE
                 COMPUTE WS-DAY-NUMBER =
                         FUNCTION INTEGER-OF-DATE(WS-BAT-BUS-DATE)
                 DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DAY-OFFSET
                        REMAINDER WS-WEEKDAY
                 IF (WS-WEEKDAY = 0) OR (WS-WEEKDAY = 6)
                    MOVE 'Business date not a work day'
                      TO WS-BAT-REFUSE-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-BAT-REFUSE-REASON = SPACES
              COMPUTE WS-DAY-OFFSET =
                      FUNCTION INTEGER-OF-DATE(WS-BAT-BUS-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              IF (WS-DAY-OFFSET < 0 - WS-DAYS-BACK)
                 OR (WS-DAY-OFFSET > WS-DAYS-FWD)
                 MOVE 'Business date outside window'
                   TO WS-BAT-REFUSE-REASON
              END-IF
           END-IF.
           IF WS-BAT-REFUSE-REASON NOT = SPACES
              PERFORM REFUSE-BATCH
           END-IF.
       CHECK-BATCH-DATE-END. EXIT.
      ************************
       FIND-CALENDAR-DAY.
           MOVE 'N' TO WS-CAL-FOUND-FLAG.
           MOVE ZERO TO WS-CAL-HIT.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL (WS-CAL-IDX > WS-CAL-COUNT)
                      OR CALENDAR-DAY-FOUND
              IF WS-CAL-TBL-DATE(WS-CAL-IDX) = WS-BAT-BUS-DATE
                 SET CALENDAR-DAY-FOUND TO TRUE
                 MOVE WS-CAL-IDX TO WS-CAL-HIT
              END-IF
           END-PERFORM.
       FIND-CALENDAR-DAY-END. EXIT.
      ************************
       CHECK-BATCH-PERIOD.
           MOVE WS-BAT-BUS-DATE(1:6) TO WS-BAT-MONTH.
           IF (WS-CLOSED-THRU > 0)
              AND (WS-BAT-MONTH <= WS-CLOSED-THRU)
              MOVE 'Business date in closed period'
                TO WS-BAT-REFUSE-REASON
              PERFORM REFUSE-BATCH
           END-IF.
       CHECK-BATCH-PERIOD-END. EXIT.
      ************************
       REFUSE-BATCH.
           SET BATCH-REFUSED TO TRUE.
           MOVE WS-BAT-REFUSE-REASON TO WS-REJECT-REASON.
           PERFORM WRITE-REJECT.
           MOVE SPACES TO WS-OPLOG-TEXT.
           STRING 'BATCH ' DELIMITED BY SIZE
                  WS-BATCH-ID DELIMITED BY SIZE
                  ' REFUSED - ' DELIMITED BY SIZE
                  WS-BAT-REFUSE-REASON DELIMITED BY SIZE
             INTO WS-OPLOG-TEXT.
           PERFORM WRITE-OPLOG.
       REFUSE-BATCH-END. EXIT.
      ************************
       CLEAR-BATCH-STATE.
           MOVE 'N' TO WS-BAT-ACTIVE-FLAG.
           MOVE 'N' TO WS-BAT-DUP-FLAG.
           MOVE 'N' TO WS-BAT-HELD-FLAG.
           MOVE 'N' TO WS-BAT-REFUSE-FLAG.
           MOVE SPACES TO WS-BAT-REFUSE-REASON.
           MOVE SPACES TO WS-BATCH-ID.
           MOVE ZERO TO WS-BAT-BUS-DATE.
           MOVE SPACES TO WS-BAT-DEPT.
              MOVE 'BATCH STATUS TABLE FULL' TO WS-OPLOG-TEXT
              PERFORM WRITE-OPLOG
           END-IF.
           IF NOT TRIAL-MODE
              PERFORM UPDATE-BATCH-MASTER
           END-IF.
       RECORD-BATCH-STATUS-END. EXIT.
      ************************
       LOAD-BATCH-MASTER.
       UPDATE-BATCH-MASTER.
           PERFORM FIND-BATCH-MASTER.
           IF BST-ENTRY-FOUND
              AND ((WS-BST-TBL-STATUS(WS-BST-HIT) = 'VERIFIED')
                   OR (WS-BST-TBL-STATUS(WS-BST-HIT) = 'HELD'))
              AND (WS-BAT-STATUS = 'FAILED')
              CONTINUE
           ELSE IF BST-ENTRY-FOUND
              AND (WS-BST-TBL-STATUS(WS-BST-HIT) = 'POSTED')
              CONTINUE
           ELSE IF BST-ENTRY-FOUND
              MOVE WS-BAT-DEPT
              CLOSE FRM-FILE
           END-IF.
       LOAD-FORMULAS-END. EXIT.
      ************************
       LOAD-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF CAL-ST NOT = 0
              SET END-OF-CALENDAR TO TRUE
              IF CAL-ST = 35
                 SET CALENDAR-MISSING TO TRUE
                 MOVE 'CALENDAR NOT FOUND - WEEKDAY RULE IN USE'
                   TO WS-OPLOG-TEXT
                 PERFORM WRITE-OPLOG
              ELSE
                 DISPLAY 'hata' CAL-ST
                 MOVE 'Y' TO WS-FILE-ERR-FLAG
              END-IF
           END-IF.
           PERFORM UNTIL END-OF-CALENDAR
              READ CAL-FILE
              IF CAL-ST = 10
                 SET END-OF-CALENDAR TO TRUE
              ELSE
                 IF CAL-ST NOT = 0
                    DISPLAY 'hata' CAL-ST
                    MOVE 'Y' TO WS-FILE-ERR-FLAG
                    SET END-OF-CALENDAR TO TRUE
                 ELSE
                    IF WS-CAL-COUNT < WS-CAL-MAX
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-DATE
                         TO WS-CAL-TBL-DATE(WS-CAL-COUNT)
                       MOVE CAL-TYPE
                         TO WS-CAL-TBL-TYPE(WS-CAL-COUNT)
                    ELSE
                       IF NOT CAL-TABLE-OVERFLOWED
                          SET CAL-TABLE-OVERFLOWED TO TRUE
                          DISPLAY 'CALCULATOR: calendar table '
                                  'full'
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF CAL-ST NOT = 35
              CLOSE CAL-FILE
           END-IF.
       LOAD-CALENDAR-END. EXIT.
      ************************
       LOAD-LIMITS.
           OPEN INPUT LIM-FILE.
           IF LIM-ST NOT = 0
              SET END-OF-LIMITS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-LIMITS
              READ LIM-FILE
              IF LIM-ST = 10
                 SET END-OF-LIMITS TO TRUE
              ELSE
                 IF LIM-ST NOT = 0
                    DISPLAY 'hata' LIM-ST
                    MOVE 'Y' TO WS-FILE-ERR-FLAG
                    SET END-OF-LIMITS TO TRUE
                 ELSE
                    IF WS-LIM-COUNT < WS-LIM-MAX
                       ADD 1 TO WS-LIM-COUNT
                       MOVE LIM-DEPT
                         TO WS-LIM-TBL-DEPT(WS-LIM-COUNT)
                       MOVE LIM-OPERATOR
                         TO WS-LIM-TBL-OPER(WS-LIM-COUNT)
                       MOVE LIM-MIN-RESULT
                         TO WS-LIM-TBL-MIN(WS-LIM-COUNT)
                       MOVE LIM-MAX-RESULT
                         TO WS-LIM-TBL-MAX(WS-LIM-COUNT)
                       IF LIM-MAX-OPERAND NUMERIC
                          MOVE LIM-MAX-OPERAND
                            TO WS-LIM-TBL-MAX-OPND(WS-LIM-COUNT)
                       ELSE
                          MOVE ZERO
                            TO WS-LIM-TBL-MAX-OPND(WS-LIM-COUNT)
                       END-IF
                    ELSE
                       IF NOT LIM-TABLE-OVERFLOWED
                          SET LIM-TABLE-OVERFLOWED TO TRUE
                          DISPLAY 'CALCULATOR: limits table '
                                  'full'
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF LIM-ST NOT = 35
              CLOSE LIM-FILE
           END-IF.
       LOAD-LIMITS-END. EXIT.
      ************************
       PROC-FORMULA.
           MOVE FRM-CALL-NAME TO WS-FORMULA-NAME.
           IF BATCH-ACTIVE
              ADD 1 TO WS-BAT-COUNT
           END-IF.
           IF DUPLICATE-BATCH OR BATCH-REFUSED
              PERFORM SET-BATCH-REFUSE-REASON
              PERFORM WRITE-REJECT
           ELSE
              MOVE ZERO TO WS-FRM-STEPS-DONE
                    PERFORM FIND-FORMULA-STEP
                 END-PERFORM
                 MOVE 'N' TO WS-FRM-STEP-FLAG
                 MOVE 'N' TO WS-FRM-LAST-FLAG
                 IF (NOT FORMULA-ERROR)
                    AND (WS-FRM-STEPS-DONE
                         NOT = WS-FRM-NAME-COUNT)
              MOVE WS-FRM-OPND-TEXT TO INP-REC(11:7)
              MOVE WS-FRM-TBL-OPER(WS-FRM-IDX)
                TO INP-REC(8:3)
              IF WS-FRM-NEXT-STEP = WS-FRM-NAME-COUNT
                 SET FORMULA-LAST-STEP TO TRUE
              ELSE
                 MOVE 'N' TO WS-FRM-LAST-FLAG
              END-IF
              PERFORM PROC-FILES
              IF RECORD-OK
                 PERFORM WRITE-FILES
                 SET PRIOR-STEP-SET TO TRUE
              ELSE
                 SET FORMULA-ERROR TO TRUE
                 IF RECORD-SUSPENDED
                    PERFORM WRITE-SUSPENSE
                 ELSE
                    PERFORM WRITE-REJECT
                 END-IF
              END-IF
           ELSE
              MOVE SPACES TO INP-REC
                 ADD INP-NUMBER-2 TO WS-BAT-HASH
              END-IF
           END-IF.
           IF DUPLICATE-BATCH OR BATCH-REFUSED
              MOVE 'R' TO WS-RECORD-STATUS
              PERFORM SET-BATCH-REFUSE-REASON
           END-IF.
           IF RECORD-OK
              PERFORM RESOLVE-OPERANDS
                 MOVE 'Result exceeds output width' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF RECORD-OK
              AND (BATCH-ACTIVE
                   OR (RESUBMIT-MODE
                       AND (WS-RSB-BATCH-ID NOT = SPACES)))
              AND ((NOT FORMULA-STEP) OR FORMULA-LAST-STEP)
              PERFORM CHECK-LIMITS
           END-IF.
       PROC-FILES-END. EXIT.
      ************************
       CHECK-LIMITS.
           MOVE OPERATOR TO WS-LIM-LOOK-OPER.
           PERFORM FIND-LIMIT-ENTRY.
           IF NOT LIMIT-FOUND
              MOVE 'ALL' TO WS-LIM-LOOK-OPER
              PERFORM FIND-LIMIT-ENTRY
           END-IF.
           IF LIMIT-FOUND
              IF WS-LIM-TBL-MAX-OPND(WS-LIM-HIT) > ZERO
                 MOVE FUNCTION ABS(NUMBER-1) TO WS-LIM-OPND-ABS
                 IF WS-LIM-OPND-ABS > WS-LIM-TBL-MAX-OPND(WS-LIM-HIT)
                    MOVE 'S' TO WS-RECORD-STATUS
                    MOVE 'Operand exceeds limit' TO WS-REJECT-REASON
                 END-IF
                 MOVE FUNCTION ABS(NUMBER-2) TO WS-LIM-OPND-ABS
                 IF WS-LIM-OPND-ABS > WS-LIM-TBL-MAX-OPND(WS-LIM-HIT)
                    MOVE 'S' TO WS-RECORD-STATUS
                    MOVE 'Operand exceeds limit' TO WS-REJECT-REASON
                 END-IF
              END-IF
              IF RECORD-OK
                 IF RESULT < WS-LIM-TBL-MIN(WS-LIM-HIT)
                    MOVE 'S' TO WS-RECORD-STATUS
                    MOVE 'Result below limit' TO WS-REJECT-REASON
                 END-IF
                 IF RESULT > WS-LIM-TBL-MAX(WS-LIM-HIT)
                    MOVE 'S' TO WS-RECORD-STATUS
                    MOVE 'Result above limit' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
       CHECK-LIMITS-END. EXIT.
      ************************
       FIND-LIMIT-ENTRY.
           MOVE 'N' TO WS-LIM-FOUND-FLAG.
           MOVE ZERO TO WS-LIM-HIT.
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL (WS-LIM-IDX > WS-LIM-COUNT)
                      OR LIMIT-FOUND
              IF (WS-LIM-TBL-DEPT(WS-LIM-IDX) = WS-BAT-DEPT)
                 AND (WS-LIM-TBL-OPER(WS-LIM-IDX) = WS-LIM-LOOK-OPER)
                 SET LIMIT-FOUND TO TRUE
                 MOVE WS-LIM-IDX TO WS-LIM-HIT
              END-IF
           END-PERFORM.
       FIND-LIMIT-ENTRY-END. EXIT.
      ************************
       RESOLVE-OPERANDS.
           PERFORM RESOLVE-STORE-FIELD.
           MOVE WS-REC-COUNT TO REJ-SEQ.
           MOVE INP-REC TO REJ-ORIGINAL.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           MOVE WS-BATCH-ID TO REJ-BATCH-ID.
           IF RESUBMIT-MODE
              MOVE WS-RSB-BATCH-ID TO REJ-BATCH-ID
              MOVE 'RSB' TO REJ-SOURCE
              MOVE WS-ORIG-RUN-ID TO REJ-ORIG-RUN-ID
              MOVE WS-ORIG-SEQ    TO REJ-ORIG-SEQ
           ELSE
              MOVE 'NEW' TO REJ-SOURCE
              MOVE SPACES TO REJ-ORIG-RUN-ID
              MOVE ZERO   TO REJ-ORIG-SEQ
           END-IF.
           MOVE WS-FORMULA-NAME TO REJ-FORMULA.
           WRITE REJ-REC.
       WRITE-REJECT-END. EXIT.
      ************************
       WRITE-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-CNT.
           SET BATCH-HELD TO TRUE.
           MOVE SPACES TO SUS-REC.
           MOVE WS-RUN-ID       TO SUS-RUN-ID.
           MOVE WS-REC-COUNT    TO SUS-SEQ.
           MOVE WS-BATCH-ID     TO SUS-BATCH-ID.
           IF RESUBMIT-MODE
              MOVE WS-RSB-BATCH-ID TO SUS-BATCH-ID
           END-IF.
           MOVE WS-BAT-BUS-DATE TO SUS-BUS-DATE.
           MOVE WS-BAT-DEPT     TO SUS-DEPT.
           MOVE INP-REC         TO SUS-ORIGINAL.
           MOVE NUMBER-1        TO SUS-NUMBER-1.
           MOVE OPERATOR        TO SUS-OPERATOR.
           MOVE NUMBER-2        TO SUS-NUMBER-2.
           MOVE RESULT          TO SUS-RESULT.
           IF RESUBMIT-MODE
              MOVE 'RSB' TO SUS-SOURCE
              MOVE WS-ORIG-RUN-ID TO SUS-ORIG-RUN-ID
              MOVE WS-ORIG-SEQ    TO SUS-ORIG-SEQ
           ELSE
              MOVE 'NEW' TO SUS-SOURCE
              MOVE SPACES TO SUS-ORIG-RUN-ID
              MOVE ZERO   TO SUS-ORIG-SEQ
           END-IF.
           MOVE WS-FORMULA-NAME  TO SUS-FORMULA.
           MOVE WS-OPND1-SRC     TO SUS-SRC-1.
           MOVE WS-OPND2-SRC     TO SUS-SRC-2.
           MOVE WS-REJECT-REASON TO SUS-REASON.
           IF NOT TRIAL-MODE
              WRITE SUS-REC
              IF SUS-ST NOT = 0
                 DISPLAY 'hata' SUS-ST
                 MOVE 'Y' TO WS-FILE-ERR-FLAG
              END-IF
           END-IF.
           IF RESUBMIT-MODE
              PERFORM HOLD-RESUB-BATCH
           END-IF.
       WRITE-SUSPENSE-END. EXIT.
      ************************
       WRITE-SUMMARY.
           MOVE SPACES TO SUMMARY-REC.
             INTO SUMMARY-REC.
           WRITE SUMMARY-REC.

           MOVE SPACES TO SUMMARY-REC.
           MOVE WS-SUSPENSE-CNT TO WS-EDIT-COUNT.
           STRING 'SUSPENDED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO SUMMARY-REC.
           WRITE SUMMARY-REC.

           MOVE SPACES TO SUMMARY-REC.
           MOVE WS-GRAND-TOTAL TO WS-EDIT-TOTAL.
           IF TOTAL-OVERFLOWED
           MOVE RESULT     TO AUD-RESULT.
           MOVE WS-BATCH-ID TO AUD-BATCH-ID.
           IF RESUBMIT-MODE
              MOVE WS-RSB-BATCH-ID TO AUD-BATCH-ID
              MOVE 'RSB' TO AUD-SOURCE
              MOVE WS-ORIG-RUN-ID TO AUD-ORIG-RUN-ID
              MOVE WS-ORIG-SEQ    TO AUD-ORIG-SEQ
           MOVE SPACES TO CKPT-BAT-DUP.
           MOVE SPACES TO CKPT-RUN-MODE.
           MOVE SPACES TO CKPT-REGISTERS.
           MOVE ZERO TO CKPT-SUSPENSE-CNT.
           MOVE SPACES TO CKPT-BAT-HELD.
           MOVE SPACES TO CKPT-BAT-REFUSED.
           MOVE SPACES TO CKPT-BAT-REFUSE-RSN.
           PERFORM WRITE-CKPT-REC-ATOMIC.
           IF FILE-ERROR-SEEN
              MOVE 12 TO WS-RC
              IF TOTAL-OVERFLOWED OR BATCH-FAILED
                 MOVE 8 TO WS-RC
              ELSE
                 IF (WS-REJECT-CNT > 0) OR (WS-SUSPENSE-CNT > 0)
                    MOVE 4 TO WS-RC
                 ELSE
                    MOVE ZERO TO WS-RC
                  WS-REJECT-CNT DELIMITED BY SIZE
             INTO WS-OPLOG-TEXT.
           PERFORM WRITE-OPLOG.
           IF (WS-SUSPENSE-CNT > 0) AND (NOT TRIAL-MODE)
              MOVE SPACES TO WS-OPLOG-TEXT
              STRING 'SUSPENDED=' DELIMITED BY SIZE
                     WS-SUSPENSE-CNT DELIMITED BY SIZE
                     ' AWAITING RELEASE' DELIMITED BY SIZE
                INTO WS-OPLOG-TEXT
              PERFORM WRITE-OPLOG
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           IF INSTANCE-MODE
              CLOSE BSN-FILE
           ELSE
              IF NOT TRIAL-MODE
                 PERFORM REWRITE-BATCH-MASTER
              END-IF
           END-IF.
           IF FILE-ERROR-SEEN
              MOVE 12 TO WS-RC
           CLOSE AUDIT-FILE.
           CLOSE CSV-FILE.
           CLOSE SUMMARY-FILE.
           CLOSE SUS-FILE.
           IF RESUBMIT-MODE
              CLOSE RESUB-FILE
           ELSE
              CLOSE HIST-FILE
           END-IF.
       WRITE-RUN-HISTORY-END. EXIT.
      ************************
       GET-USER-ID.
           MOVE SPACES TO WS-USER-ID.
           MOVE ZERO TO WS-USER-POS.
           INSPECT WS-CMD-LINE TALLYING WS-USER-POS
                   FOR CHARACTERS BEFORE INITIAL 'USER='.
           IF WS-USER-POS < 75
              UNSTRING WS-CMD-LINE(WS-USER-POS + 6:)
                       DELIMITED BY SPACE
                INTO WS-USER-ID
           END-IF.
       GET-USER-ID-END. EXIT.
      ************************
       REQUIRE-AUTHORITY.
           PERFORM CHECK-AUTHORITY.
           IF NOT USER-AUTHORIZED
              DISPLAY 'CALCULATOR: ' WS-SEC-FUNCTION
                      ' not authorized - ' WS-SEC-REASON
              MOVE 12 TO RETURN-CODE
                       STOP RUN
           END-IF.
       REQUIRE-AUTHORITY-END. EXIT.
      ************************
       CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTH-FLAG.
           MOVE SPACES TO WS-USER-ROLE.
           MOVE SPACES TO WS-SEC-REASON.
           IF WS-USER-ID = SPACES
              MOVE 'NO USER ID' TO WS-SEC-REASON
           ELSE
              PERFORM FIND-USER
           END-IF.
           IF WS-SEC-REASON = SPACES
              PERFORM FIND-ROLE-AUTH
           END-IF.
           PERFORM WRITE-SECLOG.
       CHECK-AUTHORITY-END. EXIT.
      ************************
       FIND-USER.
           MOVE 'UNKNOWN USER' TO WS-SEC-REASON.
           MOVE 'N' TO WS-USR-EOF.
           OPEN INPUT USR-FILE.
           IF USR-ST NOT = 0
              SET END-OF-USERS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-USERS
              READ USR-FILE
              IF USR-ST NOT = 0
                 IF USR-ST NOT = 10
                    DISPLAY 'hata' USR-ST
                 END-IF
                 SET END-OF-USERS TO TRUE
              ELSE
                 IF USR-ID = WS-USER-ID
                    MOVE USR-ROLE TO WS-USER-ROLE
                    IF USR-STATUS = 'A'
                       MOVE SPACES TO WS-SEC-REASON
                    ELSE
                       MOVE 'USER SUSPENDED' TO WS-SEC-REASON
                    END-IF
                    SET END-OF-USERS TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           IF USR-ST NOT = 35
              CLOSE USR-FILE
           END-IF.
       FIND-USER-END. EXIT.
      ************************
       FIND-ROLE-AUTH.
           MOVE 'ROLE NOT AUTHORIZED' TO WS-SEC-REASON.
           MOVE 'N' TO WS-RAU-EOF.
           OPEN INPUT RAU-FILE.
           IF RAU-ST NOT = 0
              SET END-OF-ROLEAUTH TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-ROLEAUTH
              READ RAU-FILE
              IF RAU-ST NOT = 0
                 IF RAU-ST NOT = 10
                    DISPLAY 'hata' RAU-ST
                 END-IF
                 SET END-OF-ROLEAUTH TO TRUE
              ELSE
                 IF (RAU-ROLE = WS-USER-ROLE)
                    AND (RAU-FUNCTION = WS-SEC-FUNCTION)
                    SET USER-AUTHORIZED TO TRUE
                    MOVE SPACES TO WS-SEC-REASON
                    SET END-OF-ROLEAUTH TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           IF RAU-ST NOT = 35
              CLOSE RAU-FILE
           END-IF.
       FIND-ROLE-AUTH-END. EXIT.
      ************************
       WRITE-SECLOG.
           OPEN EXTEND SEC-FILE.
           IF SEC-ST = 35
              OPEN OUTPUT SEC-FILE
           END-IF.
           IF (SEC-ST NOT = 0) AND (SEC-ST NOT = 97)
              DISPLAY 'hata' SEC-ST
           END-IF.
           MOVE SPACES TO SEC-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SEC-STAMP.
           MOVE WS-USER-ID      TO SEC-USER.
           MOVE WS-USER-ROLE    TO SEC-ROLE.
           MOVE 'CALCULATOR' TO SEC-PROGRAM.
           MOVE WS-SEC-FUNCTION TO SEC-FUNCTION.
           IF USER-AUTHORIZED
              MOVE 'GRANTED' TO SEC-RESULT
           ELSE
              MOVE 'REFUSED' TO SEC-RESULT
           END-IF.
           MOVE WS-SEC-REASON TO SEC-REASON.
           WRITE SEC-REC.
           IF SEC-ST NOT = 0
              DISPLAY 'hata' SEC-ST
           END-IF.
           CLOSE SEC-FILE.
       WRITE-SECLOG-END. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runcomp.parms"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PARM-ST.
           SELECT BST-FILE ASSIGN TO "batstat"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS BST-ST.
           SELECT AUDIT-FILE ASSIGN USING WS-AUD-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS AUD-ST.
           SELECT REJ-FILE ASSIGN USING WS-REJ-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS REJ-ST.
           SELECT RPT-FILE ASSIGN TO "runcomp"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
         05 PARM-RUN-A     PIC X(14).
         05 FILLER         PIC X.
         05 PARM-RUN-B     PIC X(14).
         05 FILLER         PIC X.
         05 PARM-TOLERANCE PIC X(12).
       FD  BST-FILE RECORDING MODE F.
       01  BST-REC.
         05 BST-BATCH-ID  PIC X(8).
         05 FILLER        PIC X.
         05 BST-BUS-DATE  PIC 9(8).
         05 FILLER        PIC X.
         05 BST-DEPT      PIC X(4).
         05 FILLER        PIC X.
         05 BST-STATUS    PIC X(8).
         05 FILLER        PIC X.
         05 BST-REC-COUNT PIC 9(8).
         05 FILLER        PIC X.
         05 BST-HASH      PIC S9(13)V99 SIGN IS LEADING
                          SEPARATE.
         05 FILLER        PIC X.
         05 BST-RUN-ID    PIC X(14).
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
         05 AUD-RUN-ID    PIC X(14).
         05 FILLER        PIC X.
         05 AUD-SEQ       PIC 9(8).
         05 FILLER        PIC X.
         05 AUD-NUMBER-1  PIC X(8).
         05 FILLER        PIC X.
         05 AUD-OPERATOR  PIC X(3).
         05 FILLER        PIC X.
         05 AUD-NUMBER-2  PIC X(8).
         05 FILLER        PIC X.
         05 AUD-RESULT    PIC X(12).
         05 FILLER        PIC X.
         05 AUD-BATCH-ID  PIC X(8).
         05 FILLER        PIC X.
         05 AUD-SOURCE    PIC X(3).
         05 FILLER        PIC X.
         05 AUD-ORIG-RUN-ID PIC X(14).
         05 FILLER        PIC X.
         05 AUD-ORIG-SEQ  PIC X(8).
         05 FILLER        PIC X.
         05 AUD-FORMULA   PIC X(8).
         05 FILLER        PIC X.
         05 AUD-SRC-1     PIC X(8).
         05 FILLER        PIC X.
         05 AUD-SRC-2     PIC X(8).
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC.
         05 REJ-RUN-ID   PIC X(14).
         05 FILLER       PIC X.
         05 REJ-SEQ      PIC X(8).
         05 FILLER       PIC X.
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
         05 REJ-ORIG-SEQ PIC X(8).
         05 FILLER       PIC X.
         05 REJ-FORMULA  PIC X(8).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC  PIC X(132).
       WORKING-STORAGE SECTION.
       01  PARM-ST  PIC 9(2).
       01  BST-ST   PIC 9(2).
       01  AUD-ST   PIC 9(2).
       01  REJ-ST   PIC 9(2).
       01  RPT-ST   PIC 9(2).
       01  WS-AUD-NAME      PIC X(30).
       01  WS-REJ-NAME      PIC X(30).
       01  WS-RUN-A         PIC X(14) VALUE SPACES.
       01  WS-RUN-B         PIC X(14) VALUE SPACES.
       01  WS-LOAD-RUN-ID   PIC X(14).
       01  WS-LOAD-SIDE     PIC X.
       01  WS-TOLERANCE     PIC S9(9)V99 VALUE ZERO.
       01  WS-OP-IDX        PIC 9(2).
       01  WS-OP-NAMES.
         05 FILLER PIC X(6) VALUE ' + ADD'.
         05 FILLER PIC X(6) VALUE ' - SUB'.
         05 FILLER PIC X(6) VALUE ' * MUL'.
         05 FILLER PIC X(6) VALUE ' / DIV'.
         05 FILLER PIC X(6) VALUE 'MODMOD'.
         05 FILLER PIC X(6) VALUE '** EXP'.
       01  WS-OP-TABLE REDEFINES WS-OP-NAMES.
         05 WS-OP-ENTRY OCCURS 6.
           10 WS-OP-CODE    PIC X(3).
           10 WS-OP-NAME    PIC X(3).
       01  WS-BST-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-BST-MAX       PIC 9(3) VALUE 200.
       01  WS-BST-IDX       PIC 9(3).
       01  WS-BST-TABLE.
         05 WS-BST-ENTRY OCCURS 200.
           10 WS-BST-TBL-ID     PIC X(8).
           10 WS-BST-TBL-DEPT   PIC X(4).
       01  WS-AUD-MAX       PIC 9(4) VALUE 5000.
       01  WS-AUD-A-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-AUD-B-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-A-IDX         PIC 9(4).
       01  WS-B-IDX         PIC 9(4).
       01  WS-AUD-A-TABLE.
         05 WS-AUD-A-ENTRY OCCURS 5000.
           10 WS-A-BATCH-ID  PIC X(8).
           10 WS-A-SEQ       PIC 9(8).
           10 WS-A-STEP      PIC 9(3).
           10 WS-A-NUMBER-1  PIC X(8).
           10 WS-A-OPERATOR  PIC X(3).
           10 WS-A-NUMBER-2  PIC X(8).
           10 WS-A-RESULT    PIC X(12).
           10 WS-A-FORMULA   PIC X(8).
           10 WS-A-SRC-1     PIC X(8).
           10 WS-A-SRC-2     PIC X(8).
           10 WS-A-MATCHED   PIC X.
       01  WS-AUD-B-TABLE.
         05 WS-AUD-B-ENTRY OCCURS 5000.
           10 WS-B-BATCH-ID  PIC X(8).
           10 WS-B-SEQ       PIC 9(8).
           10 WS-B-STEP      PIC 9(3).
           10 WS-B-NUMBER-1  PIC X(8).
           10 WS-B-OPERATOR  PIC X(3).
           10 WS-B-NUMBER-2  PIC X(8).
           10 WS-B-RESULT    PIC X(12).
           10 WS-B-FORMULA   PIC X(8).
           10 WS-B-SRC-1     PIC X(8).
           10 WS-B-SRC-2     PIC X(8).
           10 WS-B-MATCHED   PIC X.
       01  WS-REJ-MAX       PIC 9(4) VALUE 5000.
       01  WS-REJ-A-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-REJ-B-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-RJ-IDX        PIC 9(4).
       01  WS-REJ-A-TABLE.
         05 WS-REJ-A-ENTRY OCCURS 5000.
           10 WS-RA-BATCH-ID PIC X(8).
           10 WS-RA-SEQ      PIC 9(8).
           10 WS-RA-REASON   PIC X(30).
       01  WS-REJ-B-TABLE.
         05 WS-REJ-B-ENTRY OCCURS 5000.
           10 WS-RB-BATCH-ID PIC X(8).
           10 WS-RB-SEQ      PIC 9(8).
           10 WS-RB-REASON   PIC X(30).
       01  WS-STEP-NO       PIC 9(3).
       01  WS-LOOK-BATCH-ID PIC X(8).
       01  WS-LOOK-SEQ      PIC 9(8).
       01  WS-LOOK-STEP     PIC 9(3).
       01  WS-FOUND-REASON  PIC X(30).
       01  WS-CUR-DEPT      PIC X(4).
       01  WS-CUR-KEY       PIC X(8).
       01  WS-CUR-OPERATOR  PIC X(3).
       01  WS-CUR-FORMULA   PIC X(8).
       01  WS-RESULT-A      PIC S9(9)V99.
       01  WS-RESULT-B      PIC S9(9)V99.
       01  WS-RESULT-DIFF   PIC S9(9)V99.
       01  WS-ABS-DIFF      PIC S9(9)V99.
       01  WS-EDIT-DIFF     PIC -(9)9.99.
       01  WS-EDIT-TOL      PIC Z(8)9.99.
       01  WS-DIFF-FLAG     PIC X(4).
       01  WS-DIFF-WHAT     PIC X(28).
       01  WS-TOT-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-TOT-MAX       PIC 9(3) VALUE 500.
       01  WS-TOT-IDX       PIC 9(3).
       01  WS-TOT-IDX-2     PIC 9(3).
       01  WS-TOT-TABLE.
         05 WS-TOT-ENTRY OCCURS 500.
           10 WS-TOT-KEY.
             15 WS-TOT-DEPT    PIC X(4).
             15 WS-TOT-FORMULA PIC X(8).
           10 WS-TOT-DIFF-CNT  PIC 9(6).
           10 WS-TOT-FLAG-CNT  PIC 9(6).
           10 WS-TOT-ONE-SIDED PIC 9(6).
           10 WS-TOT-NET       PIC S9(11)V99.
       01  WS-TOT-HOLD      PIC X(43).
       01  WS-COMPARED-CNT  PIC 9(8) VALUE ZERO.
       01  WS-DIFF-CNT      PIC 9(8) VALUE ZERO.
       01  WS-FLAG-CNT      PIC 9(8) VALUE ZERO.
       01  WS-ACC-REJ-CNT   PIC 9(8) VALUE ZERO.
       01  WS-REJ-ACC-CNT   PIC 9(8) VALUE ZERO.
       01  WS-MISSING-CNT   PIC 9(8) VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-EDIT-COUNT-2  PIC ZZZZZZZ9.
       01  WS-EDIT-COUNT-3  PIC ZZZZZZZ9.
       01  WS-FLAGS.
         05 WS-BST-EOF PIC X VALUE 'N'.
            88 END-OF-BATSTAT VALUE 'Y'.
         05 WS-AUD-EOF PIC X.
            88 END-OF-AUDIT VALUE 'Y'.
         05 WS-REJ-EOF PIC X.
            88 END-OF-REJECTS VALUE 'Y'.
         05 WS-OVFL-FLAG PIC X VALUE 'N'.
            88 TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-FOUND-FLAG PIC X.
            88 ENTRY-FOUND VALUE 'Y'.
         05 WS-REJ-FOUND-FLAG PIC X.
            88 REJECT-FOUND VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM READ-PARM-FILE.
           IF (WS-RUN-A = SPACES) OR (WS-RUN-B = SPACES)
              DISPLAY 'RUNCOMP: two run ids required in parms'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           PERFORM LOAD-BATCH-MASTER.
           MOVE 'A' TO WS-LOAD-SIDE.
           MOVE WS-RUN-A TO WS-LOAD-RUN-ID.
           PERFORM LOAD-RUN.
           MOVE 'B' TO WS-LOAD-SIDE.
           MOVE WS-RUN-B TO WS-LOAD-RUN-ID.
           PERFORM LOAD-RUN.
           IF (WS-AUD-A-COUNT = 0) AND (WS-REJ-A-COUNT = 0)
              DISPLAY 'RUNCOMP: run ' WS-RUN-A ' not found'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           IF (WS-AUD-B-COUNT = 0) AND (WS-REJ-B-COUNT = 0)
              DISPLAY 'RUNCOMP: run ' WS-RUN-B ' not found'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'hata' RPT-ST
           END-IF.
           PERFORM WRITE-HEADING.
           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX > WS-AUD-A-COUNT
              PERFORM COMPARE-A-ENTRY
           END-PERFORM.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL WS-B-IDX > WS-AUD-B-COUNT
              IF WS-B-MATCHED(WS-B-IDX) NOT = 'Y'
                 PERFORM REPORT-B-ONLY
              END-IF
           END-PERFORM.
           PERFORM SORT-TOTALS.
           PERFORM WRITE-DEPT-FORMULA-TOTALS.
           PERFORM WRITE-TOTALS.
           CLOSE RPT-FILE.
           IF TABLE-OVERFLOWED
              MOVE 8 TO RETURN-CODE
           ELSE
              IF (WS-FLAG-CNT > 0) OR (WS-ACC-REJ-CNT > 0)
                 OR (WS-REJ-ACC-CNT > 0) OR (WS-MISSING-CNT > 0)
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.
                    STOP RUN.
       MAIN-PROC-END. EXIT.
      ************************
       READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF PARM-ST = 0
              READ PARM-FILE
              IF (PARM-ST = 0) OR (PARM-ST = 6)
                 MOVE PARM-RUN-A TO WS-RUN-A
                 MOVE PARM-RUN-B TO WS-RUN-B
                 IF PARM-TOLERANCE NOT = SPACES
                    IF FUNCTION TEST-NUMVAL(PARM-TOLERANCE) = 0
                       COMPUTE WS-TOLERANCE =
                               FUNCTION NUMVAL(PARM-TOLERANCE)
                    ELSE
                       DISPLAY 'RUNCOMP: bad tolerance - zero used'
                    END-IF
                 END-IF
              ELSE
                 IF PARM-ST NOT = 10
                    DISPLAY 'hata' PARM-ST
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF.
           IF WS-TOLERANCE < 0
              MULTIPLY -1 BY WS-TOLERANCE
           END-IF.
       READ-PARM-FILE-END. EXIT.
      ************************
       LOAD-BATCH-MASTER.
           OPEN INPUT BST-FILE.
           IF BST-ST NOT = 0
              IF BST-ST NOT = 35
                 DISPLAY 'hata' BST-ST
              END-IF
              SET END-OF-BATSTAT TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-BATSTAT
              READ BST-FILE
              IF BST-ST = 10
                 SET END-OF-BATSTAT TO TRUE
              ELSE
                 IF BST-ST NOT = 0
                    DISPLAY 'hata' BST-ST
                    SET END-OF-BATSTAT TO TRUE
                 ELSE
                    IF WS-BST-COUNT < WS-BST-MAX
                       ADD 1 TO WS-BST-COUNT
                       MOVE BST-BATCH-ID
                         TO WS-BST-TBL-ID(WS-BST-COUNT)
                       MOVE BST-DEPT
                         TO WS-BST-TBL-DEPT(WS-BST-COUNT)
                    ELSE
                       IF NOT TABLE-OVERFLOWED
                          SET TABLE-OVERFLOWED TO TRUE
                          DISPLAY 'RUNCOMP: batch table full'
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF BST-ST NOT = 35
              CLOSE BST-FILE
           END-IF.
       LOAD-BATCH-MASTER-END. EXIT.
      ************************
       LOAD-RUN.
           MOVE 'audit' TO WS-AUD-NAME.
           PERFORM LOAD-AUDIT-GEN.
           MOVE SPACES TO WS-AUD-NAME.
           STRING 'audit.' DELIMITED BY SIZE
                  WS-LOAD-RUN-ID DELIMITED BY SIZE
             INTO WS-AUD-NAME.
           PERFORM LOAD-AUDIT-GEN.
           MOVE 'reject' TO WS-REJ-NAME.
           PERFORM LOAD-REJECT-GEN.
           MOVE SPACES TO WS-REJ-NAME.
           STRING 'reject.' DELIMITED BY SIZE
                  WS-LOAD-RUN-ID DELIMITED BY SIZE
             INTO WS-REJ-NAME.
           PERFORM LOAD-REJECT-GEN.
       LOAD-RUN-END. EXIT.
      ************************
       LOAD-AUDIT-GEN.
           MOVE 'N' TO WS-AUD-EOF.
           OPEN INPUT AUDIT-FILE.
           IF AUD-ST NOT = 0
              IF AUD-ST NOT = 35
                 DISPLAY 'hata' AUD-ST
              END-IF
              SET END-OF-AUDIT TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-AUDIT
              READ AUDIT-FILE
              IF AUD-ST = 10
                 SET END-OF-AUDIT TO TRUE
              ELSE
                 IF AUD-ST NOT = 0
                    DISPLAY 'hata' AUD-ST
                    SET END-OF-AUDIT TO TRUE
                 ELSE
                    IF (AUD-RUN-ID = WS-LOAD-RUN-ID)
                       AND (AUD-SOURCE NOT = 'REL')
                       IF WS-LOAD-SIDE = 'A'
                          PERFORM ADD-AUDIT-A
                       ELSE
                          PERFORM ADD-AUDIT-B
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF AUD-ST NOT = 35
              CLOSE AUDIT-FILE
           END-IF.
       LOAD-AUDIT-GEN-END. EXIT.
      ************************
       ADD-AUDIT-A.
           MOVE 1 TO WS-STEP-NO.
           PERFORM VARYING WS-A-IDX FROM 1 BY 1
                   UNTIL WS-A-IDX > WS-AUD-A-COUNT
              IF (WS-A-BATCH-ID(WS-A-IDX) = AUD-BATCH-ID)
                 AND (WS-A-SEQ(WS-A-IDX) = AUD-SEQ)
                 ADD 1 TO WS-STEP-NO
              END-IF
           END-PERFORM.
           IF WS-AUD-A-COUNT < WS-AUD-MAX
              ADD 1 TO WS-AUD-A-COUNT
              MOVE AUD-BATCH-ID TO WS-A-BATCH-ID(WS-AUD-A-COUNT)
              MOVE AUD-SEQ      TO WS-A-SEQ(WS-AUD-A-COUNT)
              MOVE WS-STEP-NO   TO WS-A-STEP(WS-AUD-A-COUNT)
              MOVE AUD-NUMBER-1 TO WS-A-NUMBER-1(WS-AUD-A-COUNT)
              MOVE AUD-OPERATOR TO WS-A-OPERATOR(WS-AUD-A-COUNT)
              MOVE AUD-NUMBER-2 TO WS-A-NUMBER-2(WS-AUD-A-COUNT)
              MOVE AUD-RESULT   TO WS-A-RESULT(WS-AUD-A-COUNT)
              MOVE AUD-FORMULA  TO WS-A-FORMULA(WS-AUD-A-COUNT)
              MOVE AUD-SRC-1    TO WS-A-SRC-1(WS-AUD-A-COUNT)
              MOVE AUD-SRC-2    TO WS-A-SRC-2(WS-AUD-A-COUNT)
              MOVE 'N'          TO WS-A-MATCHED(WS-AUD-A-COUNT)
           ELSE
              IF NOT TABLE-OVERFLOWED
                 SET TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'RUNCOMP: audit table full'
              END-IF
           END-IF.
       ADD-AUDIT-A-END. EXIT.
      ************************
       ADD-AUDIT-B.
           MOVE 1 TO WS-STEP-NO.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL WS-B-IDX > WS-AUD-B-COUNT
              IF (WS-B-BATCH-ID(WS-B-IDX) = AUD-BATCH-ID)
                 AND (WS-B-SEQ(WS-B-IDX) = AUD-SEQ)
                 ADD 1 TO WS-STEP-NO
              END-IF
           END-PERFORM.
           IF WS-AUD-B-COUNT < WS-AUD-MAX
              ADD 1 TO WS-AUD-B-COUNT
              MOVE AUD-BATCH-ID TO WS-B-BATCH-ID(WS-AUD-B-COUNT)
              MOVE AUD-SEQ      TO WS-B-SEQ(WS-AUD-B-COUNT)
              MOVE WS-STEP-NO   TO WS-B-STEP(WS-AUD-B-COUNT)
              MOVE AUD-NUMBER-1 TO WS-B-NUMBER-1(WS-AUD-B-COUNT)
              MOVE AUD-OPERATOR TO WS-B-OPERATOR(WS-AUD-B-COUNT)
              MOVE AUD-NUMBER-2 TO WS-B-NUMBER-2(WS-AUD-B-COUNT)
              MOVE AUD-RESULT   TO WS-B-RESULT(WS-AUD-B-COUNT)
              MOVE AUD-FORMULA  TO WS-B-FORMULA(WS-AUD-B-COUNT)
              MOVE AUD-SRC-1    TO WS-B-SRC-1(WS-AUD-B-COUNT)
              MOVE AUD-SRC-2    TO WS-B-SRC-2(WS-AUD-B-COUNT)
              MOVE 'N'          TO WS-B-MATCHED(WS-AUD-B-COUNT)
           ELSE
              IF NOT TABLE-OVERFLOWED
                 SET TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'RUNCOMP: audit table full'
              END-IF
           END-IF.
       ADD-AUDIT-B-END. EXIT.
      ************************
       LOAD-REJECT-GEN.
           MOVE 'N' TO WS-REJ-EOF.
           OPEN INPUT REJ-FILE.
           IF REJ-ST NOT = 0
              IF REJ-ST NOT = 35
                 DISPLAY 'hata' REJ-ST
              END-IF
              SET END-OF-REJECTS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-REJECTS
              READ REJ-FILE
              IF REJ-ST = 10
                 SET END-OF-REJECTS TO TRUE
              ELSE
                 IF REJ-ST NOT = 0
                    DISPLAY 'hata' REJ-ST
                    SET END-OF-REJECTS TO TRUE
                 ELSE
                    IF (REJ-RUN-ID = WS-LOAD-RUN-ID)
                       AND (REJ-SEQ NUMERIC)
                       AND (REJ-REASON NOT = 'Suspense item cancelled')
                       PERFORM ADD-REJECT-ENTRY
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF REJ-ST NOT = 35
              CLOSE REJ-FILE
           END-IF.
       LOAD-REJECT-GEN-END. EXIT.
      ************************
       ADD-REJECT-ENTRY.
           IF WS-LOAD-SIDE = 'A'
              IF WS-REJ-A-COUNT < WS-REJ-MAX
                 ADD 1 TO WS-REJ-A-COUNT
                 MOVE REJ-BATCH-ID TO WS-RA-BATCH-ID(WS-REJ-A-COUNT)
                 MOVE REJ-SEQ      TO WS-RA-SEQ(WS-REJ-A-COUNT)
                 MOVE REJ-REASON   TO WS-RA-REASON(WS-REJ-A-COUNT)
              ELSE
                 IF NOT TABLE-OVERFLOWED
                    SET TABLE-OVERFLOWED TO TRUE
                    DISPLAY 'RUNCOMP: reject table full'
                 END-IF
              END-IF
           ELSE
              IF WS-REJ-B-COUNT < WS-REJ-MAX
                 ADD 1 TO WS-REJ-B-COUNT
                 MOVE REJ-BATCH-ID TO WS-RB-BATCH-ID(WS-REJ-B-COUNT)
                 MOVE REJ-SEQ      TO WS-RB-SEQ(WS-REJ-B-COUNT)
                 MOVE REJ-REASON   TO WS-RB-REASON(WS-REJ-B-COUNT)
              ELSE
                 IF NOT TABLE-OVERFLOWED
                    SET TABLE-OVERFLOWED TO TRUE
                    DISPLAY 'RUNCOMP: reject table full'
                 END-IF
              END-IF
           END-IF.
       ADD-REJECT-ENTRY-END. EXIT.
      ************************
       WRITE-HEADING.
           MOVE SPACES TO RPT-REC.
           STRING 'PARALLEL RUN COMPARISON  RUN A: ' DELIMITED BY SIZE
                  WS-RUN-A DELIMITED BY SIZE
                  '  RUN B: ' DELIMITED BY SIZE
                  WS-RUN-B DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOLERANCE TO WS-EDIT-TOL.
           MOVE SPACES TO RPT-REC.
           STRING 'RESULT TOLERANCE: ' DELIMITED BY SIZE
                  WS-EDIT-TOL DELIMITED BY SIZE
                  '   * = DIFFERENCE ABOVE TOLERANCE'
                    DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           IF TABLE-OVERFLOWED
              MOVE SPACES TO RPT-REC
              MOVE 'REPORT INCOMPLETE - TABLE FULL' TO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'BATCH    SEQ      ST DEPT FORMULA  R '
                    DELIMITED BY SIZE
                  'OPERAND1 OP  OPERAND2       RESULT SOURCE1  '
                    DELIMITED BY SIZE
                  'SOURCE2      DIFFERENCE FLAG' DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
       WRITE-HEADING-END. EXIT.
      ************************
       COMPARE-A-ENTRY.
           MOVE WS-A-BATCH-ID(WS-A-IDX) TO WS-LOOK-BATCH-ID.
           MOVE WS-A-SEQ(WS-A-IDX)      TO WS-LOOK-SEQ.
           MOVE WS-A-STEP(WS-A-IDX)     TO WS-LOOK-STEP.
           MOVE WS-A-OPERATOR(WS-A-IDX) TO WS-CUR-OPERATOR.
           MOVE WS-A-FORMULA(WS-A-IDX)  TO WS-CUR-FORMULA.
           PERFORM SET-DEPT-AND-KEY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
                   UNTIL (WS-B-IDX > WS-AUD-B-COUNT) OR ENTRY-FOUND
              IF (WS-B-BATCH-ID(WS-B-IDX) = WS-LOOK-BATCH-ID)
                 AND (WS-B-SEQ(WS-B-IDX) = WS-LOOK-SEQ)
                 AND (WS-B-STEP(WS-B-IDX) = WS-LOOK-STEP)
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND
              SUBTRACT 1 FROM WS-B-IDX
              MOVE 'Y' TO WS-B-MATCHED(WS-B-IDX)
              MOVE 'Y' TO WS-A-MATCHED(WS-A-IDX)
              ADD 1 TO WS-COMPARED-CNT
              IF (WS-A-RESULT(WS-A-IDX) NOT = WS-B-RESULT(WS-B-IDX))
                 OR (WS-A-NUMBER-1(WS-A-IDX)
                     NOT = WS-B-NUMBER-1(WS-B-IDX))
                 OR (WS-A-NUMBER-2(WS-A-IDX)
                     NOT = WS-B-NUMBER-2(WS-B-IDX))
                 OR (WS-A-OPERATOR(WS-A-IDX)
                     NOT = WS-B-OPERATOR(WS-B-IDX))
                 OR (WS-A-SRC-1(WS-A-IDX) NOT = WS-B-SRC-1(WS-B-IDX))
                 OR (WS-A-SRC-2(WS-A-IDX) NOT = WS-B-SRC-2(WS-B-IDX))
                 OR (WS-A-FORMULA(WS-A-IDX)
                     NOT = WS-B-FORMULA(WS-B-IDX))
                 PERFORM REPORT-DIFFERENCE
              END-IF
           ELSE
              PERFORM FIND-REJECT-B
              IF REJECT-FOUND
                 ADD 1 TO WS-ACC-REJ-CNT
                 MOVE 'ACCEPTED IN A, REJECTED IN B' TO WS-DIFF-WHAT
              ELSE
                 ADD 1 TO WS-MISSING-CNT
                 MOVE 'ACCEPTED IN A, NOT IN B' TO WS-DIFF-WHAT
                 MOVE SPACES TO WS-FOUND-REASON
              END-IF
              PERFORM ADD-ONE-SIDED-TOTAL
              PERFORM WRITE-A-LINE
              MOVE SPACES TO RPT-REC
              STRING '                                   B '
                       DELIMITED BY SIZE
                     WS-DIFF-WHAT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-FOUND-REASON DELIMITED BY SIZE
                INTO RPT-REC
              WRITE RPT-REC
           END-IF.
       COMPARE-A-ENTRY-END. EXIT.
      ************************
       REPORT-DIFFERENCE.
           ADD 1 TO WS-DIFF-CNT.
           COMPUTE WS-RESULT-A =
                   FUNCTION NUMVAL(WS-A-RESULT(WS-A-IDX)).
           COMPUTE WS-RESULT-B =
                   FUNCTION NUMVAL(WS-B-RESULT(WS-B-IDX)).
           COMPUTE WS-RESULT-DIFF = WS-RESULT-B - WS-RESULT-A.
           MOVE WS-RESULT-DIFF TO WS-ABS-DIFF.
           IF WS-ABS-DIFF < 0
              MULTIPLY -1 BY WS-ABS-DIFF
           END-IF.
           MOVE SPACES TO WS-DIFF-FLAG.
           IF WS-ABS-DIFF > WS-TOLERANCE
              MOVE '*' TO WS-DIFF-FLAG
              ADD 1 TO WS-FLAG-CNT
           END-IF.
           PERFORM FIND-TOTAL-ENTRY.
           IF ENTRY-FOUND
              ADD 1 TO WS-TOT-DIFF-CNT(WS-TOT-IDX)
              ADD WS-RESULT-DIFF TO WS-TOT-NET(WS-TOT-IDX)
              IF WS-DIFF-FLAG = '*'
                 ADD 1 TO WS-TOT-FLAG-CNT(WS-TOT-IDX)
              END-IF
           END-IF.
           PERFORM WRITE-A-LINE.
           MOVE WS-RESULT-DIFF TO WS-EDIT-DIFF.
           MOVE SPACES TO RPT-REC.
           STRING '                                   B '
                    DELIMITED BY SIZE
                  WS-B-NUMBER-1(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-OPERATOR(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-NUMBER-2(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-RESULT(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-SRC-1(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-SRC-2(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EDIT-DIFF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DIFF-FLAG DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-A-FORMULA(WS-A-IDX) NOT = WS-B-FORMULA(WS-B-IDX)
              MOVE SPACES TO RPT-REC
              STRING '                                   B '
                       DELIMITED BY SIZE
                     'FORMULA ' DELIMITED BY SIZE
                     WS-B-FORMULA(WS-B-IDX) DELIMITED BY SIZE
                INTO RPT-REC
              WRITE RPT-REC
           END-IF.
       REPORT-DIFFERENCE-END. EXIT.
      ************************
       WRITE-A-LINE.
           MOVE SPACES TO RPT-REC.
           STRING WS-A-BATCH-ID(WS-A-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-A-SEQ(WS-A-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-A-STEP(WS-A-IDX)(2:2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-DEPT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-KEY DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-A-NUMBER-1(WS-A-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-A-OPERATOR(WS-A-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-A-NUMBER-2(WS-A-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-A-RESULT(WS-A-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-A-SRC-1(WS-A-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-A-SRC-2(WS-A-IDX) DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
       WRITE-A-LINE-END. EXIT.
      ************************
       REPORT-B-ONLY.
           MOVE WS-B-BATCH-ID(WS-B-IDX) TO WS-LOOK-BATCH-ID.
           MOVE WS-B-SEQ(WS-B-IDX)      TO WS-LOOK-SEQ.
           MOVE WS-B-OPERATOR(WS-B-IDX) TO WS-CUR-OPERATOR.
           MOVE WS-B-FORMULA(WS-B-IDX)  TO WS-CUR-FORMULA.
           PERFORM SET-DEPT-AND-KEY.
           PERFORM FIND-REJECT-A.
           IF REJECT-FOUND
              ADD 1 TO WS-REJ-ACC-CNT
              MOVE 'REJECTED IN A, ACCEPTED IN B' TO WS-DIFF-WHAT
           ELSE
              ADD 1 TO WS-MISSING-CNT
              MOVE 'NOT IN A, ACCEPTED IN B' TO WS-DIFF-WHAT
              MOVE SPACES TO WS-FOUND-REASON
           END-IF.
           PERFORM ADD-ONE-SIDED-TOTAL.
           MOVE SPACES TO RPT-REC.
           STRING WS-B-BATCH-ID(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-SEQ(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-STEP(WS-B-IDX)(2:2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-DEPT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CUR-KEY DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-DIFF-WHAT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FOUND-REASON DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING '                                   B '
                    DELIMITED BY SIZE
                  WS-B-NUMBER-1(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-OPERATOR(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-NUMBER-2(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-RESULT(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-SRC-1(WS-B-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-B-SRC-2(WS-B-IDX) DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
       REPORT-B-ONLY-END. EXIT.
      ************************
       FIND-REJECT-A.
           MOVE 'N' TO WS-REJ-FOUND-FLAG.
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL (WS-RJ-IDX > WS-REJ-A-COUNT) OR REJECT-FOUND
              IF (WS-RA-BATCH-ID(WS-RJ-IDX) = WS-LOOK-BATCH-ID)
                 AND (WS-RA-SEQ(WS-RJ-IDX) = WS-LOOK-SEQ)
                 SET REJECT-FOUND TO TRUE
                 MOVE WS-RA-REASON(WS-RJ-IDX) TO WS-FOUND-REASON
              END-IF
           END-PERFORM.
       FIND-REJECT-A-END. EXIT.
      ************************
       FIND-REJECT-B.
           MOVE 'N' TO WS-REJ-FOUND-FLAG.
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL (WS-RJ-IDX > WS-REJ-B-COUNT) OR REJECT-FOUND
              IF (WS-RB-BATCH-ID(WS-RJ-IDX) = WS-LOOK-BATCH-ID)
                 AND (WS-RB-SEQ(WS-RJ-IDX) = WS-LOOK-SEQ)
                 SET REJECT-FOUND TO TRUE
                 MOVE WS-RB-REASON(WS-RJ-IDX) TO WS-FOUND-REASON
              END-IF
           END-PERFORM.
       FIND-REJECT-B-END. EXIT.
      ************************
       SET-DEPT-AND-KEY.
           MOVE '*UNK' TO WS-CUR-DEPT.
           IF WS-LOOK-BATCH-ID = SPACES
              MOVE '*UNB' TO WS-CUR-DEPT
           ELSE
              PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                      UNTIL WS-BST-IDX > WS-BST-COUNT
                 IF WS-BST-TBL-ID(WS-BST-IDX) = WS-LOOK-BATCH-ID
                    MOVE WS-BST-TBL-DEPT(WS-BST-IDX) TO WS-CUR-DEPT
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-CUR-FORMULA NOT = SPACES
              MOVE WS-CUR-FORMULA TO WS-CUR-KEY
           ELSE
              MOVE WS-CUR-OPERATOR TO WS-CUR-KEY
              PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                      UNTIL WS-OP-IDX > 6
                 IF WS-CUR-OPERATOR = WS-OP-CODE(WS-OP-IDX)
                    MOVE WS-OP-NAME(WS-OP-IDX) TO WS-CUR-KEY
                 END-IF
              END-PERFORM
           END-IF.
       SET-DEPT-AND-KEY-END. EXIT.
      ************************
       ADD-ONE-SIDED-TOTAL.
           PERFORM FIND-TOTAL-ENTRY.
           IF ENTRY-FOUND
              ADD 1 TO WS-TOT-ONE-SIDED(WS-TOT-IDX)
           END-IF.
       ADD-ONE-SIDED-TOTAL-END. EXIT.
      ************************
       FIND-TOTAL-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL (WS-TOT-IDX > WS-TOT-COUNT) OR ENTRY-FOUND
              IF (WS-TOT-DEPT(WS-TOT-IDX) = WS-CUR-DEPT)
                 AND (WS-TOT-FORMULA(WS-TOT-IDX) = WS-CUR-KEY)
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND
              SUBTRACT 1 FROM WS-TOT-IDX
           ELSE
              IF WS-TOT-COUNT < WS-TOT-MAX
                 ADD 1 TO WS-TOT-COUNT
                 MOVE WS-TOT-COUNT TO WS-TOT-IDX
                 MOVE WS-CUR-DEPT TO WS-TOT-DEPT(WS-TOT-IDX)
                 MOVE WS-CUR-KEY  TO WS-TOT-FORMULA(WS-TOT-IDX)
                 MOVE ZERO TO WS-TOT-DIFF-CNT(WS-TOT-IDX)
                 MOVE ZERO TO WS-TOT-FLAG-CNT(WS-TOT-IDX)
                 MOVE ZERO TO WS-TOT-ONE-SIDED(WS-TOT-IDX)
                 MOVE ZERO TO WS-TOT-NET(WS-TOT-IDX)
                 SET ENTRY-FOUND TO TRUE
              ELSE
                 IF NOT TABLE-OVERFLOWED
                    SET TABLE-OVERFLOWED TO TRUE
                    DISPLAY 'RUNCOMP: totals table full'
                 END-IF
              END-IF
           END-IF.
       FIND-TOTAL-ENTRY-END. EXIT.
      ************************
       SORT-TOTALS.
           PERFORM VARYING WS-TOT-IDX FROM 2 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-COUNT
              MOVE WS-TOT-ENTRY(WS-TOT-IDX) TO WS-TOT-HOLD
              MOVE WS-TOT-IDX TO WS-TOT-IDX-2
              PERFORM UNTIL (WS-TOT-IDX-2 < 2)
                         OR (WS-TOT-KEY(WS-TOT-IDX-2 - 1)
                             <= WS-TOT-HOLD(1:12))
                 MOVE WS-TOT-ENTRY(WS-TOT-IDX-2 - 1)
                   TO WS-TOT-ENTRY(WS-TOT-IDX-2)
                 SUBTRACT 1 FROM WS-TOT-IDX-2
              END-PERFORM
              MOVE WS-TOT-HOLD TO WS-TOT-ENTRY(WS-TOT-IDX-2)
           END-PERFORM.
       SORT-TOTALS-END. EXIT.
      ************************
       WRITE-DEPT-FORMULA-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'DIFFERENCES BY DEPARTMENT AND FORMULA' TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'DEPT FORMULA     CHANGED   FLAGGED  ONE-SIDED'
                    DELIMITED BY SIZE
                  '      NET CHANGE' DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-TOT-COUNT = 0
              MOVE SPACES TO RPT-REC
              MOVE 'NO DIFFERENCES' TO RPT-REC
              WRITE RPT-REC
           END-IF.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-COUNT
              MOVE WS-TOT-DIFF-CNT(WS-TOT-IDX)  TO WS-EDIT-COUNT
              MOVE WS-TOT-FLAG-CNT(WS-TOT-IDX)  TO WS-EDIT-COUNT-2
              MOVE WS-TOT-ONE-SIDED(WS-TOT-IDX) TO WS-EDIT-COUNT-3
              MOVE WS-TOT-NET(WS-TOT-IDX)       TO WS-EDIT-DIFF
              MOVE SPACES TO RPT-REC
              STRING WS-TOT-DEPT(WS-TOT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-TOT-FORMULA(WS-TOT-IDX) DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WS-EDIT-COUNT-2 DELIMITED BY SIZE
                     '   ' DELIMITED BY SIZE
                     WS-EDIT-COUNT-3 DELIMITED BY SIZE
                     '   ' DELIMITED BY SIZE
                     WS-EDIT-DIFF DELIMITED BY SIZE
                INTO RPT-REC
              WRITE RPT-REC
           END-PERFORM.
       WRITE-DEPT-FORMULA-TOTALS-END. EXIT.
      ************************
       WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-COMPARED-CNT TO WS-EDIT-COUNT.
           MOVE WS-DIFF-CNT     TO WS-EDIT-COUNT-2.
           MOVE WS-FLAG-CNT     TO WS-EDIT-COUNT-3.
           STRING 'MATCHED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  CHANGED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT-2 DELIMITED BY SIZE
                  '  OVER TOLERANCE: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT-3 DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-ACC-REJ-CNT TO WS-EDIT-COUNT.
           MOVE WS-REJ-ACC-CNT TO WS-EDIT-COUNT-2.
           MOVE WS-MISSING-CNT TO WS-EDIT-COUNT-3.
           STRING 'ACCEPTED A/REJECTED B: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  REJECTED A/ACCEPTED B: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT-2 DELIMITED BY SIZE
                  '  IN ONE RUN ONLY: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT-3 DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-COMPARED-CNT TO WS-EDIT-COUNT.
           DISPLAY 'RUNCOMP: MATCHED        ' WS-EDIT-COUNT.
           MOVE WS-DIFF-CNT TO WS-EDIT-COUNT.
           DISPLAY 'RUNCOMP: CHANGED        ' WS-EDIT-COUNT.
           MOVE WS-FLAG-CNT TO WS-EDIT-COUNT.
           DISPLAY 'RUNCOMP: OVER TOLERANCE ' WS-EDIT-COUNT.
           MOVE WS-ACC-REJ-CNT TO WS-EDIT-COUNT.
           DISPLAY 'RUNCOMP: ACC A/REJ B    ' WS-EDIT-COUNT.
           MOVE WS-REJ-ACC-CNT TO WS-EDIT-COUNT.
           DISPLAY 'RUNCOMP: REJ A/ACC B    ' WS-EDIT-COUNT.
           MOVE WS-MISSING-CNT TO WS-EDIT-COUNT.
           DISPLAY 'RUNCOMP: ONE RUN ONLY   ' WS-EDIT-COUNT.
       WRITE-TOTALS-END. EXIT.

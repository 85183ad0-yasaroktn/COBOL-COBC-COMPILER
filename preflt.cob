       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "preflt.parms"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PARM-ST.
           SELECT INP-FILE ASSIGN USING WS-INP-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS INP-ST.
           SELECT CON-FILE ASSIGN TO "constants"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS CON-ST.
           SELECT FRM-FILE ASSIGN TO "formulas"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS FRM-ST.
           SELECT BST-FILE ASSIGN TO "batstat"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS BST-ST.
           SELECT RPT-FILE ASSIGN TO "preflt"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
         05 PARM-RUN-DATE  PIC X(8).
       FD  INP-FILE.
       01  INP-REC  PIC X(29).
       01  NUMBERS-REC.
         05 INP-NUMBER-1 PIC S9(4)V99 SIGN IS LEADING SEPARATE.
         05 INP-OPERATOR PIC X(3).
         05 INP-NUMBER-2 PIC S9(4)V99 SIGN IS LEADING SEPARATE.
         05 FILLER       PIC X.
         05 INP-STORE-FLD PIC X(7).
       01  BATCH-CTL-REC.
         05 BAT-REC-TYPE PIC X(3).
            88 BATCH-HEADER-REC  VALUE 'HDR'.
            88 BATCH-TRAILER-REC VALUE 'TRL'.
            88 BATCH-CTL-TYPE    VALUE 'HDR' 'TRL'.
         05 FILLER       PIC X.
         05 BAT-HDR-FIELDS.
           10 BAT-BATCH-ID PIC X(8).
           10 FILLER       PIC X.
           10 BAT-BUS-DATE PIC 9(8).
           10 FILLER       PIC X.
           10 BAT-DEPT     PIC X(4).
           10 FILLER       PIC X(3).
         05 BAT-TRL-FIELDS REDEFINES BAT-HDR-FIELDS.
           10 BAT-EXP-COUNT  PIC 9(8).
           10 FILLER         PIC X.
           10 BAT-HASH-TOTAL PIC S9(13)V99 SIGN IS LEADING
                             SEPARATE.
       01  FRM-CALL-REC.
         05 FRM-REC-TYPE PIC X(3).
            88 FORMULA-CALL-REC VALUE 'FRM'.
         05 FILLER       PIC X.
         05 FRM-CALL-NAME PIC X(8).
         05 FILLER       PIC X.
         05 FRM-CALL-ARG1 PIC X(7).
         05 FILLER       PIC X.
         05 FRM-CALL-ARG2 PIC X(7).
       FD  CON-FILE RECORDING MODE F.
       01  CON-REC.
         05 CON-NAME     PIC X(7).
         05 FILLER       PIC X.
         05 CON-EFF-DATE PIC 9(8).
         05 FILLER       PIC X.
         05 CON-EXP-DATE PIC 9(8).
         05 FILLER       PIC X.
         05 CON-VALUE    PIC S9(4)V99 SIGN IS LEADING SEPARATE.
       FD  FRM-FILE RECORDING MODE F.
       01  FRM-REC.
         05 FRM-NAME     PIC X(8).
         05 FILLER       PIC X.
         05 FRM-STEP-NO  PIC 9(2).
         05 FILLER       PIC X.
         05 FRM-OPERATOR PIC X(3).
         05 FILLER       PIC X.
         05 FRM-OPND-1   PIC X(7).
         05 FILLER       PIC X.
         05 FRM-OPND-2   PIC X(7).
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
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC  PIC X(132).
       WORKING-STORAGE SECTION.
       01  PARM-ST  PIC 9(2).
       01  INP-ST   PIC 9(2).
       01  CON-ST   PIC 9(2).
       01  FRM-ST   PIC 9(2).
       01  BST-ST   PIC 9(2).
       01  RPT-ST   PIC 9(2).
       01  WS-INP-NAME      PIC X(30) VALUE 'input'.
       01  WS-CMD-LINE      PIC X(80).
       01  WS-INSTANCE      PIC 9 VALUE ZERO.
          88 INSTANCE-MODE  VALUE 1 THRU 9.
       01  WS-RUN-DATE      PIC 9(8) VALUE ZERO.
       01  WS-REC-COUNT     PIC 9(8) VALUE ZERO.
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
       01  WS-CHK-OPER      PIC X(3).
       01  WS-CON-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-CON-MAX       PIC 9(3) VALUE 200.
       01  WS-CON-IDX       PIC 9(3).
       01  WS-CON-LOOK-NAME PIC X(7).
       01  WS-CON-NAME-HITS PIC 9(3).
       01  WS-CON-BEST-EFF  PIC 9(8).
       01  WS-CON-BEST-IDX  PIC 9(3).
       01  WS-CON-TABLE.
         05 WS-CON-ENTRY OCCURS 200.
           10 WS-TBL-NAME     PIC X(7).
           10 WS-TBL-EFF-DATE PIC 9(8).
           10 WS-TBL-EXP-DATE PIC 9(8).
           10 WS-TBL-VALUE    PIC S9(4)V99 SIGN IS LEADING
                              SEPARATE.
       01  WS-FRM-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-FRM-MAX       PIC 9(3) VALUE 200.
       01  WS-FRM-SRCH      PIC 9(3).
       01  WS-FRM-IDX       PIC 9(3).
       01  WS-FRM-NAME-COUNT PIC 9(3).
       01  WS-FRM-STEPS-DONE PIC 9(3).
       01  WS-FRM-NEXT-STEP PIC 9(2).
       01  WS-FORMULA-NAME  PIC X(8).
       01  WS-FRM-OPND      PIC X(7).
       01  WS-FRM-TABLE.
         05 WS-FRM-ENTRY OCCURS 200.
           10 WS-FRM-TBL-NAME   PIC X(8).
           10 WS-FRM-TBL-STEP   PIC 9(2).
           10 WS-FRM-TBL-OPER   PIC X(3).
           10 WS-FRM-TBL-OPND-1 PIC X(7).
           10 WS-FRM-TBL-OPND-2 PIC X(7).
       01  WS-BST-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-BST-MAX       PIC 9(3) VALUE 200.
       01  WS-BST-IDX       PIC 9(3).
       01  WS-BST-TABLE.
         05 WS-BST-ENTRY OCCURS 200.
           10 WS-BST-TBL-ID     PIC X(8).
           10 WS-BST-TBL-STATUS PIC X(8).
           10 WS-BST-TBL-RUN-ID PIC X(14).
       01  WS-REG-NUM       PIC 9(2).
       01  WS-STO-NUM       PIC 9(2) VALUE ZERO.
       01  WS-REG-IDX       PIC 9(3).
       01  WS-REGISTERS.
         05 WS-REG-ENTRY OCCURS 99.
           10 WS-REG-SET-FLAG PIC X.
       01  WS-OPND-TEXT     PIC X(7).
       01  WS-OPND-NUM      PIC S9(4)V99 SIGN IS LEADING
                            SEPARATE.
       01  WS-OPND-NUM-X REDEFINES WS-OPND-NUM PIC X(7).
       01  WS-BATCH-ID      PIC X(8) VALUE SPACES.
       01  WS-BAT-BUS-DATE  PIC 9(8) VALUE ZERO.
       01  WS-BAT-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-BAT-HASH      PIC S9(13)V99 VALUE ZERO.
       01  WS-BT-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-BT-MAX        PIC 9(3) VALUE 200.
       01  WS-BT-IDX        PIC 9(3).
       01  WS-BT-CUR        PIC 9(3) VALUE ZERO.
       01  WS-BT-TABLE.
         05 WS-BT-ENTRY OCCURS 200.
           10 WS-BT-ID       PIC X(8).
           10 WS-BT-DEPT     PIC X(4).
           10 WS-BT-BUS-DATE PIC 9(8).
           10 WS-BT-RECS     PIC 9(8).
           10 WS-BT-HASH     PIC S9(13)V99.
           10 WS-BT-ERR-CNT  PIC 9(6).
           10 WS-BT-WARN-CNT PIC 9(6).
       01  WS-PF-SEV        PIC X.
          88 SEV-ERROR      VALUE 'E'.
          88 SEV-WARNING    VALUE 'W'.
       01  WS-PF-MSG        PIC X(50).
       01  WS-PF-PREFIX     PIC X(9) VALUE SPACES.
       01  WS-PF-RECORD     PIC X(29).
       01  WS-PF-LINE-MSG   PIC X(60).
       01  WS-ERR-CNT       PIC 9(8) VALUE ZERO.
       01  WS-WARN-CNT      PIC 9(8) VALUE ZERO.
       01  WS-EDIT-HASH     PIC -(13)9.99.
       01  WS-EDIT-LEADING  PIC 9(2).
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-EDIT-COUNT-2  PIC ZZZZZZZ9.
       01  WS-EDIT-COUNT-3  PIC ZZZZZZZ9.
       01  WS-FLAGS.
         05 WS-INP-EOF PIC X VALUE 'N'.
            88 END-OF-INPUT VALUE 'Y'.
         05 WS-CON-EOF PIC X VALUE 'N'.
            88 END-OF-CONSTANTS VALUE 'Y'.
         05 WS-FRM-EOF PIC X VALUE 'N'.
            88 END-OF-FORMULAS VALUE 'Y'.
         05 WS-BST-EOF PIC X VALUE 'N'.
            88 END-OF-BATSTAT VALUE 'Y'.
         05 WS-OVFL-FLAG PIC X VALUE 'N'.
            88 TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-FILE-ERR-FLAG PIC X VALUE 'N'.
            88 FILE-ERROR VALUE 'Y'.
         05 WS-BAT-ACTIVE-FLAG PIC X VALUE 'N'.
            88 BATCH-ACTIVE VALUE 'Y'.
         05 WS-BAT-REFUSE-FLAG PIC X VALUE 'N'.
            88 BATCH-REFUSED VALUE 'Y'.
         05 WS-REC-ERR-FLAG PIC X.
            88 RECORD-IN-ERROR VALUE 'Y'.
         05 WS-FOUND-FLAG PIC X.
            88 ENTRY-FOUND VALUE 'Y'.
         05 WS-RUN-EFF-FLAG PIC X.
            88 EFFECTIVE-ON-RUN-DATE VALUE 'Y'.
         05 WS-BUS-EFF-FLAG PIC X.
            88 EFFECTIVE-ON-BUS-DATE VALUE 'Y'.
         05 WS-FRM-STEP-FLAG PIC X.
            88 FORMULA-STEP-FOUND VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROC.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF WS-CMD-LINE(1:8) = 'INSTANCE'
              IF WS-CMD-LINE(10:1) NUMERIC
                 MOVE WS-CMD-LINE(10:1) TO WS-INSTANCE
              END-IF
              IF INSTANCE-MODE
                 MOVE SPACES TO WS-INP-NAME
                 STRING 'input.' WS-INSTANCE DELIMITED BY SIZE
                   INTO WS-INP-NAME
              END-IF
           END-IF.
           PERFORM READ-PARM-FILE.
           IF WS-RUN-DATE = ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > 99
              MOVE 'N' TO WS-REG-SET-FLAG(WS-REG-IDX)
           END-PERFORM.
           PERFORM LOAD-CONSTANTS.
           PERFORM LOAD-FORMULAS.
           PERFORM LOAD-BATCH-MASTER.
           OPEN INPUT INP-FILE.
           IF INP-ST NOT = 0
              IF INP-ST = 35
                 DISPLAY 'PREFLT: input file ' WS-INP-NAME
                         ' not found'
              ELSE
                 DISPLAY 'hata' INP-ST
              END-IF
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'hata' RPT-ST
           END-IF.
           PERFORM WRITE-HEADING.
           PERFORM READ-NEXT-RECORD.
           PERFORM UNTIL END-OF-INPUT
              ADD 1 TO WS-REC-COUNT
              MOVE INP-REC TO WS-PF-RECORD
              IF BATCH-CTL-TYPE
                 IF BATCH-HEADER-REC
                    PERFORM CHECK-BATCH-HEADER
                 ELSE
                    PERFORM CHECK-BATCH-TRAILER
                 END-IF
              ELSE
                 IF FORMULA-CALL-REC
                    PERFORM CHECK-FORMULA-CALL
                 ELSE
                    PERFORM CHECK-NUMBERS-REC
                 END-IF
              END-IF
              PERFORM READ-NEXT-RECORD
           END-PERFORM.
           IF BATCH-ACTIVE
              PERFORM BATCH-TRAILER-MISSING
           END-IF.
           IF (WS-REC-COUNT = 0) AND (NOT FILE-ERROR)
              MOVE SPACES TO WS-PF-RECORD
              SET SEV-WARNING TO TRUE
              MOVE 'Input file empty' TO WS-PF-MSG
              PERFORM WRITE-EXCEPTION
           END-IF.
           CLOSE INP-FILE.
           PERFORM WRITE-BATCH-SUMMARY.
           PERFORM WRITE-TOTALS.
           CLOSE RPT-FILE.
           IF (WS-ERR-CNT > 0) OR TABLE-OVERFLOWED OR FILE-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-WARN-CNT > 0
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
                 IF PARM-RUN-DATE NOT = SPACES
                    IF (PARM-RUN-DATE NUMERIC)
                       AND (FUNCTION TEST-DATE-YYYYMMDD
                            (FUNCTION NUMVAL(PARM-RUN-DATE)) = 0)
                       MOVE PARM-RUN-DATE TO WS-RUN-DATE
                    ELSE
                       DISPLAY 'PREFLT: bad run date - today used'
                    END-IF
                 END-IF
              ELSE
                 IF PARM-ST NOT = 10
                    DISPLAY 'hata' PARM-ST
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF.
       READ-PARM-FILE-END. EXIT.
      ************************
       LOAD-CONSTANTS.
           OPEN INPUT CON-FILE.
           IF CON-ST NOT = 0
              IF CON-ST NOT = 35
                 DISPLAY 'hata' CON-ST
              END-IF
              SET END-OF-CONSTANTS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-CONSTANTS
              READ CON-FILE
              IF CON-ST = 10
                 SET END-OF-CONSTANTS TO TRUE
              ELSE
                 IF CON-ST NOT = 0
                    DISPLAY 'hata' CON-ST
                    MOVE 'Y' TO WS-FILE-ERR-FLAG
                    SET END-OF-CONSTANTS TO TRUE
                 ELSE
                    IF WS-CON-COUNT < WS-CON-MAX
                       ADD 1 TO WS-CON-COUNT
                       MOVE CON-NAME
                         TO WS-TBL-NAME(WS-CON-COUNT)
                       MOVE CON-EFF-DATE
                         TO WS-TBL-EFF-DATE(WS-CON-COUNT)
                       MOVE CON-EXP-DATE
                         TO WS-TBL-EXP-DATE(WS-CON-COUNT)
                       MOVE CON-VALUE
                         TO WS-TBL-VALUE(WS-CON-COUNT)
                    ELSE
                       IF NOT TABLE-OVERFLOWED
                          SET TABLE-OVERFLOWED TO TRUE
                          DISPLAY 'PREFLT: constants table full'
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF CON-ST NOT = 35
              CLOSE CON-FILE
           END-IF.
       LOAD-CONSTANTS-END. EXIT.
      ************************
       LOAD-FORMULAS.
           OPEN INPUT FRM-FILE.
           IF FRM-ST NOT = 0
              IF FRM-ST NOT = 35
                 DISPLAY 'hata' FRM-ST
              END-IF
              SET END-OF-FORMULAS TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-FORMULAS
              READ FRM-FILE
              IF FRM-ST = 10
                 SET END-OF-FORMULAS TO TRUE
              ELSE
                 IF FRM-ST NOT = 0
                    DISPLAY 'hata' FRM-ST
                    MOVE 'Y' TO WS-FILE-ERR-FLAG
                    SET END-OF-FORMULAS TO TRUE
                 ELSE
                    IF WS-FRM-COUNT < WS-FRM-MAX
                       ADD 1 TO WS-FRM-COUNT
                       MOVE FRM-NAME
                         TO WS-FRM-TBL-NAME(WS-FRM-COUNT)
                       IF FRM-STEP-NO NUMERIC
                          MOVE FRM-STEP-NO
                            TO WS-FRM-TBL-STEP(WS-FRM-COUNT)
                       ELSE
                          MOVE ZERO
                            TO WS-FRM-TBL-STEP(WS-FRM-COUNT)
                       END-IF
                       MOVE FRM-OPERATOR
                         TO WS-FRM-TBL-OPER(WS-FRM-COUNT)
                       MOVE FRM-OPND-1
                         TO WS-FRM-TBL-OPND-1(WS-FRM-COUNT)
                       MOVE FRM-OPND-2
                         TO WS-FRM-TBL-OPND-2(WS-FRM-COUNT)
                    ELSE
                       IF NOT TABLE-OVERFLOWED
                          SET TABLE-OVERFLOWED TO TRUE
                          DISPLAY 'PREFLT: formula table full'
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF FRM-ST NOT = 35
              CLOSE FRM-FILE
           END-IF.
       LOAD-FORMULAS-END. EXIT.
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
                    MOVE 'Y' TO WS-FILE-ERR-FLAG
                    SET END-OF-BATSTAT TO TRUE
                 ELSE
                    IF WS-BST-COUNT < WS-BST-MAX
                       ADD 1 TO WS-BST-COUNT
                       MOVE BST-BATCH-ID
                         TO WS-BST-TBL-ID(WS-BST-COUNT)
                       MOVE BST-STATUS
                         TO WS-BST-TBL-STATUS(WS-BST-COUNT)
                       MOVE BST-RUN-ID
                         TO WS-BST-TBL-RUN-ID(WS-BST-COUNT)
                    ELSE
                       IF NOT TABLE-OVERFLOWED
                          SET TABLE-OVERFLOWED TO TRUE
                          DISPLAY 'PREFLT: batch status table full'
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
       READ-NEXT-RECORD.
           READ INP-FILE.
           IF INP-ST = 10
              SET END-OF-INPUT TO TRUE
           ELSE
              IF INP-ST NOT = 0
                 DISPLAY 'hata' INP-ST
                 MOVE 'Y' TO WS-FILE-ERR-FLAG
                 SET END-OF-INPUT TO TRUE
                 ADD 1 TO WS-REC-COUNT
                 MOVE INP-REC TO WS-PF-RECORD
                 SET SEV-ERROR TO TRUE
                 MOVE SPACES TO WS-PF-MSG
                 STRING 'Input read error - status ' DELIMITED BY SIZE
                        INP-ST DELIMITED BY SIZE
                   INTO WS-PF-MSG
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF.
       READ-NEXT-RECORD-END. EXIT.
      ************************
       CHECK-BATCH-HEADER.
           IF BATCH-ACTIVE
              SET SEV-ERROR TO TRUE
              MOVE 'Batch header out of sequence' TO WS-PF-MSG
              PERFORM WRITE-EXCEPTION
           ELSE
              SET BATCH-ACTIVE TO TRUE
              MOVE 'N' TO WS-BAT-REFUSE-FLAG
              MOVE BAT-BATCH-ID TO WS-BATCH-ID
              MOVE ZERO TO WS-BAT-COUNT
              MOVE ZERO TO WS-BAT-HASH
              IF BAT-BUS-DATE NUMERIC
                 MOVE BAT-BUS-DATE TO WS-BAT-BUS-DATE
              ELSE
                 MOVE ZERO TO WS-BAT-BUS-DATE
              END-IF
              MOVE 'N' TO WS-FOUND-FLAG
              PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                      UNTIL (WS-BT-IDX > WS-BT-COUNT) OR ENTRY-FOUND
                 IF WS-BT-ID(WS-BT-IDX) = WS-BATCH-ID
                    SET ENTRY-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-BT-COUNT < WS-BT-MAX
                 ADD 1 TO WS-BT-COUNT
                 MOVE WS-BT-COUNT TO WS-BT-CUR
                 MOVE WS-BATCH-ID TO WS-BT-ID(WS-BT-CUR)
                 MOVE BAT-DEPT TO WS-BT-DEPT(WS-BT-CUR)
                 MOVE WS-BAT-BUS-DATE TO WS-BT-BUS-DATE(WS-BT-CUR)
                 MOVE ZERO TO WS-BT-RECS(WS-BT-CUR)
                 MOVE ZERO TO WS-BT-HASH(WS-BT-CUR)
                 MOVE ZERO TO WS-BT-ERR-CNT(WS-BT-CUR)
                 MOVE ZERO TO WS-BT-WARN-CNT(WS-BT-CUR)
              ELSE
                 MOVE ZERO TO WS-BT-CUR
                 IF NOT TABLE-OVERFLOWED
                    SET TABLE-OVERFLOWED TO TRUE
                    DISPLAY 'PREFLT: batch table full'
                 END-IF
              END-IF
              IF ENTRY-FOUND
                 SET BATCH-REFUSED TO TRUE
                 SET SEV-ERROR TO TRUE
                 MOVE 'Duplicate batch in input' TO WS-PF-MSG
                 PERFORM WRITE-EXCEPTION
              ELSE
                 PERFORM CHECK-BATCH-MASTER
              END-IF
              IF (WS-BAT-BUS-DATE = ZERO)
                 OR (FUNCTION TEST-DATE-YYYYMMDD(WS-BAT-BUS-DATE)
                     NOT = 0)
                 MOVE ZERO TO WS-BAT-BUS-DATE
                 SET BATCH-REFUSED TO TRUE
                 SET SEV-ERROR TO TRUE
                 MOVE 'Invalid business date' TO WS-PF-MSG
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF.
       CHECK-BATCH-HEADER-END. EXIT.
      ************************
       CHECK-BATCH-MASTER.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                   UNTIL (WS-BST-IDX > WS-BST-COUNT) OR ENTRY-FOUND
              IF WS-BST-TBL-ID(WS-BST-IDX) = WS-BATCH-ID
                 SET ENTRY-FOUND TO TRUE
                 IF WS-BST-TBL-STATUS(WS-BST-IDX) = 'POSTED'
                    SET BATCH-REFUSED TO TRUE
                    SET SEV-ERROR TO TRUE
                    MOVE 'Batch already posted' TO WS-PF-MSG
                    PERFORM WRITE-EXCEPTION
                 END-IF
                 IF (WS-BST-TBL-STATUS(WS-BST-IDX) = 'VERIFIED')
                    OR (WS-BST-TBL-STATUS(WS-BST-IDX) = 'HELD')
                    SET BATCH-REFUSED TO TRUE
                    SET SEV-ERROR TO TRUE
                    MOVE SPACES TO WS-PF-MSG
                    STRING 'Batch already verified - run '
                             DELIMITED BY SIZE
                           WS-BST-TBL-RUN-ID(WS-BST-IDX)
                             DELIMITED BY SIZE
                      INTO WS-PF-MSG
                    PERFORM WRITE-EXCEPTION
                 END-IF
              END-IF
           END-PERFORM.
       CHECK-BATCH-MASTER-END. EXIT.
      ************************
       CHECK-BATCH-TRAILER.
           IF NOT BATCH-ACTIVE
              SET SEV-ERROR TO TRUE
              MOVE 'Batch trailer out of sequence' TO WS-PF-MSG
              PERFORM WRITE-EXCEPTION
           ELSE
              IF (BAT-EXP-COUNT NOT NUMERIC)
                 OR (BAT-EXP-COUNT NOT = WS-BAT-COUNT)
                 SET SEV-ERROR TO TRUE
                 MOVE SPACES TO WS-PF-MSG
                 STRING 'Batch count mismatch - ' DELIMITED BY SIZE
                        WS-BAT-COUNT DELIMITED BY SIZE
                        ' read' DELIMITED BY SIZE
                   INTO WS-PF-MSG
                 PERFORM WRITE-EXCEPTION
              END-IF
              IF (BAT-HASH-TOTAL NOT NUMERIC)
                 OR (BAT-HASH-TOTAL NOT = WS-BAT-HASH)
                 MOVE WS-BAT-HASH TO WS-EDIT-HASH
                 MOVE ZERO TO WS-EDIT-LEADING
                 INSPECT WS-EDIT-HASH TALLYING WS-EDIT-LEADING
                         FOR LEADING SPACE
                 SET SEV-ERROR TO TRUE
                 MOVE SPACES TO WS-PF-MSG
                 STRING 'Batch hash mismatch - computed '
                          DELIMITED BY SIZE
                        WS-EDIT-HASH(WS-EDIT-LEADING + 1:)
                          DELIMITED BY SIZE
                   INTO WS-PF-MSG
                 PERFORM WRITE-EXCEPTION
              END-IF
              PERFORM CLOSE-BATCH
           END-IF.
       CHECK-BATCH-TRAILER-END. EXIT.
      ************************
       BATCH-TRAILER-MISSING.
           MOVE SPACES TO WS-PF-RECORD.
           STRING 'HDR ' DELIMITED BY SIZE
                  WS-BATCH-ID DELIMITED BY SIZE
             INTO WS-PF-RECORD.
           SET SEV-ERROR TO TRUE.
           MOVE 'Batch trailer missing' TO WS-PF-MSG.
           PERFORM WRITE-EXCEPTION.
           PERFORM CLOSE-BATCH.
       BATCH-TRAILER-MISSING-END. EXIT.
      ************************
       CLOSE-BATCH.
           IF WS-BT-CUR > 0
              MOVE WS-BAT-COUNT TO WS-BT-RECS(WS-BT-CUR)
              MOVE WS-BAT-HASH  TO WS-BT-HASH(WS-BT-CUR)
           END-IF.
           MOVE 'N' TO WS-BAT-ACTIVE-FLAG.
           MOVE 'N' TO WS-BAT-REFUSE-FLAG.
           MOVE SPACES TO WS-BATCH-ID.
           MOVE ZERO TO WS-BAT-BUS-DATE.
           MOVE ZERO TO WS-BT-CUR.
       CLOSE-BATCH-END. EXIT.
      ************************
       CHECK-NUMBERS-REC.
           MOVE 'N' TO WS-REC-ERR-FLAG.
           MOVE SPACES TO WS-PF-PREFIX.
           IF BATCH-ACTIVE
              ADD 1 TO WS-BAT-COUNT
              IF INP-NUMBER-1 NUMERIC
                 ADD INP-NUMBER-1 TO WS-BAT-HASH
              END-IF
              IF INP-NUMBER-2 NUMERIC
                 ADD INP-NUMBER-2 TO WS-BAT-HASH
              END-IF
           ELSE
              SET SEV-WARNING TO TRUE
              MOVE 'Record outside batch' TO WS-PF-MSG
              PERFORM WRITE-EXCEPTION
           END-IF.
           MOVE ZERO TO WS-STO-NUM.
           IF INP-STORE-FLD NOT = SPACES
              IF (INP-STORE-FLD(1:5) = 'STO R')
                 AND (INP-STORE-FLD(6:2) NUMERIC)
                 AND (INP-STORE-FLD(6:2) NOT = '00')
                 MOVE INP-STORE-FLD(6:2) TO WS-STO-NUM
              ELSE
                 SET RECORD-IN-ERROR TO TRUE
                 SET SEV-ERROR TO TRUE
                 MOVE 'Invalid store request' TO WS-PF-MSG
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF.
           MOVE INP-REC(1:7) TO WS-OPND-TEXT.
           PERFORM CHECK-OPERAND.
           MOVE INP-REC(11:7) TO WS-OPND-TEXT.
           PERFORM CHECK-OPERAND.
           MOVE INP-OPERATOR TO WS-CHK-OPER.
           PERFORM CHECK-OPERATOR.
           IF (WS-STO-NUM > 0) AND (NOT RECORD-IN-ERROR)
              AND (NOT BATCH-REFUSED)
              MOVE 'Y' TO WS-REG-SET-FLAG(WS-STO-NUM)
           END-IF.
       CHECK-NUMBERS-REC-END. EXIT.
      ************************
       CHECK-FORMULA-CALL.
           MOVE 'N' TO WS-REC-ERR-FLAG.
           MOVE SPACES TO WS-PF-PREFIX.
           MOVE FRM-CALL-NAME TO WS-FORMULA-NAME.
           IF BATCH-ACTIVE
              ADD 1 TO WS-BAT-COUNT
           ELSE
              SET SEV-WARNING TO TRUE
              MOVE 'Record outside batch' TO WS-PF-MSG
              PERFORM WRITE-EXCEPTION
           END-IF.
           MOVE ZERO TO WS-FRM-NAME-COUNT.
           PERFORM VARYING WS-FRM-SRCH FROM 1 BY 1
                   UNTIL WS-FRM-SRCH > WS-FRM-COUNT
              IF WS-FRM-TBL-NAME(WS-FRM-SRCH) = WS-FORMULA-NAME
                 ADD 1 TO WS-FRM-NAME-COUNT
              END-IF
           END-PERFORM.
           IF WS-FRM-NAME-COUNT = 0
              SET SEV-ERROR TO TRUE
              MOVE SPACES TO WS-PF-MSG
              STRING 'Formula not found - ' DELIMITED BY SIZE
                     WS-FORMULA-NAME DELIMITED BY SIZE
                INTO WS-PF-MSG
              PERFORM WRITE-EXCEPTION
           ELSE
              MOVE ZERO TO WS-FRM-STEPS-DONE
              MOVE 1 TO WS-FRM-NEXT-STEP
              PERFORM FIND-FORMULA-STEP
              PERFORM UNTIL NOT FORMULA-STEP-FOUND
                 ADD 1 TO WS-FRM-STEPS-DONE
                 PERFORM CHECK-FORMULA-STEP
                 ADD 1 TO WS-FRM-NEXT-STEP
                 PERFORM FIND-FORMULA-STEP
              END-PERFORM
              MOVE SPACES TO WS-PF-PREFIX
              IF WS-FRM-STEPS-DONE NOT = WS-FRM-NAME-COUNT
                 SET SEV-ERROR TO TRUE
                 MOVE 'Formula step sequence error' TO WS-PF-MSG
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF.
       CHECK-FORMULA-CALL-END. EXIT.
      ************************
       FIND-FORMULA-STEP.
           MOVE 'N' TO WS-FRM-STEP-FLAG.
           PERFORM VARYING WS-FRM-SRCH FROM 1 BY 1
                   UNTIL (WS-FRM-SRCH > WS-FRM-COUNT)
                      OR FORMULA-STEP-FOUND
              IF (WS-FRM-TBL-NAME(WS-FRM-SRCH) = WS-FORMULA-NAME)
                 AND (WS-FRM-TBL-STEP(WS-FRM-SRCH)
                      = WS-FRM-NEXT-STEP)
                 SET FORMULA-STEP-FOUND TO TRUE
                 MOVE WS-FRM-SRCH TO WS-FRM-IDX
              END-IF
           END-PERFORM.
       FIND-FORMULA-STEP-END. EXIT.
      ************************
       CHECK-FORMULA-STEP.
           MOVE SPACES TO WS-PF-PREFIX.
           STRING 'STEP ' DELIMITED BY SIZE
                  WS-FRM-TBL-STEP(WS-FRM-IDX) DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
             INTO WS-PF-PREFIX.
           MOVE WS-FRM-TBL-OPND-1(WS-FRM-IDX) TO WS-FRM-OPND.
           PERFORM CHECK-FRM-OPERAND.
           MOVE WS-FRM-TBL-OPND-2(WS-FRM-IDX) TO WS-FRM-OPND.
           PERFORM CHECK-FRM-OPERAND.
           MOVE WS-FRM-TBL-OPER(WS-FRM-IDX) TO WS-CHK-OPER.
           PERFORM CHECK-OPERATOR.
       CHECK-FORMULA-STEP-END. EXIT.
      ************************
       CHECK-FRM-OPERAND.
           IF WS-FRM-OPND = '*PREV'
              IF WS-FRM-NEXT-STEP = 1
                 SET SEV-ERROR TO TRUE
                 MOVE 'Formula step sequence error' TO WS-PF-MSG
                 PERFORM WRITE-EXCEPTION
              END-IF
           ELSE
              IF WS-FRM-OPND = '*ARG1'
                 MOVE FRM-CALL-ARG1 TO WS-OPND-TEXT
              ELSE
                 IF WS-FRM-OPND = '*ARG2'
                    MOVE FRM-CALL-ARG2 TO WS-OPND-TEXT
                 ELSE
                    MOVE WS-FRM-OPND TO WS-OPND-TEXT
                 END-IF
              END-IF
              PERFORM CHECK-OPERAND
           END-IF.
       CHECK-FRM-OPERAND-END. EXIT.
      ************************
       CHECK-OPERAND.
           IF (WS-OPND-TEXT(1:1) = 'R') AND (WS-OPND-TEXT(2:2) NUMERIC)
              AND (WS-OPND-TEXT(4:4) = SPACES)
              MOVE WS-OPND-TEXT(2:2) TO WS-REG-NUM
              IF WS-REG-NUM = 0
                 SET RECORD-IN-ERROR TO TRUE
                 SET SEV-ERROR TO TRUE
                 MOVE 'Invalid register reference' TO WS-PF-MSG
                 PERFORM WRITE-EXCEPTION
              ELSE
                 IF WS-REG-SET-FLAG(WS-REG-NUM) NOT = 'Y'
                    SET RECORD-IN-ERROR TO TRUE
                    SET SEV-ERROR TO TRUE
                    MOVE SPACES TO WS-PF-MSG
                    STRING 'Register not set - ' DELIMITED BY SIZE
                           WS-OPND-TEXT(1:3) DELIMITED BY SIZE
                      INTO WS-PF-MSG
                    PERFORM WRITE-EXCEPTION
                 END-IF
              END-IF
           ELSE
              IF (WS-OPND-TEXT(1:1) ALPHABETIC)
                 AND (WS-OPND-TEXT(1:1) NOT = SPACE)
                 MOVE WS-OPND-TEXT TO WS-CON-LOOK-NAME
                 PERFORM CHECK-CONSTANT
              ELSE
                 MOVE WS-OPND-TEXT TO WS-OPND-NUM-X
                 IF WS-OPND-NUM NOT NUMERIC
                    SET RECORD-IN-ERROR TO TRUE
                    SET SEV-ERROR TO TRUE
                    MOVE SPACES TO WS-PF-MSG
                    STRING 'Non-numeric operand - ' DELIMITED BY SIZE
                           WS-OPND-TEXT DELIMITED BY SIZE
                      INTO WS-PF-MSG
                    PERFORM WRITE-EXCEPTION
                 END-IF
              END-IF
           END-IF.
       CHECK-OPERAND-END. EXIT.
      ************************
       CHECK-CONSTANT.
           MOVE ZERO TO WS-CON-NAME-HITS.
           MOVE ZERO TO WS-CON-BEST-EFF.
           MOVE ZERO TO WS-CON-BEST-IDX.
           MOVE 'N' TO WS-RUN-EFF-FLAG.
           MOVE 'N' TO WS-BUS-EFF-FLAG.
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-COUNT
              IF WS-TBL-NAME(WS-CON-IDX) = WS-CON-LOOK-NAME
                 ADD 1 TO WS-CON-NAME-HITS
                 IF (WS-TBL-EFF-DATE(WS-CON-IDX) <= WS-RUN-DATE)
                    AND ((WS-TBL-EXP-DATE(WS-CON-IDX) = ZERO)
                         OR (WS-TBL-EXP-DATE(WS-CON-IDX)
                             >= WS-RUN-DATE))
                    IF WS-TBL-EFF-DATE(WS-CON-IDX) >= WS-CON-BEST-EFF
                       SET EFFECTIVE-ON-RUN-DATE TO TRUE
                       MOVE WS-TBL-EFF-DATE(WS-CON-IDX)
                         TO WS-CON-BEST-EFF
                       MOVE WS-CON-IDX TO WS-CON-BEST-IDX
                    END-IF
                 END-IF
                 IF (WS-TBL-EFF-DATE(WS-CON-IDX) <= WS-BAT-BUS-DATE)
                    AND ((WS-TBL-EXP-DATE(WS-CON-IDX) = ZERO)
                         OR (WS-TBL-EXP-DATE(WS-CON-IDX)
                             >= WS-BAT-BUS-DATE))
                    SET EFFECTIVE-ON-BUS-DATE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CON-NAME-HITS = 0
              SET RECORD-IN-ERROR TO TRUE
              SET SEV-ERROR TO TRUE
              MOVE SPACES TO WS-PF-MSG
              STRING 'Constant not found - ' DELIMITED BY SIZE
                     WS-CON-LOOK-NAME DELIMITED BY SIZE
                INTO WS-PF-MSG
              PERFORM WRITE-EXCEPTION
           ELSE
              IF NOT EFFECTIVE-ON-RUN-DATE
                 SET RECORD-IN-ERROR TO TRUE
                 SET SEV-ERROR TO TRUE
                 MOVE SPACES TO WS-PF-MSG
                 STRING 'Constant not effective on run date - '
                          DELIMITED BY SIZE
                        WS-CON-LOOK-NAME DELIMITED BY SIZE
                   INTO WS-PF-MSG
                 PERFORM WRITE-EXCEPTION
              ELSE
                 IF WS-TBL-VALUE(WS-CON-BEST-IDX) NOT NUMERIC
                    SET RECORD-IN-ERROR TO TRUE
                    SET SEV-ERROR TO TRUE
                    MOVE SPACES TO WS-PF-MSG
                    STRING 'Invalid constant value - '
                             DELIMITED BY SIZE
                           WS-CON-LOOK-NAME DELIMITED BY SIZE
                      INTO WS-PF-MSG
                    PERFORM WRITE-EXCEPTION
                 ELSE
                    IF (WS-BAT-BUS-DATE NOT = ZERO)
                       AND (NOT EFFECTIVE-ON-BUS-DATE)
                       SET SEV-WARNING TO TRUE
                       MOVE SPACES TO WS-PF-MSG
                       STRING 'Constant not effective on bus date - '
                                DELIMITED BY SIZE
                              WS-CON-LOOK-NAME DELIMITED BY SIZE
                         INTO WS-PF-MSG
                       PERFORM WRITE-EXCEPTION
                    END-IF
                 END-IF
              END-IF
           END-IF.
       CHECK-CONSTANT-END. EXIT.
      ************************
       CHECK-OPERATOR.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL (WS-OP-IDX > 6) OR ENTRY-FOUND
              IF WS-OP-CODE(WS-OP-IDX) = WS-CHK-OPER
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF NOT ENTRY-FOUND
              SET RECORD-IN-ERROR TO TRUE
              SET SEV-ERROR TO TRUE
              MOVE SPACES TO WS-PF-MSG
              STRING 'Wrong Operator - "' DELIMITED BY SIZE
                     WS-CHK-OPER DELIMITED BY SIZE
                     '"' DELIMITED BY SIZE
                INTO WS-PF-MSG
              PERFORM WRITE-EXCEPTION
           END-IF.
       CHECK-OPERATOR-END. EXIT.
      ************************
       WRITE-EXCEPTION.
           IF SEV-ERROR
              ADD 1 TO WS-ERR-CNT
              IF WS-BT-CUR > 0
                 ADD 1 TO WS-BT-ERR-CNT(WS-BT-CUR)
              END-IF
           ELSE
              ADD 1 TO WS-WARN-CNT
              IF WS-BT-CUR > 0
                 ADD 1 TO WS-BT-WARN-CNT(WS-BT-CUR)
              END-IF
           END-IF.
           MOVE SPACES TO WS-PF-LINE-MSG.
           IF WS-PF-PREFIX = SPACES
              MOVE WS-PF-MSG TO WS-PF-LINE-MSG
           ELSE
              STRING WS-PF-PREFIX DELIMITED BY SIZE
                     WS-PF-MSG DELIMITED BY SIZE
                INTO WS-PF-LINE-MSG
           END-IF.
           MOVE SPACES TO RPT-REC.
           MOVE WS-REC-COUNT TO RPT-REC(1:8).
           IF SEV-ERROR
              MOVE 'ERROR' TO RPT-REC(10:8)
           ELSE
              MOVE 'WARNING' TO RPT-REC(10:8)
           END-IF.
           MOVE WS-BATCH-ID    TO RPT-REC(19:8).
           MOVE WS-PF-RECORD   TO RPT-REC(28:29).
           MOVE WS-PF-LINE-MSG TO RPT-REC(58:60).
           WRITE RPT-REC.
       WRITE-EXCEPTION-END. EXIT.
      ************************
       WRITE-HEADING.
           MOVE SPACES TO RPT-REC.
           STRING 'PRE-FLIGHT INPUT EDIT  INPUT: ' DELIMITED BY SIZE
                  WS-INP-NAME DELIMITED BY SPACE
                  '  RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'SEQ      SEVERITY BATCH    RECORD'
                    DELIMITED BY SIZE
                  '                        MESSAGE' DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
       WRITE-HEADING-END. EXIT.
      ************************
       WRITE-BATCH-SUMMARY.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'BATCH    DEPT BUS DATE  RECORDS' DELIMITED BY SIZE
                  '               HASH   ERRORS WARNINGS'
                    DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
              MOVE WS-BT-RECS(WS-BT-IDX)     TO WS-EDIT-COUNT
              MOVE WS-BT-HASH(WS-BT-IDX)     TO WS-EDIT-HASH
              MOVE WS-BT-ERR-CNT(WS-BT-IDX)  TO WS-EDIT-COUNT-2
              MOVE WS-BT-WARN-CNT(WS-BT-IDX) TO WS-EDIT-COUNT-3
              MOVE SPACES TO RPT-REC
              STRING WS-BT-ID(WS-BT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-BT-DEPT(WS-BT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-BT-BUS-DATE(WS-BT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EDIT-HASH DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EDIT-COUNT-2 DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EDIT-COUNT-3 DELIMITED BY SIZE
                INTO RPT-REC
              WRITE RPT-REC
           END-PERFORM.
       WRITE-BATCH-SUMMARY-END. EXIT.
      ************************
       WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-REC-COUNT TO WS-EDIT-COUNT.
           MOVE WS-ERR-CNT   TO WS-EDIT-COUNT-2.
           MOVE WS-WARN-CNT  TO WS-EDIT-COUNT-3.
           STRING 'RECORDS: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  ERRORS: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT-2 DELIMITED BY SIZE
                  '  WARNINGS: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT-3 DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF (WS-ERR-CNT > 0) OR TABLE-OVERFLOWED OR FILE-ERROR
              MOVE 'PRE-FLIGHT RESULT: ERRORS - DO NOT RUN'
                TO RPT-REC
           ELSE
              IF WS-WARN-CNT > 0
                 MOVE 'PRE-FLIGHT RESULT: WARNINGS' TO RPT-REC
              ELSE
                 MOVE 'PRE-FLIGHT RESULT: CLEAN' TO RPT-REC
              END-IF
           END-IF.
           WRITE RPT-REC.
           MOVE WS-REC-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'PREFLT: RECORDS  ' WS-EDIT-COUNT.
           MOVE WS-BT-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'PREFLT: BATCHES  ' WS-EDIT-COUNT.
           MOVE WS-ERR-CNT TO WS-EDIT-COUNT.
           DISPLAY 'PREFLT: ERRORS   ' WS-EDIT-COUNT.
           MOVE WS-WARN-CNT TO WS-EDIT-COUNT.
           DISPLAY 'PREFLT: WARNINGS ' WS-EDIT-COUNT.
       WRITE-TOTALS-END. EXIT.

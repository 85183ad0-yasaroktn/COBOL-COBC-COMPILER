       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "inbound.parms"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PARM-ST.
           SELECT CSV-FILE ASSIGN USING WS-CSV-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS CSV-ST.
           SELECT RESP-FILE ASSIGN USING WS-RESP-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS RESP-ST.
           SELECT INP-FILE ASSIGN USING WS-INP-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS INP-ST.
           SELECT BST-FILE ASSIGN TO "batstat"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS BST-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
         05 PARM-FILE-NAME PIC X(30).
       FD  CSV-FILE.
       01  CSV-REC  PIC X(200).
       FD  RESP-FILE.
       01  RESP-REC PIC X(250).
       FD  INP-FILE.
       01  INP-REC  PIC X(29).
       01  BATCH-CTL-REC.
         05 BAT-REC-TYPE PIC X(3).
            88 BATCH-HEADER-REC  VALUE 'HDR'.
            88 BATCH-TRAILER-REC VALUE 'TRL'.
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
       WORKING-STORAGE SECTION.
       01  PARM-ST  PIC 9(2).
       01  CSV-ST   PIC 9(2).
       01  RESP-ST  PIC 9(2).
       01  INP-ST   PIC 9(2).
       01  BST-ST   PIC 9(2).
       01  WS-CSV-NAME      PIC X(30).
       01  WS-RESP-NAME     PIC X(40).
       01  WS-INP-NAME      PIC X(30) VALUE 'input'.
       01  WS-CMD-LINE      PIC X(80).
       01  WS-INSTANCE      PIC 9 VALUE ZERO.
          88 INSTANCE-MODE  VALUE 1 THRU 9.
       01  WS-LOWER         PIC X(26)
                            VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER         PIC X(26)
                            VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
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
       01  WS-OP-TRY        PIC X(3).
       01  WS-OP-OUT        PIC X(3).
       01  WS-BST-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-BST-MAX       PIC 9(3) VALUE 200.
       01  WS-BST-IDX       PIC 9(3).
       01  WS-BST-TABLE.
         05 WS-BST-ENTRY OCCURS 200.
           10 WS-BST-TBL-ID     PIC X(8).
           10 WS-BST-TBL-STATUS PIC X(8).
       01  WS-IB-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-IB-MAX        PIC 9(3) VALUE 200.
       01  WS-IB-IDX        PIC 9(3).
       01  WS-IB-TABLE.
         05 WS-IB-ENTRY OCCURS 200.
           10 WS-IB-TBL-ID      PIC X(8).
       01  WS-BUF-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-BUF-MAX       PIC 9(4) VALUE 5000.
       01  WS-BUF-IDX       PIC 9(4).
       01  WS-BUF-TABLE.
         05 WS-BUF-ENTRY OCCURS 5000.
           10 WS-BUF-REC        PIC X(29).
       01  WS-CSV-LINE      PIC X(200).
       01  WS-LINE-NO       PIC 9(6).
       01  WS-FLD-COUNT     PIC 9(2).
       01  WS-FLD-IDX       PIC 9(2).
       01  WS-FIELDS.
         05 WS-FLD OCCURS 7 PIC X(40).
       01  WS-BATCH-ID      PIC X(8).
       01  WS-BUS-DATE      PIC 9(8).
       01  WS-DEPT          PIC X(4).
       01  WS-BAT-HASH      PIC S9(13)V99.
       01  WS-LINE-HASH     PIC S9(13)V99.
       01  WS-OUT-LINE      PIC X(29).
       01  WS-REASON        PIC X(40).
       01  WS-CNV-TEXT      PIC X(40).
       01  WS-CNV-OUT       PIC X(7).
       01  WS-CNV-WORK      PIC S9(13)V9(4).
       01  WS-CNV-2DP       PIC S9(13)V99.
       01  WS-CNV-NUM       PIC S9(4)V99 SIGN IS LEADING
                            SEPARATE.
       01  WS-CNV-NUM-X REDEFINES WS-CNV-NUM PIC X(7).
       01  WS-STO-TEXT      PIC X(40).
       01  WS-STO-OUT       PIC X(7).
       01  WS-FILE-ACC-CNT  PIC 9(6).
       01  WS-FILE-REJ-CNT  PIC 9(6).
       01  WS-FILE-CNT      PIC 9(6) VALUE ZERO.
       01  WS-FILE-FAIL-CNT PIC 9(6) VALUE ZERO.
       01  WS-BATCH-CNT     PIC 9(6) VALUE ZERO.
       01  WS-ACC-CNT       PIC 9(8) VALUE ZERO.
       01  WS-REJ-CNT       PIC 9(8) VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-EDIT-COUNT-2  PIC ZZZZZZZ9.
       01  WS-FLAGS.
         05 WS-PARM-EOF PIC X VALUE 'N'.
            88 END-OF-PARMS VALUE 'Y'.
         05 WS-CSV-EOF PIC X.
            88 END-OF-CSV VALUE 'Y'.
         05 WS-INP-EOF PIC X VALUE 'N'.
            88 END-OF-INPUT VALUE 'Y'.
         05 WS-BST-EOF PIC X VALUE 'N'.
            88 END-OF-BATSTAT VALUE 'Y'.
         05 WS-OVFL-FLAG PIC X VALUE 'N'.
            88 TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-FILE-ERR-FLAG PIC X VALUE 'N'.
            88 FILE-ERROR VALUE 'Y'.
         05 WS-HDR-FLAG PIC X.
            88 HEADER-SEEN VALUE 'Y'.
         05 WS-FILE-REJ-FLAG PIC X.
            88 FILE-REJECTED VALUE 'Y'.
         05 WS-LINE-ERR-FLAG PIC X.
            88 LINE-IN-ERROR VALUE 'Y'.
         05 WS-FLD-OVFL-FLAG PIC X.
            88 TOO-MANY-FIELDS VALUE 'Y'.
         05 WS-CNV-LIT-FLAG PIC X.
            88 OPERAND-LITERAL VALUE 'Y'.
         05 WS-FOUND-FLAG PIC X.
            88 ENTRY-FOUND VALUE 'Y'.
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
           OPEN INPUT PARM-FILE.
           IF PARM-ST NOT = 0
              IF PARM-ST = 35
                 DISPLAY 'INBOUND: inbound.parms not found'
              ELSE
                 DISPLAY 'hata' PARM-ST
              END-IF
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           PERFORM LOAD-BATCH-MASTER.
           PERFORM LOAD-INPUT-BATCHES.
           PERFORM UNTIL END-OF-PARMS
              READ PARM-FILE
              IF PARM-ST = 10
                 SET END-OF-PARMS TO TRUE
              ELSE
                 IF (PARM-ST NOT = 0) AND (PARM-ST NOT = 6)
                    DISPLAY 'hata' PARM-ST
                    MOVE 'Y' TO WS-FILE-ERR-FLAG
                    SET END-OF-PARMS TO TRUE
                 ELSE
                    IF PARM-FILE-NAME NOT = SPACES
                       MOVE PARM-FILE-NAME TO WS-CSV-NAME
                       PERFORM PROC-INBOUND-FILE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PARM-FILE.
           MOVE WS-FILE-CNT TO WS-EDIT-COUNT.
           DISPLAY 'INBOUND: FILES          ' WS-EDIT-COUNT.
           MOVE WS-FILE-FAIL-CNT TO WS-EDIT-COUNT.
           DISPLAY 'INBOUND: FILES REJECTED ' WS-EDIT-COUNT.
           MOVE WS-BATCH-CNT TO WS-EDIT-COUNT.
           DISPLAY 'INBOUND: BATCHES ADDED  ' WS-EDIT-COUNT.
           MOVE WS-ACC-CNT TO WS-EDIT-COUNT.
           DISPLAY 'INBOUND: LINES ACCEPTED ' WS-EDIT-COUNT.
           MOVE WS-REJ-CNT TO WS-EDIT-COUNT.
           DISPLAY 'INBOUND: LINES REJECTED ' WS-EDIT-COUNT.
           IF TABLE-OVERFLOWED OR FILE-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              IF (WS-REJ-CNT > 0) OR (WS-FILE-FAIL-CNT > 0)
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.
                    STOP RUN.
       MAIN-PROC-END. EXIT.
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
                    ELSE
                       IF NOT TABLE-OVERFLOWED
                          SET TABLE-OVERFLOWED TO TRUE
                          DISPLAY 'INBOUND: batch status table full'
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
       LOAD-INPUT-BATCHES.
           OPEN INPUT INP-FILE.
           IF INP-ST NOT = 0
              IF INP-ST NOT = 35
                 DISPLAY 'hata' INP-ST
                 MOVE 'Y' TO WS-FILE-ERR-FLAG
              END-IF
              SET END-OF-INPUT TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ INP-FILE
              IF INP-ST = 10
                 SET END-OF-INPUT TO TRUE
              ELSE
                 IF INP-ST NOT = 0
                    DISPLAY 'hata' INP-ST
                    MOVE 'Y' TO WS-FILE-ERR-FLAG
                    SET END-OF-INPUT TO TRUE
                 ELSE
                    IF BATCH-HEADER-REC
                       MOVE BAT-BATCH-ID TO WS-BATCH-ID
                       PERFORM ADD-INPUT-BATCH
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF INP-ST NOT = 35
              CLOSE INP-FILE
           END-IF.
       LOAD-INPUT-BATCHES-END. EXIT.
      ************************
       ADD-INPUT-BATCH.
           IF WS-IB-COUNT < WS-IB-MAX
              ADD 1 TO WS-IB-COUNT
              MOVE WS-BATCH-ID TO WS-IB-TBL-ID(WS-IB-COUNT)
           ELSE
              IF NOT TABLE-OVERFLOWED
                 SET TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'INBOUND: input batch table full'
              END-IF
           END-IF.
       ADD-INPUT-BATCH-END. EXIT.
      ************************
       PROC-INBOUND-FILE.
           ADD 1 TO WS-FILE-CNT.
           MOVE ZERO TO WS-FILE-ACC-CNT.
           MOVE ZERO TO WS-FILE-REJ-CNT.
           MOVE ZERO TO WS-BUF-COUNT.
           MOVE ZERO TO WS-BAT-HASH.
           MOVE ZERO TO WS-LINE-NO.
           MOVE SPACES TO WS-BATCH-ID.
           MOVE 'N' TO WS-HDR-FLAG.
           MOVE 'N' TO WS-FILE-REJ-FLAG.
           MOVE 'N' TO WS-CSV-EOF.
           MOVE SPACES TO WS-RESP-NAME.
           STRING FUNCTION TRIM(WS-CSV-NAME) DELIMITED BY SIZE
                  '.resp' DELIMITED BY SIZE
             INTO WS-RESP-NAME.
           OPEN INPUT CSV-FILE.
           IF CSV-ST NOT = 0
              IF CSV-ST = 35
                 DISPLAY 'INBOUND: file ' FUNCTION TRIM(WS-CSV-NAME)
                         ' not found'
              ELSE
                 DISPLAY 'hata' CSV-ST
              END-IF
              ADD 1 TO WS-FILE-FAIL-CNT
           ELSE
              OPEN OUTPUT RESP-FILE
              IF (RESP-ST NOT = 0) AND (RESP-ST NOT = 97)
                 DISPLAY 'hata' RESP-ST
              END-IF
              MOVE SPACES TO RESP-REC
              STRING 'LINE,REASON,DATA' DELIMITED BY SIZE
                INTO RESP-REC
              WRITE RESP-REC
              PERFORM UNTIL END-OF-CSV
                 READ CSV-FILE
                 IF CSV-ST = 10
                    SET END-OF-CSV TO TRUE
                 ELSE
                    IF (CSV-ST NOT = 0) AND (CSV-ST NOT = 4)
                       AND (CSV-ST NOT = 6)
                       DISPLAY 'hata' CSV-ST
                       MOVE 'Y' TO WS-FILE-ERR-FLAG
                       SET FILE-REJECTED TO TRUE
                       SET END-OF-CSV TO TRUE
                    ELSE
                       ADD 1 TO WS-LINE-NO
                       MOVE CSV-REC TO WS-CSV-LINE
                       INSPECT WS-CSV-LINE REPLACING ALL X'0D'
                               BY SPACE
                       IF (CSV-ST = 4) OR (CSV-ST = 6)
                          MOVE 'Record too long' TO WS-REASON
                          IF NOT HEADER-SEEN
                             SET HEADER-SEEN TO TRUE
                             SET FILE-REJECTED TO TRUE
                          END-IF
                          PERFORM WRITE-RESPONSE
                       ELSE
                          IF WS-CSV-LINE NOT = SPACES
                             PERFORM PROC-CSV-LINE
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CSV-FILE
              IF NOT HEADER-SEEN
                 SET FILE-REJECTED TO TRUE
                 MOVE ZERO TO WS-LINE-NO
                 MOVE SPACES TO WS-CSV-LINE
                 MOVE 'Batch header line missing' TO WS-REASON
                 PERFORM WRITE-RESPONSE
              END-IF
              IF (NOT FILE-REJECTED) AND (WS-BUF-COUNT > 0)
                 PERFORM APPEND-BATCH
              END-IF
              IF FILE-REJECTED
                 ADD 1 TO WS-FILE-FAIL-CNT
                 MOVE ZERO TO WS-FILE-ACC-CNT
              END-IF
              ADD WS-FILE-ACC-CNT TO WS-ACC-CNT
              ADD WS-FILE-REJ-CNT TO WS-REJ-CNT
              MOVE WS-FILE-ACC-CNT TO WS-EDIT-COUNT
              MOVE WS-FILE-REJ-CNT TO WS-EDIT-COUNT-2
              MOVE SPACES TO RESP-REC
              STRING 'TOTAL,BATCH ' DELIMITED BY SIZE
                     WS-BATCH-ID DELIMITED BY SIZE
                     ' ACCEPTED ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                     ' REJECTED ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
                INTO RESP-REC
              WRITE RESP-REC
              CLOSE RESP-FILE
              DISPLAY 'INBOUND: ' FUNCTION TRIM(WS-CSV-NAME)
                      ' BATCH ' WS-BATCH-ID
                      ' ACCEPTED ' WS-EDIT-COUNT
                      ' REJECTED ' WS-EDIT-COUNT-2
           END-IF.
       PROC-INBOUND-FILE-END. EXIT.
      ************************
       PROC-CSV-LINE.
           MOVE SPACES TO WS-FIELDS.
           MOVE ZERO TO WS-FLD-COUNT.
           MOVE 'N' TO WS-FLD-OVFL-FLAG.
           UNSTRING WS-CSV-LINE DELIMITED BY ','
               INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
                    WS-FLD(5) WS-FLD(6) WS-FLD(7)
               TALLYING IN WS-FLD-COUNT
               ON OVERFLOW
                  SET TOO-MANY-FIELDS TO TRUE
           END-UNSTRING.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 7
              INSPECT WS-FLD(WS-FLD-IDX) REPLACING ALL '"' BY SPACE
              INSPECT WS-FLD(WS-FLD-IDX) CONVERTING WS-LOWER
                      TO WS-UPPER
              MOVE FUNCTION TRIM(WS-FLD(WS-FLD-IDX))
                TO WS-FLD(WS-FLD-IDX)
           END-PERFORM.
           IF NOT HEADER-SEEN
              SET HEADER-SEEN TO TRUE
              PERFORM PROC-HEADER-LINE
           ELSE
              IF FILE-REJECTED
                 MOVE 'Batch header rejected' TO WS-REASON
                 PERFORM WRITE-RESPONSE
              ELSE
                 PERFORM PROC-DETAIL-LINE
              END-IF
           END-IF.
       PROC-CSV-LINE-END. EXIT.
      ************************
       PROC-HEADER-LINE.
           MOVE SPACES TO WS-REASON.
           IF WS-FLD(1) NOT = 'BATCH'
              MOVE 'Batch header line missing' TO WS-REASON
           ELSE
              IF (WS-FLD(2) = SPACES) OR (WS-FLD(2)(9:) NOT = SPACES)
                 MOVE 'Invalid batch id' TO WS-REASON
              ELSE
                 MOVE WS-FLD(2) TO WS-BATCH-ID
                 IF (WS-FLD(3)(1:8) NOT NUMERIC)
                    OR (WS-FLD(3)(9:) NOT = SPACES)
                    MOVE 'Invalid business date' TO WS-REASON
                 ELSE
                    MOVE WS-FLD(3)(1:8) TO WS-BUS-DATE
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE)
                       NOT = 0
                       MOVE 'Invalid business date' TO WS-REASON
                    ELSE
                       IF (WS-FLD(4) = SPACES)
                          OR (WS-FLD(4)(5:) NOT = SPACES)
                          MOVE 'Invalid department' TO WS-REASON
                       ELSE
                          MOVE WS-FLD(4) TO WS-DEPT
                          IF (WS-FLD(5) NOT = SPACES)
                             OR (WS-FLD(6) NOT = SPACES)
                             OR (WS-FLD(7) NOT = SPACES)
                             OR TOO-MANY-FIELDS
                             MOVE 'Too many fields' TO WS-REASON
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-REASON = SPACES
              PERFORM CHECK-DUPLICATE-BATCH
           END-IF.
           IF WS-REASON NOT = SPACES
              SET FILE-REJECTED TO TRUE
              PERFORM WRITE-RESPONSE
           END-IF.
       PROC-HEADER-LINE-END. EXIT.
      ************************
       CHECK-DUPLICATE-BATCH.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-IB-IDX FROM 1 BY 1
                   UNTIL (WS-IB-IDX > WS-IB-COUNT) OR ENTRY-FOUND
              IF WS-IB-TBL-ID(WS-IB-IDX) = WS-BATCH-ID
                 SET ENTRY-FOUND TO TRUE
                 MOVE 'Batch already in input' TO WS-REASON
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                   UNTIL (WS-BST-IDX > WS-BST-COUNT) OR ENTRY-FOUND
              IF WS-BST-TBL-ID(WS-BST-IDX) = WS-BATCH-ID
                 IF WS-BST-TBL-STATUS(WS-BST-IDX) = 'POSTED'
                    SET ENTRY-FOUND TO TRUE
                    MOVE 'Batch already posted' TO WS-REASON
                 END-IF
                 IF (WS-BST-TBL-STATUS(WS-BST-IDX) = 'VERIFIED')
                    OR (WS-BST-TBL-STATUS(WS-BST-IDX) = 'HELD')
                    SET ENTRY-FOUND TO TRUE
                    MOVE 'Batch already verified' TO WS-REASON
                 END-IF
              END-IF
           END-PERFORM.
       CHECK-DUPLICATE-BATCH-END. EXIT.
      ************************
       PROC-DETAIL-LINE.
           MOVE 'N' TO WS-LINE-ERR-FLAG.
           MOVE SPACES TO WS-REASON.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE ZERO TO WS-LINE-HASH.
           IF WS-FLD(1) = 'FRM'
              PERFORM CONVERT-FORMULA-LINE
           ELSE
              PERFORM CONVERT-NUMBERS-LINE
           END-IF.
           IF NOT LINE-IN-ERROR
              IF WS-BUF-COUNT < WS-BUF-MAX
                 ADD 1 TO WS-BUF-COUNT
                 MOVE WS-OUT-LINE TO WS-BUF-REC(WS-BUF-COUNT)
                 ADD WS-LINE-HASH TO WS-BAT-HASH
                 ADD 1 TO WS-FILE-ACC-CNT
              ELSE
                 SET LINE-IN-ERROR TO TRUE
                 MOVE 'Batch line limit reached' TO WS-REASON
              END-IF
           END-IF.
           IF LINE-IN-ERROR
              PERFORM WRITE-RESPONSE
           END-IF.
       PROC-DETAIL-LINE-END. EXIT.
      ************************
       CONVERT-NUMBERS-LINE.
           IF (WS-FLD(5) NOT = SPACES) OR (WS-FLD(6) NOT = SPACES)
              OR (WS-FLD(7) NOT = SPACES) OR TOO-MANY-FIELDS
              SET LINE-IN-ERROR TO TRUE
              MOVE 'Too many fields' TO WS-REASON
           END-IF.
           IF NOT LINE-IN-ERROR
              MOVE WS-FLD(1) TO WS-CNV-TEXT
              PERFORM CONVERT-OPERAND
              IF NOT LINE-IN-ERROR
                 MOVE WS-CNV-OUT TO WS-OUT-LINE(1:7)
                 IF OPERAND-LITERAL
                    ADD WS-CNV-NUM TO WS-LINE-HASH
                 END-IF
              END-IF
           END-IF.
           IF NOT LINE-IN-ERROR
              PERFORM CONVERT-OPERATOR
              IF NOT LINE-IN-ERROR
                 MOVE WS-OP-OUT TO WS-OUT-LINE(8:3)
              END-IF
           END-IF.
           IF NOT LINE-IN-ERROR
              MOVE WS-FLD(3) TO WS-CNV-TEXT
              PERFORM CONVERT-OPERAND
              IF NOT LINE-IN-ERROR
                 MOVE WS-CNV-OUT TO WS-OUT-LINE(11:7)
                 IF OPERAND-LITERAL
                    ADD WS-CNV-NUM TO WS-LINE-HASH
                 END-IF
              END-IF
           END-IF.
           IF NOT LINE-IN-ERROR
              PERFORM CONVERT-STORE
              IF NOT LINE-IN-ERROR
                 MOVE WS-STO-OUT TO WS-OUT-LINE(19:7)
              END-IF
           END-IF.
       CONVERT-NUMBERS-LINE-END. EXIT.
      ************************
       CONVERT-FORMULA-LINE.
           IF (WS-FLD(5) NOT = SPACES) OR (WS-FLD(6) NOT = SPACES)
              OR (WS-FLD(7) NOT = SPACES) OR TOO-MANY-FIELDS
              SET LINE-IN-ERROR TO TRUE
              MOVE 'Too many fields' TO WS-REASON
           END-IF.
           IF NOT LINE-IN-ERROR
              IF (WS-FLD(2) = SPACES) OR (WS-FLD(2)(9:) NOT = SPACES)
                 SET LINE-IN-ERROR TO TRUE
                 MOVE 'Invalid formula name' TO WS-REASON
              ELSE
                 MOVE 'FRM' TO WS-OUT-LINE(1:3)
                 MOVE WS-FLD(2) TO WS-OUT-LINE(5:8)
              END-IF
           END-IF.
           IF (NOT LINE-IN-ERROR) AND (WS-FLD(3) NOT = SPACES)
              MOVE WS-FLD(3) TO WS-CNV-TEXT
              PERFORM CONVERT-OPERAND
              IF NOT LINE-IN-ERROR
                 MOVE WS-CNV-OUT TO WS-OUT-LINE(14:7)
              END-IF
           END-IF.
           IF (NOT LINE-IN-ERROR) AND (WS-FLD(4) NOT = SPACES)
              MOVE WS-FLD(4) TO WS-CNV-TEXT
              PERFORM CONVERT-OPERAND
              IF NOT LINE-IN-ERROR
                 MOVE WS-CNV-OUT TO WS-OUT-LINE(22:7)
              END-IF
           END-IF.
       CONVERT-FORMULA-LINE-END. EXIT.
      ************************
       CONVERT-OPERAND.
           MOVE SPACES TO WS-CNV-OUT.
           MOVE 'N' TO WS-CNV-LIT-FLAG.
           IF WS-CNV-TEXT = SPACES
              SET LINE-IN-ERROR TO TRUE
              MOVE 'Operand missing' TO WS-REASON
           ELSE
              IF (WS-CNV-TEXT(1:1) = 'R') AND (WS-CNV-TEXT(2:2) NUMERIC)
                 AND (WS-CNV-TEXT(4:) = SPACES)
                 IF WS-CNV-TEXT(2:2) = '00'
                    SET LINE-IN-ERROR TO TRUE
                    MOVE 'Invalid register reference' TO WS-REASON
                 ELSE
                    MOVE WS-CNV-TEXT(1:3) TO WS-CNV-OUT
                 END-IF
              ELSE
                 IF WS-CNV-TEXT(1:1) ALPHABETIC
                    IF WS-CNV-TEXT(8:) NOT = SPACES
                       SET LINE-IN-ERROR TO TRUE
                       MOVE 'Constant name too long' TO WS-REASON
                    ELSE
                       MOVE WS-CNV-TEXT(1:7) TO WS-CNV-OUT
                    END-IF
                 ELSE
                    PERFORM CONVERT-NUMBER
                 END-IF
              END-IF
           END-IF.
       CONVERT-OPERAND-END. EXIT.
      ************************
       CONVERT-NUMBER.
           IF FUNCTION TEST-NUMVAL(WS-CNV-TEXT) NOT = 0
              SET LINE-IN-ERROR TO TRUE
              MOVE 'Non-numeric operand' TO WS-REASON
           ELSE
              COMPUTE WS-CNV-WORK = FUNCTION NUMVAL(WS-CNV-TEXT)
                 ON SIZE ERROR
                    SET LINE-IN-ERROR TO TRUE
                    MOVE 'Operand out of range' TO WS-REASON
              END-COMPUTE
              IF NOT LINE-IN-ERROR
                 MOVE WS-CNV-WORK TO WS-CNV-2DP
                 IF WS-CNV-2DP NOT = WS-CNV-WORK
                    SET LINE-IN-ERROR TO TRUE
                    MOVE 'More than 2 decimal places' TO WS-REASON
                 ELSE
                    IF (WS-CNV-2DP > 9999.99)
                       OR (WS-CNV-2DP < -9999.99)
                       SET LINE-IN-ERROR TO TRUE
                       MOVE 'Operand out of range' TO WS-REASON
                    ELSE
                       MOVE WS-CNV-2DP TO WS-CNV-NUM
                       MOVE WS-CNV-NUM-X TO WS-CNV-OUT
                       SET OPERAND-LITERAL TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       CONVERT-NUMBER-END. EXIT.
      ************************
       CONVERT-OPERATOR.
           MOVE SPACES TO WS-OP-OUT.
           IF WS-FLD(2)(2:) = SPACES
              MOVE SPACES TO WS-OP-TRY
              MOVE WS-FLD(2)(1:1) TO WS-OP-TRY(2:1)
           ELSE
              MOVE WS-FLD(2)(1:3) TO WS-OP-TRY
           END-IF.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-FLD(2)(4:) = SPACES
              PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                      UNTIL (WS-OP-IDX > 6) OR ENTRY-FOUND
                 IF (WS-OP-CODE(WS-OP-IDX) = WS-OP-TRY)
                    OR (WS-OP-NAME(WS-OP-IDX) = WS-FLD(2)(1:3))
                    SET ENTRY-FOUND TO TRUE
                    MOVE WS-OP-CODE(WS-OP-IDX) TO WS-OP-OUT
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT ENTRY-FOUND
              SET LINE-IN-ERROR TO TRUE
              MOVE 'Wrong Operator' TO WS-REASON
           END-IF.
       CONVERT-OPERATOR-END. EXIT.
      ************************
       CONVERT-STORE.
           MOVE SPACES TO WS-STO-OUT.
           IF WS-FLD(4) NOT = SPACES
              IF WS-FLD(4)(1:4) = 'STO '
                 MOVE FUNCTION TRIM(WS-FLD(4)(5:)) TO WS-STO-TEXT
              ELSE
                 MOVE WS-FLD(4) TO WS-STO-TEXT
              END-IF
              IF (WS-STO-TEXT(1:1) = 'R') AND (WS-STO-TEXT(2:2) NUMERIC)
                 AND (WS-STO-TEXT(2:2) NOT = '00')
                 AND (WS-STO-TEXT(4:) = SPACES)
                 MOVE 'STO ' TO WS-STO-OUT(1:4)
                 MOVE WS-STO-TEXT(1:3) TO WS-STO-OUT(5:3)
              ELSE
                 SET LINE-IN-ERROR TO TRUE
                 MOVE 'Invalid store request' TO WS-REASON
              END-IF
           END-IF.
       CONVERT-STORE-END. EXIT.
      ************************
       APPEND-BATCH.
           OPEN EXTEND INP-FILE.
           IF INP-ST = 35
              OPEN OUTPUT INP-FILE
           END-IF.
           IF (INP-ST NOT = 0) AND (INP-ST NOT = 97)
              DISPLAY 'hata' INP-ST
              MOVE 'Y' TO WS-FILE-ERR-FLAG
              SET FILE-REJECTED TO TRUE
           ELSE
              MOVE SPACES TO INP-REC
              MOVE 'HDR' TO BAT-REC-TYPE
              MOVE WS-BATCH-ID TO BAT-BATCH-ID
              MOVE WS-BUS-DATE TO BAT-BUS-DATE
              MOVE WS-DEPT     TO BAT-DEPT
              WRITE INP-REC
              PERFORM VARYING WS-BUF-IDX FROM 1 BY 1
                      UNTIL WS-BUF-IDX > WS-BUF-COUNT
                 MOVE WS-BUF-REC(WS-BUF-IDX) TO INP-REC
                 WRITE INP-REC
              END-PERFORM
              MOVE SPACES TO INP-REC
              MOVE 'TRL' TO BAT-REC-TYPE
              MOVE WS-BUF-COUNT TO BAT-EXP-COUNT
              MOVE WS-BAT-HASH  TO BAT-HASH-TOTAL
              WRITE INP-REC
              CLOSE INP-FILE
              ADD 1 TO WS-BATCH-CNT
              PERFORM ADD-INPUT-BATCH
           END-IF.
       APPEND-BATCH-END. EXIT.
      ************************
       WRITE-RESPONSE.
           ADD 1 TO WS-FILE-REJ-CNT.
           INSPECT WS-CSV-LINE REPLACING ALL '"' BY "'".
           MOVE SPACES TO RESP-REC.
           STRING WS-LINE-NO DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  ',"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-LINE TRAILING)
                    DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
             INTO RESP-REC.
           WRITE RESP-REC.
       WRITE-RESPONSE-END. EXIT.

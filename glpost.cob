       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BST-FILE ASSIGN TO "batstat"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS BST-ST.
           SELECT BST-TMP-FILE ASSIGN TO "batstat.tmp"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS BST-TMP-ST.
           SELECT MAP-FILE ASSIGN TO "glacct"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS MAP-ST.
           SELECT CAT-FILE ASSIGN TO "archcat"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS CAT-ST.
           SELECT AUDIT-FILE ASSIGN USING WS-AUD-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS AUD-ST.
           SELECT JNL-FILE ASSIGN USING WS-JNL-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS JNL-ST.
           SELECT EXC-FILE ASSIGN TO "glexcept"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS EXC-ST.
           SELECT GLP-FILE ASSIGN TO "glposted"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS GLP-ST.
       DATA DIVISION.
       FILE SECTION.
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
       FD  BST-TMP-FILE RECORDING MODE F.
       01  BST-TMP-REC  PIC X(72).
       FD  MAP-FILE RECORDING MODE F.
       01  MAP-REC.
         05 MAP-DEPT      PIC X(4).
         05 FILLER        PIC X.
         05 MAP-KEY       PIC X(8).
         05 FILLER        PIC X.
         05 MAP-DR-ACCT   PIC X(10).
         05 FILLER        PIC X.
         05 MAP-CR-ACCT   PIC X(10).
       FD  CAT-FILE RECORDING MODE F.
       01  CAT-REC.
         05 CAT-RUN-ID    PIC X(14).
         05 FILLER        PIC X.
         05 CAT-ARCH-DATE PIC 9(8).
         05 FILLER        PIC X.
         05 CAT-RET-DATE  PIC 9(8).
         05 FILLER        PIC X.
         05 CAT-STATUS    PIC X.
         05 FILLER        PIC X.
         05 CAT-FILES     PIC X(4).
         05 FILLER        PIC X.
         05 CAT-RESTORE-DATE PIC X(8).
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
       FD  JNL-FILE RECORDING MODE F.
       01  JNL-REC.
         05 JNL-POST-ID   PIC X(14).
         05 FILLER        PIC X.
         05 JNL-BATCH-ID  PIC X(8).
         05 FILLER        PIC X.
         05 JNL-BUS-DATE  PIC 9(8).
         05 FILLER        PIC X.
         05 JNL-DEPT      PIC X(4).
         05 FILLER        PIC X.
         05 JNL-ACCOUNT   PIC X(10).
         05 FILLER        PIC X.
         05 JNL-DR-CR     PIC X(2).
         05 FILLER        PIC X.
         05 JNL-AMOUNT    PIC 9(13)V99.
         05 FILLER        PIC X.
         05 JNL-RUN-ID    PIC X(14).
         05 FILLER        PIC X.
         05 JNL-SEQ       PIC 9(8).
         05 FILLER        PIC X.
         05 JNL-KEY       PIC X(8).
       FD  EXC-FILE RECORDING MODE F.
       01  EXC-REC  PIC X(80).
       FD  GLP-FILE RECORDING MODE F.
       01  GLP-REC.
         05 GLP-RUN-ID    PIC X(14).
         05 FILLER        PIC X.
         05 GLP-SEQ       PIC 9(8).
         05 FILLER        PIC X.
         05 GLP-POST-ID   PIC X(14).
         05 FILLER        PIC X.
         05 GLP-BATCH-ID  PIC X(8).
       WORKING-STORAGE SECTION.
       01  BST-ST     PIC 9(2).
       01  BST-TMP-ST PIC 9(2).
       01  MAP-ST     PIC 9(2).
       01  CAT-ST     PIC 9(2).
       01  AUD-ST     PIC 9(2).
       01  JNL-ST     PIC 9(2).
       01  EXC-ST     PIC 9(2).
       01  GLP-ST     PIC 9(2).
       01  WS-AUD-NAME       PIC X(30) VALUE 'audit'.
       01  WS-JNL-NAME       PIC X(30).
       01  WS-BST-FINAL-NAME PIC X(14) VALUE 'batstat'.
       01  WS-BST-TMP-NAME   PIC X(14) VALUE 'batstat.tmp'.
       01  WS-POST-ID        PIC X(14).
       01  WS-RESULT-VAL     PIC S9(8)V99.
       01  WS-AMOUNT         PIC 9(13)V99.
       01  WS-MAP-LOOK-KEY   PIC X(8).
       01  WS-DR-ACCT        PIC X(10).
       01  WS-CR-ACCT        PIC X(10).
       01  WS-EXC-TEXT       PIC X(40).
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
       01  WS-BST-IDX       PIC 9(4).
       01  WS-BST-SCAN      PIC 9(4).
       01  WS-BST-TABLE.
         05 WS-BST-ENTRY OCCURS 200.
           10 WS-BST-TBL-ID     PIC X(8).
           10 WS-BST-TBL-DATE   PIC 9(8).
           10 WS-BST-TBL-DEPT   PIC X(4).
           10 WS-BST-TBL-STATUS PIC X(8).
           10 WS-BST-TBL-COUNT  PIC 9(8).
           10 WS-BST-TBL-HASH   PIC S9(13)V99 SIGN IS LEADING
                                SEPARATE.
           10 WS-BST-TBL-RUN-ID PIC X(14).
       01  WS-GEN-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-GEN-MAX       PIC 9(4) VALUE 501.
       01  WS-GEN-IDX       PIC 9(4).
       01  WS-GEN-TABLE.
         05 WS-GEN-ENTRY OCCURS 501.
           10 WS-GEN-TBL-AUD PIC X(30).
       01  WS-GEN-NAME      PIC X(30).
       01  WS-MAP-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-MAP-MAX       PIC 9(3) VALUE 200.
       01  WS-MAP-IDX       PIC 9(4).
       01  WS-MAP-HIT       PIC 9(4).
       01  WS-MAP-TABLE.
         05 WS-MAP-ENTRY OCCURS 200.
           10 WS-MAP-TBL-DEPT    PIC X(4).
           10 WS-MAP-TBL-KEY     PIC X(8).
           10 WS-MAP-TBL-DR-ACCT PIC X(10).
           10 WS-MAP-TBL-CR-ACCT PIC X(10).
       01  WS-JNL-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-JNL-MAX       PIC 9(4) VALUE 1000.
       01  WS-JNL-IDX       PIC 9(4).
       01  WS-JNL-TABLE.
         05 WS-JNL-ENTRY OCCURS 1000.
           10 WS-JNL-TBL-ACCOUNT PIC X(10).
           10 WS-JNL-TBL-DR-CR   PIC X(2).
           10 WS-JNL-TBL-AMOUNT  PIC 9(13)V99.
           10 WS-JNL-TBL-RUN-ID  PIC X(14).
           10 WS-JNL-TBL-SEQ     PIC 9(8).
           10 WS-JNL-TBL-KEY     PIC X(8).
       01  WS-GLP-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-GLP-MAX       PIC 9(5) VALUE 20000.
       01  WS-GLP-IDX       PIC 9(5).
       01  WS-GLP-TABLE.
         05 WS-GLP-ENTRY OCCURS 20000.
           10 WS-GLP-TBL-RUN-ID  PIC X(14).
           10 WS-GLP-TBL-SEQ     PIC 9(8).
       01  WS-PND-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-PND-MAX       PIC 9(4) VALUE 1000.
       01  WS-PND-IDX       PIC 9(4).
       01  WS-PND-TABLE.
         05 WS-PND-ENTRY OCCURS 1000.
           10 WS-PND-TBL-RUN-ID  PIC X(14).
           10 WS-PND-TBL-SEQ     PIC 9(8).
       01  WS-BAT-AUD-COUNT PIC 9(8).
       01  WS-BAT-DR-TOTAL  PIC 9(13)V99.
       01  WS-BAT-CR-TOTAL  PIC 9(13)V99.
       01  WS-POSTED-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-EXCEPT-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-LATE-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-LINE-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-DR-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01  WS-CR-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-EDIT-TOTAL    PIC -(13)9.99.
       01  WS-EDIT-TOTAL-2  PIC -(13)9.99.
       01  WS-FLAGS.
         05 WS-BST-EOF PIC X VALUE 'N'.
            88 END-OF-BATSTAT VALUE 'Y'.
         05 WS-BST-OVFL-FLAG PIC X VALUE 'N'.
            88 BST-TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-MAP-EOF PIC X VALUE 'N'.
            88 END-OF-MAP VALUE 'Y'.
         05 WS-MAP-OVFL-FLAG PIC X VALUE 'N'.
            88 MAP-TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-MAP-FOUND-FLAG PIC X.
            88 MAP-FOUND VALUE 'Y'.
         05 WS-AUD-EOF PIC X.
            88 END-OF-AUDIT VALUE 'Y'.
         05 WS-UNMAPPED-FLAG PIC X.
            88 BATCH-UNMAPPED VALUE 'Y'.
         05 WS-JNL-OVFL-FLAG PIC X.
            88 JNL-TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-AUD-ERR-FLAG PIC X.
            88 AUDIT-READ-ERROR VALUE 'Y'.
         05 WS-BST-CHG-FLAG PIC X VALUE 'N'.
            88 BATSTAT-CHANGED VALUE 'Y'.
         05 WS-CAT-EOF PIC X VALUE 'N'.
            88 END-OF-CATALOG VALUE 'Y'.
         05 WS-GEN-OVFL-FLAG PIC X VALUE 'N'.
            88 GEN-TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-GEN-FOUND-FLAG PIC X.
            88 GEN-FOUND VALUE 'Y'.
         05 WS-GLP-EOF PIC X VALUE 'N'.
            88 END-OF-LEDGER VALUE 'Y'.
         05 WS-GLP-OVFL-FLAG PIC X VALUE 'N'.
            88 GLP-TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-GLP-FOUND-FLAG PIC X.
            88 ITEM-POSTED VALUE 'Y'.
         05 WS-LATEST-FLAG PIC X.
            88 LATEST-ENTRY VALUE 'Y'.
         05 WS-LATE-FLAG PIC X VALUE 'N'.
            88 LATE-PASS VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-POST-ID.
           PERFORM LOAD-BATCH-MASTER.
           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM LOAD-CATALOG.
           PERFORM LOAD-POSTED-ITEMS.
           IF BST-TABLE-OVERFLOWED OR MAP-TABLE-OVERFLOWED
              OR GEN-TABLE-OVERFLOWED OR GLP-TABLE-OVERFLOWED
              DISPLAY 'GLPOST: nothing posted'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                   UNTIL WS-BST-IDX > WS-BST-COUNT
              IF WS-BST-TBL-STATUS(WS-BST-IDX) = 'VERIFIED'
                 PERFORM POST-ONE-BATCH
              END-IF
           END-PERFORM.
           SET LATE-PASS TO TRUE.
           PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                   UNTIL WS-BST-IDX > WS-BST-COUNT
              IF WS-BST-TBL-STATUS(WS-BST-IDX) = 'POSTED'
                 PERFORM FIND-LATEST-ENTRY
                 IF LATEST-ENTRY
                    PERFORM POST-LATE-ITEMS
                 END-IF
              END-IF
           END-PERFORM.
           IF BATSTAT-CHANGED
              PERFORM REWRITE-BATCH-MASTER
           END-IF.
           PERFORM WRITE-TOTALS.
           PERFORM EXIT-FILES.
       MAIN-PROC-END. EXIT.
      ************************
       LOAD-BATCH-MASTER.
           OPEN INPUT BST-FILE.
           IF BST-ST NOT = 0
              SET END-OF-BATSTAT TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-BATSTAT
              READ BST-FILE
              IF BST-ST = 10
                 SET END-OF-BATSTAT TO TRUE
              ELSE
                 IF BST-ST NOT = 0
                    DISPLAY 'hata' BST-ST
                    SET BST-TABLE-OVERFLOWED TO TRUE
                    SET END-OF-BATSTAT TO TRUE
                 ELSE
                    IF WS-BST-COUNT < WS-BST-MAX
                       ADD 1 TO WS-BST-COUNT
                       MOVE BST-BATCH-ID
                         TO WS-BST-TBL-ID(WS-BST-COUNT)
                       MOVE BST-BUS-DATE
                         TO WS-BST-TBL-DATE(WS-BST-COUNT)
                       MOVE BST-DEPT
                         TO WS-BST-TBL-DEPT(WS-BST-COUNT)
                       MOVE BST-STATUS
                         TO WS-BST-TBL-STATUS(WS-BST-COUNT)
                       MOVE BST-REC-COUNT
                         TO WS-BST-TBL-COUNT(WS-BST-COUNT)
                       MOVE BST-HASH
                         TO WS-BST-TBL-HASH(WS-BST-COUNT)
                       MOVE BST-RUN-ID
                         TO WS-BST-TBL-RUN-ID(WS-BST-COUNT)
                    ELSE
                       IF NOT BST-TABLE-OVERFLOWED
                          SET BST-TABLE-OVERFLOWED TO TRUE
                          DISPLAY 'GLPOST: batch master '
                                  'table full'
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
       LOAD-ACCOUNT-MAP.
           OPEN INPUT MAP-FILE.
           IF MAP-ST NOT = 0
              SET END-OF-MAP TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-MAP
              READ MAP-FILE
              IF MAP-ST = 10
                 SET END-OF-MAP TO TRUE
              ELSE
                 IF MAP-ST NOT = 0
                    DISPLAY 'hata' MAP-ST
                    SET MAP-TABLE-OVERFLOWED TO TRUE
                    SET END-OF-MAP TO TRUE
                 ELSE
                    IF WS-MAP-COUNT < WS-MAP-MAX
                       ADD 1 TO WS-MAP-COUNT
                       MOVE MAP-DEPT
                         TO WS-MAP-TBL-DEPT(WS-MAP-COUNT)
                       MOVE MAP-KEY
                         TO WS-MAP-TBL-KEY(WS-MAP-COUNT)
                       MOVE MAP-DR-ACCT
                         TO WS-MAP-TBL-DR-ACCT(WS-MAP-COUNT)
                       MOVE MAP-CR-ACCT
                         TO WS-MAP-TBL-CR-ACCT(WS-MAP-COUNT)
                    ELSE
                       IF NOT MAP-TABLE-OVERFLOWED
                          SET MAP-TABLE-OVERFLOWED TO TRUE
                          DISPLAY 'GLPOST: account map '
                                  'table full'
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF MAP-ST NOT = 35
              CLOSE MAP-FILE
           END-IF.
       LOAD-ACCOUNT-MAP-END. EXIT.
      ************************
       LOAD-CATALOG.
           MOVE 'audit' TO WS-GEN-NAME.
           PERFORM ADD-AUDIT-GEN.
           OPEN INPUT CAT-FILE.
           IF CAT-ST NOT = 0
              IF CAT-ST NOT = 35
                 DISPLAY 'hata' CAT-ST
              END-IF
              SET END-OF-CATALOG TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-CATALOG
              READ CAT-FILE
              IF CAT-ST = 10
                 SET END-OF-CATALOG TO TRUE
              ELSE
                 IF CAT-ST NOT = 0
                    DISPLAY 'hata' CAT-ST
                    SET GEN-TABLE-OVERFLOWED TO TRUE
                    SET END-OF-CATALOG TO TRUE
                 ELSE
                    IF (CAT-STATUS NOT = 'P')
                       AND (CAT-FILES(1:1) = 'Y')
                       MOVE SPACES TO WS-GEN-NAME
                       STRING 'audit.' DELIMITED BY SIZE
                              CAT-RUN-ID DELIMITED BY SIZE
                         INTO WS-GEN-NAME
                       PERFORM ADD-AUDIT-GEN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF CAT-ST NOT = 35
              CLOSE CAT-FILE
           END-IF.
       LOAD-CATALOG-END. EXIT.
      ************************
       ADD-AUDIT-GEN.
           MOVE 'N' TO WS-GEN-FOUND-FLAG.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL (WS-GEN-IDX > WS-GEN-COUNT) OR GEN-FOUND
              IF WS-GEN-TBL-AUD(WS-GEN-IDX) = WS-GEN-NAME
                 SET GEN-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF NOT GEN-FOUND
              IF WS-GEN-COUNT < WS-GEN-MAX
                 ADD 1 TO WS-GEN-COUNT
                 MOVE WS-GEN-NAME TO WS-GEN-TBL-AUD(WS-GEN-COUNT)
              ELSE
                 IF NOT GEN-TABLE-OVERFLOWED
                    SET GEN-TABLE-OVERFLOWED TO TRUE
                    DISPLAY 'GLPOST: generation table full'
                 END-IF
              END-IF
           END-IF.
       ADD-AUDIT-GEN-END. EXIT.
      ************************
       LOAD-POSTED-ITEMS.
           OPEN INPUT GLP-FILE.
           IF GLP-ST NOT = 0
              IF GLP-ST NOT = 35
                 DISPLAY 'hata' GLP-ST
                 SET GLP-TABLE-OVERFLOWED TO TRUE
              END-IF
              SET END-OF-LEDGER TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-LEDGER
              READ GLP-FILE
              IF GLP-ST = 10
                 SET END-OF-LEDGER TO TRUE
              ELSE
                 IF GLP-ST NOT = 0
                    DISPLAY 'hata' GLP-ST
                    SET GLP-TABLE-OVERFLOWED TO TRUE
                    SET END-OF-LEDGER TO TRUE
                 ELSE
                    IF WS-GLP-COUNT < WS-GLP-MAX
                       ADD 1 TO WS-GLP-COUNT
                       MOVE GLP-RUN-ID
                         TO WS-GLP-TBL-RUN-ID(WS-GLP-COUNT)
                       MOVE GLP-SEQ
                         TO WS-GLP-TBL-SEQ(WS-GLP-COUNT)
                    ELSE
                       IF NOT GLP-TABLE-OVERFLOWED
                          SET GLP-TABLE-OVERFLOWED TO TRUE
                          DISPLAY 'GLPOST: posted item '
                                  'table full'
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF GLP-ST NOT = 35
              CLOSE GLP-FILE
           END-IF.
       LOAD-POSTED-ITEMS-END. EXIT.
      ************************
       OPEN-FILES.
           MOVE SPACES TO WS-JNL-NAME.
           STRING 'gljournal.' DELIMITED BY SIZE
                  WS-POST-ID DELIMITED BY SIZE
             INTO WS-JNL-NAME.
           OPEN OUTPUT JNL-FILE.
           IF (JNL-ST NOT = 0) AND (JNL-ST NOT = 97)
              DISPLAY 'hata' JNL-ST
              MOVE 12 TO RETURN-CODE
                       STOP RUN
           END-IF.
           OPEN OUTPUT EXC-FILE.
           IF (EXC-ST NOT = 0) AND (EXC-ST NOT = 97)
              DISPLAY 'hata' EXC-ST
           END-IF.
           MOVE SPACES TO EXC-REC.
           STRING 'GL POSTING EXCEPTIONS  POSTING RUN: '
                    DELIMITED BY SIZE
                  WS-POST-ID DELIMITED BY SIZE
             INTO EXC-REC.
           WRITE EXC-REC.
           MOVE SPACES TO EXC-REC.
           WRITE EXC-REC.
           OPEN EXTEND GLP-FILE.
           IF GLP-ST = 35
              OPEN OUTPUT GLP-FILE
           END-IF.
           IF (GLP-ST NOT = 0) AND (GLP-ST NOT = 97)
              DISPLAY 'hata' GLP-ST
              MOVE 12 TO RETURN-CODE
                       STOP RUN
           END-IF.
       OPEN-FILES-END. EXIT.
      ************************
       POST-ONE-BATCH.
           PERFORM SCAN-BATCH-AUDIT.
           IF AUDIT-READ-ERROR
              MOVE 'AUDIT GENERATION UNREADABLE' TO WS-EXC-TEXT
              PERFORM WRITE-BATCH-EXCEPTION
           ELSE IF WS-BAT-AUD-COUNT = 0
              MOVE 'NO AUDIT RECORDS FOR BATCH' TO WS-EXC-TEXT
              PERFORM WRITE-BATCH-EXCEPTION
           ELSE IF BATCH-UNMAPPED
              MOVE 'BATCH HAS UNMAPPED ITEMS' TO WS-EXC-TEXT
              PERFORM WRITE-BATCH-EXCEPTION
           ELSE IF JNL-TABLE-OVERFLOWED
              MOVE 'TOO MANY JOURNAL LINES' TO WS-EXC-TEXT
              PERFORM WRITE-BATCH-EXCEPTION
           ELSE IF WS-BAT-DR-TOTAL NOT = WS-BAT-CR-TOTAL
              MOVE 'BATCH DOES NOT BALANCE' TO WS-EXC-TEXT
              PERFORM WRITE-BATCH-EXCEPTION
              PERFORM WRITE-BALANCE-DETAIL
           ELSE
              PERFORM WRITE-BATCH-JOURNAL
              PERFORM WRITE-POSTED-ITEMS
              MOVE 'POSTED' TO WS-BST-TBL-STATUS(WS-BST-IDX)
              SET BATSTAT-CHANGED TO TRUE
              ADD 1 TO WS-POSTED-COUNT
              ADD WS-BAT-DR-TOTAL TO WS-DR-TOTAL
              ADD WS-BAT-CR-TOTAL TO WS-CR-TOTAL
           END-IF.
       POST-ONE-BATCH-END. EXIT.
      ************************
       POST-LATE-ITEMS.
           PERFORM SCAN-BATCH-AUDIT.
           IF AUDIT-READ-ERROR
              MOVE 'LATE ITEMS - AUDIT UNREADABLE' TO WS-EXC-TEXT
              PERFORM WRITE-BATCH-EXCEPTION
           ELSE IF WS-BAT-AUD-COUNT = 0
              CONTINUE
           ELSE IF BATCH-UNMAPPED
              MOVE 'LATE ITEMS UNMAPPED' TO WS-EXC-TEXT
              PERFORM WRITE-BATCH-EXCEPTION
           ELSE IF JNL-TABLE-OVERFLOWED
              MOVE 'LATE ITEMS - TOO MANY LINES' TO WS-EXC-TEXT
              PERFORM WRITE-BATCH-EXCEPTION
           ELSE IF WS-BAT-DR-TOTAL NOT = WS-BAT-CR-TOTAL
              MOVE 'LATE ITEMS DO NOT BALANCE' TO WS-EXC-TEXT
              PERFORM WRITE-BATCH-EXCEPTION
              PERFORM WRITE-BALANCE-DETAIL
           ELSE
              PERFORM WRITE-BATCH-JOURNAL
              PERFORM WRITE-POSTED-ITEMS
              ADD 1 TO WS-LATE-COUNT
              ADD WS-BAT-DR-TOTAL TO WS-DR-TOTAL
              ADD WS-BAT-CR-TOTAL TO WS-CR-TOTAL
           END-IF.
       POST-LATE-ITEMS-END. EXIT.
      ************************
       SCAN-BATCH-AUDIT.
           MOVE ZERO TO WS-JNL-COUNT.
           MOVE ZERO TO WS-BAT-AUD-COUNT.
           MOVE ZERO TO WS-BAT-DR-TOTAL.
           MOVE ZERO TO WS-BAT-CR-TOTAL.
           MOVE 'N' TO WS-UNMAPPED-FLAG.
           MOVE 'N' TO WS-JNL-OVFL-FLAG.
           MOVE 'N' TO WS-AUD-ERR-FLAG.
           MOVE ZERO TO WS-PND-COUNT.
           PERFORM FIND-LATEST-ENTRY.
           MOVE SPACES TO WS-GEN-NAME.
           STRING 'audit.' DELIMITED BY SIZE
                  WS-BST-TBL-RUN-ID(WS-BST-IDX) DELIMITED BY SIZE
             INTO WS-GEN-NAME.
           MOVE 'N' TO WS-GEN-FOUND-FLAG.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
              MOVE WS-GEN-TBL-AUD(WS-GEN-IDX) TO WS-AUD-NAME
              IF WS-AUD-NAME = WS-GEN-NAME
                 SET GEN-FOUND TO TRUE
              END-IF
              PERFORM SCAN-AUDIT-GEN
           END-PERFORM.
           IF NOT GEN-FOUND
              MOVE WS-GEN-NAME TO WS-AUD-NAME
              PERFORM SCAN-AUDIT-GEN
           END-IF.
       SCAN-BATCH-AUDIT-END. EXIT.
      ************************
       FIND-LATEST-ENTRY.
           MOVE 'Y' TO WS-LATEST-FLAG.
           PERFORM VARYING WS-BST-SCAN FROM WS-BST-IDX BY 1
                   UNTIL WS-BST-SCAN >= WS-BST-COUNT
              IF (WS-BST-TBL-ID(WS-BST-SCAN + 1)
                  = WS-BST-TBL-ID(WS-BST-IDX))
                 AND (WS-BST-TBL-STATUS(WS-BST-SCAN + 1)
                      NOT = 'FAILED')
                 MOVE 'N' TO WS-LATEST-FLAG
              END-IF
           END-PERFORM.
       FIND-LATEST-ENTRY-END. EXIT.
      ************************
       SCAN-AUDIT-GEN.
           MOVE 'N' TO WS-AUD-EOF.
           OPEN INPUT AUDIT-FILE.
           IF AUD-ST = 35
              SET END-OF-AUDIT TO TRUE
           ELSE
              IF AUD-ST NOT = 0
                 DISPLAY 'hata' AUD-ST
                 SET AUDIT-READ-ERROR TO TRUE
                 SET END-OF-AUDIT TO TRUE
              END-IF
           END-IF.
           PERFORM UNTIL END-OF-AUDIT
              READ AUDIT-FILE
              IF AUD-ST = 10
                 SET END-OF-AUDIT TO TRUE
              ELSE
                 IF AUD-ST NOT = 0
                    DISPLAY 'hata' AUD-ST
                    SET AUDIT-READ-ERROR TO TRUE
                    SET END-OF-AUDIT TO TRUE
                 ELSE
                    IF AUD-BATCH-ID = WS-BST-TBL-ID(WS-BST-IDX)
                       PERFORM SELECT-AUDIT-REC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF AUD-ST NOT = 35
              CLOSE AUDIT-FILE
           END-IF.
       SCAN-AUDIT-GEN-END. EXIT.
      ************************
       SELECT-AUDIT-REC.
           IF AUD-RUN-ID = WS-BST-TBL-RUN-ID(WS-BST-IDX)
              IF NOT LATE-PASS
                 PERFORM PROC-AUDIT-REC
              END-IF
           ELSE
              IF ((AUD-SOURCE = 'RSB') OR (AUD-SOURCE = 'REL'))
                 AND LATEST-ENTRY
                 PERFORM FIND-POSTED-ITEM
                 IF NOT ITEM-POSTED
                    PERFORM PROC-AUDIT-REC
                    PERFORM ADD-PENDING-ITEM
                 END-IF
              END-IF
           END-IF.
       SELECT-AUDIT-REC-END. EXIT.
      ************************
       FIND-POSTED-ITEM.
           MOVE 'N' TO WS-GLP-FOUND-FLAG.
           PERFORM VARYING WS-GLP-IDX FROM 1 BY 1
                   UNTIL (WS-GLP-IDX > WS-GLP-COUNT)
                      OR ITEM-POSTED
              IF (WS-GLP-TBL-RUN-ID(WS-GLP-IDX) = AUD-RUN-ID)
                 AND (WS-GLP-TBL-SEQ(WS-GLP-IDX) = AUD-SEQ)
                 SET ITEM-POSTED TO TRUE
              END-IF
           END-PERFORM.
       FIND-POSTED-ITEM-END. EXIT.
      ************************
       ADD-PENDING-ITEM.
           IF WS-PND-COUNT < WS-PND-MAX
              ADD 1 TO WS-PND-COUNT
              MOVE AUD-RUN-ID TO WS-PND-TBL-RUN-ID(WS-PND-COUNT)
              MOVE AUD-SEQ    TO WS-PND-TBL-SEQ(WS-PND-COUNT)
           ELSE
              SET JNL-TABLE-OVERFLOWED TO TRUE
           END-IF.
       ADD-PENDING-ITEM-END. EXIT.
      ************************
       PROC-AUDIT-REC.
           ADD 1 TO WS-BAT-AUD-COUNT.
           COMPUTE WS-RESULT-VAL =
                   FUNCTION NUMVAL(AUD-RESULT).
           IF AUD-FORMULA NOT = SPACES
              MOVE AUD-FORMULA TO WS-MAP-LOOK-KEY
           ELSE
              MOVE AUD-OPERATOR TO WS-MAP-LOOK-KEY
              PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                      UNTIL WS-OP-IDX > 6
                 IF AUD-OPERATOR = WS-OP-CODE(WS-OP-IDX)
                    MOVE WS-OP-NAME(WS-OP-IDX) TO WS-MAP-LOOK-KEY
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM FIND-ACCOUNT-MAP.
           IF NOT MAP-FOUND
              SET BATCH-UNMAPPED TO TRUE
              PERFORM WRITE-UNMAPPED-EXCEPTION
           ELSE
              IF WS-RESULT-VAL < ZERO
                 COMPUTE WS-AMOUNT = 0 - WS-RESULT-VAL
                 MOVE WS-MAP-TBL-CR-ACCT(WS-MAP-HIT) TO WS-DR-ACCT
                 MOVE WS-MAP-TBL-DR-ACCT(WS-MAP-HIT) TO WS-CR-ACCT
              ELSE
                 MOVE WS-RESULT-VAL TO WS-AMOUNT
                 MOVE WS-MAP-TBL-DR-ACCT(WS-MAP-HIT) TO WS-DR-ACCT
                 MOVE WS-MAP-TBL-CR-ACCT(WS-MAP-HIT) TO WS-CR-ACCT
              END-IF
              IF WS-AMOUNT > ZERO
                 IF WS-DR-ACCT NOT = SPACES
                    PERFORM ADD-DEBIT-LINE
                 END-IF
                 IF WS-CR-ACCT NOT = SPACES
                    PERFORM ADD-CREDIT-LINE
                 END-IF
              END-IF
           END-IF.
       PROC-AUDIT-REC-END. EXIT.
      ************************
       FIND-ACCOUNT-MAP.
           MOVE 'N' TO WS-MAP-FOUND-FLAG.
           MOVE ZERO TO WS-MAP-HIT.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL (WS-MAP-IDX > WS-MAP-COUNT)
                      OR MAP-FOUND
              IF (WS-MAP-TBL-DEPT(WS-MAP-IDX)
                  = WS-BST-TBL-DEPT(WS-BST-IDX))
                 AND (WS-MAP-TBL-KEY(WS-MAP-IDX) = WS-MAP-LOOK-KEY)
                 SET MAP-FOUND TO TRUE
                 MOVE WS-MAP-IDX TO WS-MAP-HIT
              END-IF
           END-PERFORM.
       FIND-ACCOUNT-MAP-END. EXIT.
      ************************
       ADD-DEBIT-LINE.
           IF WS-JNL-COUNT < WS-JNL-MAX
              ADD 1 TO WS-JNL-COUNT
              MOVE WS-DR-ACCT TO WS-JNL-TBL-ACCOUNT(WS-JNL-COUNT)
              MOVE 'DR'       TO WS-JNL-TBL-DR-CR(WS-JNL-COUNT)
              MOVE WS-AMOUNT  TO WS-JNL-TBL-AMOUNT(WS-JNL-COUNT)
              MOVE AUD-RUN-ID TO WS-JNL-TBL-RUN-ID(WS-JNL-COUNT)
              MOVE AUD-SEQ    TO WS-JNL-TBL-SEQ(WS-JNL-COUNT)
              MOVE WS-MAP-LOOK-KEY
                TO WS-JNL-TBL-KEY(WS-JNL-COUNT)
              ADD WS-AMOUNT TO WS-BAT-DR-TOTAL
           ELSE
              SET JNL-TABLE-OVERFLOWED TO TRUE
           END-IF.
       ADD-DEBIT-LINE-END. EXIT.
      ************************
       ADD-CREDIT-LINE.
           IF WS-JNL-COUNT < WS-JNL-MAX
              ADD 1 TO WS-JNL-COUNT
              MOVE WS-CR-ACCT TO WS-JNL-TBL-ACCOUNT(WS-JNL-COUNT)
              MOVE 'CR'       TO WS-JNL-TBL-DR-CR(WS-JNL-COUNT)
              MOVE WS-AMOUNT  TO WS-JNL-TBL-AMOUNT(WS-JNL-COUNT)
              MOVE AUD-RUN-ID TO WS-JNL-TBL-RUN-ID(WS-JNL-COUNT)
              MOVE AUD-SEQ    TO WS-JNL-TBL-SEQ(WS-JNL-COUNT)
              MOVE WS-MAP-LOOK-KEY
                TO WS-JNL-TBL-KEY(WS-JNL-COUNT)
              ADD WS-AMOUNT TO WS-BAT-CR-TOTAL
           ELSE
              SET JNL-TABLE-OVERFLOWED TO TRUE
           END-IF.
       ADD-CREDIT-LINE-END. EXIT.
      ************************
       WRITE-BATCH-JOURNAL.
           PERFORM VARYING WS-JNL-IDX FROM 1 BY 1
                   UNTIL WS-JNL-IDX > WS-JNL-COUNT
              MOVE SPACES TO JNL-REC
              MOVE WS-POST-ID TO JNL-POST-ID
              MOVE WS-BST-TBL-ID(WS-BST-IDX)   TO JNL-BATCH-ID
              MOVE WS-BST-TBL-DATE(WS-BST-IDX) TO JNL-BUS-DATE
              MOVE WS-BST-TBL-DEPT(WS-BST-IDX) TO JNL-DEPT
              MOVE WS-JNL-TBL-ACCOUNT(WS-JNL-IDX) TO JNL-ACCOUNT
              MOVE WS-JNL-TBL-DR-CR(WS-JNL-IDX)   TO JNL-DR-CR
              MOVE WS-JNL-TBL-AMOUNT(WS-JNL-IDX)  TO JNL-AMOUNT
              MOVE WS-JNL-TBL-RUN-ID(WS-JNL-IDX)  TO JNL-RUN-ID
              MOVE WS-JNL-TBL-SEQ(WS-JNL-IDX)     TO JNL-SEQ
              MOVE WS-JNL-TBL-KEY(WS-JNL-IDX)     TO JNL-KEY
              WRITE JNL-REC
              IF JNL-ST NOT = 0
                 DISPLAY 'hata' JNL-ST
              END-IF
              ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
       WRITE-BATCH-JOURNAL-END. EXIT.
      ************************
       WRITE-POSTED-ITEMS.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
              MOVE SPACES TO GLP-REC
              MOVE WS-PND-TBL-RUN-ID(WS-PND-IDX) TO GLP-RUN-ID
              MOVE WS-PND-TBL-SEQ(WS-PND-IDX)    TO GLP-SEQ
              MOVE WS-POST-ID                    TO GLP-POST-ID
              MOVE WS-BST-TBL-ID(WS-BST-IDX)     TO GLP-BATCH-ID
              WRITE GLP-REC
              IF GLP-ST NOT = 0
                 DISPLAY 'hata' GLP-ST
              END-IF
              IF WS-GLP-COUNT < WS-GLP-MAX
                 ADD 1 TO WS-GLP-COUNT
                 MOVE WS-PND-TBL-RUN-ID(WS-PND-IDX)
                   TO WS-GLP-TBL-RUN-ID(WS-GLP-COUNT)
                 MOVE WS-PND-TBL-SEQ(WS-PND-IDX)
                   TO WS-GLP-TBL-SEQ(WS-GLP-COUNT)
              ELSE
                 IF NOT GLP-TABLE-OVERFLOWED
                    SET GLP-TABLE-OVERFLOWED TO TRUE
                    DISPLAY 'GLPOST: posted item table full'
                 END-IF
              END-IF
           END-PERFORM.
       WRITE-POSTED-ITEMS-END. EXIT.
      ************************
       WRITE-BATCH-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE SPACES TO EXC-REC.
           STRING WS-BST-TBL-ID(WS-BST-IDX)   DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WS-BST-TBL-DATE(WS-BST-IDX) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WS-BST-TBL-DEPT(WS-BST-IDX) DELIMITED BY SIZE
                  ' NOT POSTED: '              DELIMITED BY SIZE
                  WS-EXC-TEXT                  DELIMITED BY SIZE
             INTO EXC-REC.
           WRITE EXC-REC.
       WRITE-BATCH-EXCEPTION-END. EXIT.
      ************************
       WRITE-UNMAPPED-EXCEPTION.
           MOVE SPACES TO EXC-REC.
           STRING WS-BST-TBL-ID(WS-BST-IDX)   DELIMITED BY SIZE
                  ' SEQ '                      DELIMITED BY SIZE
                  AUD-SEQ                      DELIMITED BY SIZE
                  ' NO ACCOUNT MAPPING FOR '   DELIMITED BY SIZE
                  WS-BST-TBL-DEPT(WS-BST-IDX) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WS-MAP-LOOK-KEY              DELIMITED BY SIZE
             INTO EXC-REC.
           WRITE EXC-REC.
       WRITE-UNMAPPED-EXCEPTION-END. EXIT.
      ************************
       WRITE-BALANCE-DETAIL.
           MOVE WS-BAT-DR-TOTAL TO WS-EDIT-TOTAL.
           MOVE WS-BAT-CR-TOTAL TO WS-EDIT-TOTAL-2.
           MOVE SPACES TO EXC-REC.
           STRING '  DEBITS: '    DELIMITED BY SIZE
                  WS-EDIT-TOTAL   DELIMITED BY SIZE
                  '  CREDITS: '   DELIMITED BY SIZE
                  WS-EDIT-TOTAL-2 DELIMITED BY SIZE
             INTO EXC-REC.
           WRITE EXC-REC.
       WRITE-BALANCE-DETAIL-END. EXIT.
      ************************
       REWRITE-BATCH-MASTER.
           OPEN OUTPUT BST-TMP-FILE.
           IF BST-TMP-ST NOT = 0
              DISPLAY 'hata' BST-TMP-ST
           END-IF.
           PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                   UNTIL WS-BST-IDX > WS-BST-COUNT
              MOVE SPACES TO BST-REC
              MOVE WS-BST-TBL-ID(WS-BST-IDX)
                TO BST-BATCH-ID
              MOVE WS-BST-TBL-DATE(WS-BST-IDX)
                TO BST-BUS-DATE
              MOVE WS-BST-TBL-DEPT(WS-BST-IDX)
                TO BST-DEPT
              MOVE WS-BST-TBL-STATUS(WS-BST-IDX)
                TO BST-STATUS
              MOVE WS-BST-TBL-COUNT(WS-BST-IDX)
                TO BST-REC-COUNT
              MOVE WS-BST-TBL-HASH(WS-BST-IDX)
                TO BST-HASH
              MOVE WS-BST-TBL-RUN-ID(WS-BST-IDX)
                TO BST-RUN-ID
              MOVE BST-REC TO BST-TMP-REC
              WRITE BST-TMP-REC
              IF BST-TMP-ST NOT = 0
                 DISPLAY 'hata' BST-TMP-ST
              END-IF
           END-PERFORM.
           CLOSE BST-TMP-FILE.
           CALL 'CBL_RENAME_FILE' USING WS-BST-TMP-NAME
                                         WS-BST-FINAL-NAME.
       REWRITE-BATCH-MASTER-END. EXIT.
      ************************
       WRITE-TOTALS.
           MOVE SPACES TO EXC-REC.
           WRITE EXC-REC.
           MOVE SPACES TO EXC-REC.
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT.
           STRING 'BATCHES NOT POSTED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT          DELIMITED BY SIZE
             INTO EXC-REC.
           WRITE EXC-REC.
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'GLPOST: BATCHES POSTED    ' WS-EDIT-COUNT.
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'GLPOST: BATCHES NOT POSTED' WS-EDIT-COUNT.
           MOVE WS-LATE-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'GLPOST: LATE ITEM BATCHES ' WS-EDIT-COUNT.
           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'GLPOST: JOURNAL LINES     ' WS-EDIT-COUNT.
           MOVE WS-DR-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY 'GLPOST: DEBIT TOTAL  ' WS-EDIT-TOTAL.
           MOVE WS-CR-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY 'GLPOST: CREDIT TOTAL ' WS-EDIT-TOTAL.
       WRITE-TOTALS-END. EXIT.
      ************************
       EXIT-FILES.
           CLOSE JNL-FILE.
           CLOSE EXC-FILE.
           CLOSE GLP-FILE.
           IF WS-EXCEPT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
                    STOP RUN.
       EXIT-FILES-END. EXIT.

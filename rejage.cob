       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BST-FILE ASSIGN TO "batstat"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS BST-ST.
           SELECT CAT-FILE ASSIGN TO "archcat"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS CAT-ST.
           SELECT AUDIT-FILE ASSIGN USING WS-AUD-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS AUD-ST.
           SELECT REJ-FILE ASSIGN USING WS-REJ-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS REJ-ST.
           SELECT RSLOG-FILE ASSIGN TO "resubmit.log"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS RSLOG-ST.
           SELECT RPT-FILE ASSIGN TO "rejage"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS RPT-ST.
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
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC.
         05 REJ-RUN-ID   PIC X(14).
         05 FILLER       PIC X.
         05 REJ-SEQ      PIC X(8).
         05 FILLER       PIC X.
         05 REJ-ORIGINAL PIC X(29).
         05 FILLER       PIC X.
         05 REJ-REASON   PIC X(30).
            88 REJ-BATCH-REFUSAL VALUE 'Batch already verified'
                                       'Batch already posted'
                                       'Invalid business date'
                                       'Business date is a holiday'
                                       'Business date not a work day'
                                       'Business date outside window'
                                     'Business date in closed period'
                                       'Resubmit batch not found'.
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
       FD  RSLOG-FILE RECORDING MODE F.
       01  RSLOG-REC.
         05 RSLOG-RUN-ID PIC X(14).
         05 FILLER       PIC X.
         05 RSLOG-SEQ    PIC X(8).
         05 FILLER       PIC X.
         05 RSLOG-ACTION PIC X(6).
         05 FILLER       PIC X.
         05 RSLOG-DETAIL PIC X(30).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC  PIC X(80).
       WORKING-STORAGE SECTION.
       01  BST-ST   PIC 9(2).
       01  CAT-ST   PIC 9(2).
       01  AUD-ST   PIC 9(2).
       01  REJ-ST   PIC 9(2).
       01  RSLOG-ST PIC 9(2).
       01  RPT-ST   PIC 9(2).
       01  WS-AUD-NAME      PIC X(30).
       01  WS-REJ-NAME      PIC X(30).
       01  WS-TODAY         PIC 9(8).
       01  WS-TODAY-INT     PIC 9(8).
       01  WS-ROOT-DATE     PIC 9(8).
       01  WS-AGE-DAYS      PIC S9(8).
       01  WS-BUCKET        PIC 9.
       01  WS-BST-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-BST-MAX       PIC 9(3) VALUE 200.
       01  WS-BST-IDX       PIC 9(3).
       01  WS-BST-TABLE.
         05 WS-BST-ENTRY OCCURS 200.
           10 WS-BST-TBL-ID     PIC X(8).
           10 WS-BST-TBL-DEPT   PIC X(4).
       01  WS-GEN-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-GEN-MAX       PIC 9(4) VALUE 501.
       01  WS-GEN-IDX       PIC 9(4).
       01  WS-GEN-TABLE.
         05 WS-GEN-ENTRY OCCURS 501.
           10 WS-GEN-TBL-AUD PIC X(30).
           10 WS-GEN-TBL-REJ PIC X(30).
       01  WS-REJ-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-REJ-MAX       PIC 9(4) VALUE 5000.
       01  WS-REJ-IDX       PIC 9(4).
       01  WS-ROOT-IDX      PIC 9(4).
       01  WS-HOP-COUNT     PIC 9(3).
       01  WS-REJ-TABLE.
         05 WS-REJ-ENTRY OCCURS 5000.
           10 WS-REJ-TBL-RUN-ID   PIC X(14).
           10 WS-REJ-TBL-SEQ      PIC 9(8).
           10 WS-REJ-TBL-ORIG-RUN PIC X(14).
           10 WS-REJ-TBL-ORIG-SEQ PIC 9(8).
           10 WS-REJ-TBL-BATCH-ID PIC X(8).
           10 WS-REJ-TBL-REASON   PIC X(30).
           10 WS-REJ-TBL-CLASS    PIC X.
              88 REJ-CLEARED       VALUE 'C'.
              88 REJ-REJECTED-AGAIN VALUE 'R'.
              88 REJ-OPEN          VALUE 'O'.
              88 REJ-CONTROL       VALUE 'K'.
              88 REJ-CANCELLED     VALUE 'X'.
              88 REJ-REFUSED       VALUE 'B'.
           10 WS-REJ-TBL-PENDING  PIC X.
           10 WS-REJ-TBL-PARENT   PIC 9(4).
       01  WS-LOOK-RUN-ID   PIC X(14).
       01  WS-LOOK-SEQ      PIC 9(8).
       01  WS-FOUND-IDX     PIC 9(4).
       01  WS-CUR-DEPT      PIC X(4).
       01  WS-SUM-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-SUM-MAX       PIC 9(3) VALUE 500.
       01  WS-SUM-IDX       PIC 9(3).
       01  WS-SUM-IDX-2     PIC 9(3).
       01  WS-SUM-TABLE.
         05 WS-SUM-ENTRY OCCURS 500.
           10 WS-SUM-KEY.
             15 WS-SUM-DEPT    PIC X(4).
             15 WS-SUM-REASON  PIC X(30).
           10 WS-SUM-BUCKET OCCURS 4 PIC 9(6).
       01  WS-SUM-HOLD      PIC X(58).
       01  WS-DPT-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-DPT-MAX       PIC 9(3) VALUE 200.
       01  WS-DPT-IDX       PIC 9(3).
       01  WS-DPT-IDX-2     PIC 9(3).
       01  WS-DPT-TABLE.
         05 WS-DPT-ENTRY OCCURS 200.
           10 WS-DPT-ID       PIC X(4).
           10 WS-DPT-CLEARED  PIC 9(6).
           10 WS-DPT-AGAIN    PIC 9(6).
           10 WS-DPT-OPEN     PIC 9(6).
       01  WS-DPT-HOLD      PIC X(22).
       01  WS-BKT-IDX       PIC 9.
       01  WS-LINE-BUCKETS.
         05 WS-LINE-BUCKET OCCURS 4 PIC 9(8).
       01  WS-LINE-TOTAL    PIC 9(8).
       01  WS-DEPT-BUCKETS.
         05 WS-DEPT-BUCKET OCCURS 4 PIC 9(8).
       01  WS-GRAND-BUCKETS.
         05 WS-GRAND-BUCKET OCCURS 4 PIC 9(8).
       01  WS-PRINT-DEPT    PIC X(4).
       01  WS-PRINT-LABEL   PIC X(30).
       01  WS-EDIT-B1       PIC ZZZZZ9.
       01  WS-EDIT-B2       PIC ZZZZZ9.
       01  WS-EDIT-B3       PIC ZZZZZ9.
       01  WS-EDIT-B4       PIC ZZZZZ9.
       01  WS-EDIT-B5       PIC ZZZZZZ9.
       01  WS-CLEARED-CNT   PIC 9(8) VALUE ZERO.
       01  WS-AGAIN-CNT     PIC 9(8) VALUE ZERO.
       01  WS-OPEN-CNT      PIC 9(8) VALUE ZERO.
       01  WS-PENDING-CNT   PIC 9(8) VALUE ZERO.
       01  WS-CONTROL-CNT   PIC 9(8) VALUE ZERO.
       01  WS-CANCELLED-CNT PIC 9(8) VALUE ZERO.
       01  WS-REFUSED-CNT   PIC 9(8) VALUE ZERO.
       01  WS-OVER-LIMIT-CNT PIC 9(8) VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-FLAGS.
         05 WS-BST-EOF PIC X VALUE 'N'.
            88 END-OF-BATSTAT VALUE 'Y'.
         05 WS-CAT-EOF PIC X VALUE 'N'.
            88 END-OF-CATALOG VALUE 'Y'.
         05 WS-AUD-EOF PIC X.
            88 END-OF-AUDIT VALUE 'Y'.
         05 WS-REJ-EOF PIC X.
            88 END-OF-REJECTS VALUE 'Y'.
         05 WS-RSLOG-EOF PIC X VALUE 'N'.
            88 END-OF-RSLOG VALUE 'Y'.
         05 WS-OVFL-FLAG PIC X VALUE 'N'.
            88 TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-FOUND-FLAG PIC X.
            88 ENTRY-FOUND VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM LOAD-BATCH-MASTER.
           PERFORM LOAD-CATALOG.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
              IF WS-GEN-TBL-REJ(WS-GEN-IDX) NOT = SPACES
                 MOVE WS-GEN-TBL-REJ(WS-GEN-IDX) TO WS-REJ-NAME
                 PERFORM LOAD-REJECT-GEN
              END-IF
           END-PERFORM.
           PERFORM LINK-RESUBMITTED-REJECTS.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
              IF WS-GEN-TBL-AUD(WS-GEN-IDX) NOT = SPACES
                 MOVE WS-GEN-TBL-AUD(WS-GEN-IDX) TO WS-AUD-NAME
                 PERFORM SCAN-AUDIT-GEN
              END-IF
           END-PERFORM.
           PERFORM SCAN-RESUBMIT-LOG.
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT
              PERFORM CLASSIFY-REJECT
           END-PERFORM.
           PERFORM SORT-SUMMARY.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'hata' RPT-ST
           END-IF.
           PERFORM WRITE-AGING-REPORT.
           PERFORM WRITE-CLEARANCE-REPORT.
           PERFORM WRITE-TOTALS.
           CLOSE RPT-FILE.
           IF TABLE-OVERFLOWED
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-OVER-LIMIT-CNT > 0
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
                          DISPLAY 'REJAGE: batch table full'
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
       LOAD-CATALOG.
           ADD 1 TO WS-GEN-COUNT.
           MOVE 'audit'  TO WS-GEN-TBL-AUD(WS-GEN-COUNT).
           MOVE 'reject' TO WS-GEN-TBL-REJ(WS-GEN-COUNT).
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
                    SET END-OF-CATALOG TO TRUE
                 ELSE
                    IF CAT-STATUS NOT = 'P'
                       PERFORM ADD-ARCHIVE-GEN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF CAT-ST NOT = 35
              CLOSE CAT-FILE
           END-IF.
       LOAD-CATALOG-END. EXIT.
      ************************
       ADD-ARCHIVE-GEN.
           IF WS-GEN-COUNT < WS-GEN-MAX
              ADD 1 TO WS-GEN-COUNT
              MOVE SPACES TO WS-GEN-TBL-AUD(WS-GEN-COUNT)
              MOVE SPACES TO WS-GEN-TBL-REJ(WS-GEN-COUNT)
              IF CAT-FILES(1:1) = 'Y'
                 STRING 'audit.' DELIMITED BY SIZE
                        CAT-RUN-ID DELIMITED BY SIZE
                   INTO WS-GEN-TBL-AUD(WS-GEN-COUNT)
              END-IF
              IF CAT-FILES(2:1) = 'Y'
                 STRING 'reject.' DELIMITED BY SIZE
                        CAT-RUN-ID DELIMITED BY SIZE
                   INTO WS-GEN-TBL-REJ(WS-GEN-COUNT)
              END-IF
           ELSE
              IF NOT TABLE-OVERFLOWED
                 SET TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'REJAGE: generation table full'
              END-IF
           END-IF.
       ADD-ARCHIVE-GEN-END. EXIT.
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
                    IF REJ-SEQ NUMERIC
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
           IF WS-REJ-COUNT < WS-REJ-MAX
              ADD 1 TO WS-REJ-COUNT
              MOVE REJ-RUN-ID   TO WS-REJ-TBL-RUN-ID(WS-REJ-COUNT)
              MOVE REJ-SEQ      TO WS-REJ-TBL-SEQ(WS-REJ-COUNT)
              MOVE REJ-BATCH-ID TO WS-REJ-TBL-BATCH-ID(WS-REJ-COUNT)
              MOVE REJ-REASON   TO WS-REJ-TBL-REASON(WS-REJ-COUNT)
              IF (REJ-ORIG-RUN-ID NOT = SPACES)
                 AND (REJ-ORIG-SEQ NUMERIC)
                 MOVE REJ-ORIG-RUN-ID
                   TO WS-REJ-TBL-ORIG-RUN(WS-REJ-COUNT)
                 MOVE REJ-ORIG-SEQ
                   TO WS-REJ-TBL-ORIG-SEQ(WS-REJ-COUNT)
              ELSE
                 MOVE SPACES TO WS-REJ-TBL-ORIG-RUN(WS-REJ-COUNT)
                 MOVE ZERO   TO WS-REJ-TBL-ORIG-SEQ(WS-REJ-COUNT)
              END-IF
              IF (REJ-ORIGINAL(1:3) = 'HDR')
                 OR (REJ-ORIGINAL(1:3) = 'TRL')
                 SET REJ-CONTROL(WS-REJ-COUNT) TO TRUE
              ELSE
                 IF REJ-REASON = 'Suspense item cancelled'
                    SET REJ-CANCELLED(WS-REJ-COUNT) TO TRUE
                 ELSE
                    IF REJ-BATCH-REFUSAL
                       SET REJ-REFUSED(WS-REJ-COUNT) TO TRUE
                    ELSE
                       SET REJ-OPEN(WS-REJ-COUNT) TO TRUE
                    END-IF
                 END-IF
              END-IF
              MOVE 'N'  TO WS-REJ-TBL-PENDING(WS-REJ-COUNT)
              MOVE ZERO TO WS-REJ-TBL-PARENT(WS-REJ-COUNT)
           ELSE
              IF NOT TABLE-OVERFLOWED
                 SET TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'REJAGE: reject table full'
              END-IF
           END-IF.
       ADD-REJECT-ENTRY-END. EXIT.
      ************************
       FIND-REJECT.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
                   UNTIL (WS-ROOT-IDX > WS-REJ-COUNT) OR ENTRY-FOUND
              IF (WS-REJ-TBL-RUN-ID(WS-ROOT-IDX) = WS-LOOK-RUN-ID)
                 AND (WS-REJ-TBL-SEQ(WS-ROOT-IDX) = WS-LOOK-SEQ)
                 SET ENTRY-FOUND TO TRUE
                 MOVE WS-ROOT-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
       FIND-REJECT-END. EXIT.
      ************************
       LINK-RESUBMITTED-REJECTS.
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT
              IF WS-REJ-TBL-ORIG-RUN(WS-REJ-IDX) NOT = SPACES
                 MOVE WS-REJ-TBL-ORIG-RUN(WS-REJ-IDX)
                   TO WS-LOOK-RUN-ID
                 MOVE WS-REJ-TBL-ORIG-SEQ(WS-REJ-IDX)
                   TO WS-LOOK-SEQ
                 PERFORM FIND-REJECT
                 IF ENTRY-FOUND
                    MOVE WS-FOUND-IDX
                      TO WS-REJ-TBL-PARENT(WS-REJ-IDX)
                    IF (NOT REJ-CONTROL(WS-FOUND-IDX))
                       AND (NOT REJ-CANCELLED(WS-FOUND-IDX))
                       AND (NOT REJ-REFUSED(WS-FOUND-IDX))
                       SET REJ-REJECTED-AGAIN(WS-FOUND-IDX) TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       LINK-RESUBMITTED-REJECTS-END. EXIT.
      ************************
       SCAN-AUDIT-GEN.
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
                    IF (AUD-ORIG-RUN-ID NOT = SPACES)
                       AND (AUD-ORIG-SEQ NUMERIC)
                       MOVE AUD-ORIG-RUN-ID TO WS-LOOK-RUN-ID
                       MOVE AUD-ORIG-SEQ    TO WS-LOOK-SEQ
                       PERFORM FIND-REJECT
                       IF ENTRY-FOUND
                          IF (NOT REJ-CONTROL(WS-FOUND-IDX))
                             AND (NOT REJ-CANCELLED(WS-FOUND-IDX))
                             AND (NOT REJ-REFUSED(WS-FOUND-IDX))
                             SET REJ-CLEARED(WS-FOUND-IDX) TO TRUE
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF AUD-ST NOT = 35
              CLOSE AUDIT-FILE
           END-IF.
       SCAN-AUDIT-GEN-END. EXIT.
      ************************
       SCAN-RESUBMIT-LOG.
           OPEN INPUT RSLOG-FILE.
           IF RSLOG-ST NOT = 0
              IF RSLOG-ST NOT = 35
                 DISPLAY 'hata' RSLOG-ST
              END-IF
              SET END-OF-RSLOG TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-RSLOG
              READ RSLOG-FILE
              IF RSLOG-ST = 10
                 SET END-OF-RSLOG TO TRUE
              ELSE
                 IF RSLOG-ST NOT = 0
                    DISPLAY 'hata' RSLOG-ST
                    SET END-OF-RSLOG TO TRUE
                 ELSE
                    IF (RSLOG-SEQ NUMERIC)
                       AND (RSLOG-ACTION NOT = 'SKIP')
                       MOVE RSLOG-RUN-ID TO WS-LOOK-RUN-ID
                       MOVE RSLOG-SEQ    TO WS-LOOK-SEQ
                       PERFORM FIND-REJECT
                       IF ENTRY-FOUND
                          MOVE 'Y'
                            TO WS-REJ-TBL-PENDING(WS-FOUND-IDX)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF RSLOG-ST NOT = 35
              CLOSE RSLOG-FILE
           END-IF.
       SCAN-RESUBMIT-LOG-END. EXIT.
      ************************
       CLASSIFY-REJECT.
           IF REJ-CONTROL(WS-REJ-IDX)
              ADD 1 TO WS-CONTROL-CNT
           ELSE IF REJ-CANCELLED(WS-REJ-IDX)
              ADD 1 TO WS-CANCELLED-CNT
           ELSE IF REJ-REFUSED(WS-REJ-IDX)
              ADD 1 TO WS-REFUSED-CNT
           ELSE
              MOVE WS-REJ-IDX TO WS-ROOT-IDX
              MOVE ZERO TO WS-HOP-COUNT
              PERFORM UNTIL (WS-REJ-TBL-PARENT(WS-ROOT-IDX) = 0)
                         OR (WS-HOP-COUNT > 100)
                 MOVE WS-REJ-TBL-PARENT(WS-ROOT-IDX) TO WS-ROOT-IDX
                 ADD 1 TO WS-HOP-COUNT
              END-PERFORM
              PERFORM FIND-ROOT-DEPT
              PERFORM FIND-DEPT-ENTRY
              IF REJ-CLEARED(WS-REJ-IDX)
                 ADD 1 TO WS-CLEARED-CNT
                 IF ENTRY-FOUND
                    ADD 1 TO WS-DPT-CLEARED(WS-DPT-IDX)
                 END-IF
              ELSE
                 IF REJ-REJECTED-AGAIN(WS-REJ-IDX)
                    ADD 1 TO WS-AGAIN-CNT
                    IF ENTRY-FOUND
                       ADD 1 TO WS-DPT-AGAIN(WS-DPT-IDX)
                    END-IF
                 ELSE
                    ADD 1 TO WS-OPEN-CNT
                    IF ENTRY-FOUND
                       ADD 1 TO WS-DPT-OPEN(WS-DPT-IDX)
                    END-IF
                    IF WS-REJ-TBL-PENDING(WS-REJ-IDX) = 'Y'
                       ADD 1 TO WS-PENDING-CNT
                    END-IF
                    PERFORM AGE-OPEN-REJECT
                 END-IF
              END-IF
           END-IF.
       CLASSIFY-REJECT-END. EXIT.
      ************************
       FIND-ROOT-DEPT.
           MOVE '*UNK' TO WS-CUR-DEPT.
           IF WS-REJ-TBL-BATCH-ID(WS-ROOT-IDX) = SPACES
              MOVE '*UNB' TO WS-CUR-DEPT
           ELSE
              PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                      UNTIL WS-BST-IDX > WS-BST-COUNT
                 IF WS-BST-TBL-ID(WS-BST-IDX)
                    = WS-REJ-TBL-BATCH-ID(WS-ROOT-IDX)
                    MOVE WS-BST-TBL-DEPT(WS-BST-IDX) TO WS-CUR-DEPT
                 END-IF
              END-PERFORM
           END-IF.
       FIND-ROOT-DEPT-END. EXIT.
      ************************
       FIND-DEPT-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL (WS-DPT-IDX > WS-DPT-COUNT) OR ENTRY-FOUND
              IF WS-DPT-ID(WS-DPT-IDX) = WS-CUR-DEPT
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND
              SUBTRACT 1 FROM WS-DPT-IDX
           ELSE
              IF WS-DPT-COUNT < WS-DPT-MAX
                 ADD 1 TO WS-DPT-COUNT
                 MOVE WS-DPT-COUNT TO WS-DPT-IDX
                 MOVE WS-CUR-DEPT TO WS-DPT-ID(WS-DPT-IDX)
                 MOVE ZERO TO WS-DPT-CLEARED(WS-DPT-IDX)
                 MOVE ZERO TO WS-DPT-AGAIN(WS-DPT-IDX)
                 MOVE ZERO TO WS-DPT-OPEN(WS-DPT-IDX)
                 SET ENTRY-FOUND TO TRUE
              ELSE
                 IF NOT TABLE-OVERFLOWED
                    SET TABLE-OVERFLOWED TO TRUE
                    DISPLAY 'REJAGE: department table full'
                 END-IF
              END-IF
           END-IF.
       FIND-DEPT-ENTRY-END. EXIT.
      ************************
       AGE-OPEN-REJECT.
           MOVE ZERO TO WS-AGE-DAYS.
           IF WS-REJ-TBL-RUN-ID(WS-ROOT-IDX)(1:8) NUMERIC
              MOVE WS-REJ-TBL-RUN-ID(WS-ROOT-IDX)(1:8)
                TO WS-ROOT-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROOT-DATE) = 0
                 COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                         FUNCTION INTEGER-OF-DATE(WS-ROOT-DATE)
              END-IF
           END-IF.
           IF WS-AGE-DAYS <= 2
              MOVE 1 TO WS-BUCKET
           ELSE
              IF WS-AGE-DAYS <= 7
                 MOVE 2 TO WS-BUCKET
              ELSE
                 IF WS-AGE-DAYS <= 30
                    MOVE 3 TO WS-BUCKET
                 ELSE
                    MOVE 4 TO WS-BUCKET
                    ADD 1 TO WS-OVER-LIMIT-CNT
                 END-IF
              END-IF
           END-IF.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL (WS-SUM-IDX > WS-SUM-COUNT) OR ENTRY-FOUND
              IF (WS-SUM-DEPT(WS-SUM-IDX) = WS-CUR-DEPT)
                 AND (WS-SUM-REASON(WS-SUM-IDX)
                      = WS-REJ-TBL-REASON(WS-REJ-IDX))
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND
              SUBTRACT 1 FROM WS-SUM-IDX
           ELSE
              IF WS-SUM-COUNT < WS-SUM-MAX
                 ADD 1 TO WS-SUM-COUNT
                 MOVE WS-SUM-COUNT TO WS-SUM-IDX
                 MOVE WS-CUR-DEPT TO WS-SUM-DEPT(WS-SUM-IDX)
                 MOVE WS-REJ-TBL-REASON(WS-REJ-IDX)
                   TO WS-SUM-REASON(WS-SUM-IDX)
                 PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                         UNTIL WS-BKT-IDX > 4
                    MOVE ZERO TO WS-SUM-BUCKET(WS-SUM-IDX WS-BKT-IDX)
                 END-PERFORM
                 SET ENTRY-FOUND TO TRUE
              ELSE
                 IF NOT TABLE-OVERFLOWED
                    SET TABLE-OVERFLOWED TO TRUE
                    DISPLAY 'REJAGE: summary table full'
                 END-IF
              END-IF
           END-IF.
           IF ENTRY-FOUND
              ADD 1 TO WS-SUM-BUCKET(WS-SUM-IDX WS-BUCKET)
           END-IF.
       AGE-OPEN-REJECT-END. EXIT.
      ************************
       SORT-SUMMARY.
           PERFORM VARYING WS-SUM-IDX FROM 2 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
              MOVE WS-SUM-ENTRY(WS-SUM-IDX) TO WS-SUM-HOLD
              MOVE WS-SUM-IDX TO WS-SUM-IDX-2
              PERFORM UNTIL (WS-SUM-IDX-2 < 2)
                         OR (WS-SUM-KEY(WS-SUM-IDX-2 - 1)
                             <= WS-SUM-HOLD(1:34))
                 MOVE WS-SUM-ENTRY(WS-SUM-IDX-2 - 1)
                   TO WS-SUM-ENTRY(WS-SUM-IDX-2)
                 SUBTRACT 1 FROM WS-SUM-IDX-2
              END-PERFORM
              MOVE WS-SUM-HOLD TO WS-SUM-ENTRY(WS-SUM-IDX-2)
           END-PERFORM.
           PERFORM VARYING WS-DPT-IDX FROM 2 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
              MOVE WS-DPT-ENTRY(WS-DPT-IDX) TO WS-DPT-HOLD
              MOVE WS-DPT-IDX TO WS-DPT-IDX-2
              PERFORM UNTIL (WS-DPT-IDX-2 < 2)
                         OR (WS-DPT-ID(WS-DPT-IDX-2 - 1)
                             <= WS-DPT-HOLD(1:4))
                 MOVE WS-DPT-ENTRY(WS-DPT-IDX-2 - 1)
                   TO WS-DPT-ENTRY(WS-DPT-IDX-2)
                 SUBTRACT 1 FROM WS-DPT-IDX-2
              END-PERFORM
              MOVE WS-DPT-HOLD TO WS-DPT-ENTRY(WS-DPT-IDX-2)
           END-PERFORM.
       SORT-SUMMARY-END. EXIT.
      ************************
       WRITE-AGING-REPORT.
           MOVE SPACES TO RPT-REC.
           STRING 'OUTSTANDING REJECT AGING  AS OF: ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
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
           STRING 'DEPT REASON                            0-2    3-7'
                    DELIMITED BY SIZE
                  '   8-30    >30   TOTAL' DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-SUM-COUNT = 0
              MOVE SPACES TO RPT-REC
              MOVE 'NO OPEN REJECTS' TO RPT-REC
              WRITE RPT-REC
           END-IF.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
              MOVE ZERO TO WS-DEPT-BUCKET(WS-BKT-IDX)
              MOVE ZERO TO WS-GRAND-BUCKET(WS-BKT-IDX)
           END-PERFORM.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
              PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                      UNTIL WS-BKT-IDX > 4
                 MOVE WS-SUM-BUCKET(WS-SUM-IDX WS-BKT-IDX)
                   TO WS-LINE-BUCKET(WS-BKT-IDX)
                 ADD WS-SUM-BUCKET(WS-SUM-IDX WS-BKT-IDX)
                   TO WS-DEPT-BUCKET(WS-BKT-IDX)
                 ADD WS-SUM-BUCKET(WS-SUM-IDX WS-BKT-IDX)
                   TO WS-GRAND-BUCKET(WS-BKT-IDX)
              END-PERFORM
              MOVE WS-SUM-DEPT(WS-SUM-IDX)   TO WS-PRINT-DEPT
              MOVE WS-SUM-REASON(WS-SUM-IDX) TO WS-PRINT-LABEL
              PERFORM WRITE-AGING-LINE
              IF WS-SUM-IDX = WS-SUM-COUNT
                 PERFORM WRITE-DEPT-SUBTOTAL
              ELSE
                 IF WS-SUM-DEPT(WS-SUM-IDX + 1)
                    NOT = WS-SUM-DEPT(WS-SUM-IDX)
                    PERFORM WRITE-DEPT-SUBTOTAL
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-GRAND-BUCKETS TO WS-LINE-BUCKETS.
           MOVE 'ALL ' TO WS-PRINT-DEPT.
           MOVE 'GRAND TOTAL' TO WS-PRINT-LABEL.
           PERFORM WRITE-AGING-LINE.
       WRITE-AGING-REPORT-END. EXIT.
      ************************
       WRITE-DEPT-SUBTOTAL.
           MOVE WS-DEPT-BUCKETS TO WS-LINE-BUCKETS.
           MOVE '* DEPARTMENT TOTAL' TO WS-PRINT-LABEL.
           PERFORM WRITE-AGING-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
              MOVE ZERO TO WS-DEPT-BUCKET(WS-BKT-IDX)
           END-PERFORM.
       WRITE-DEPT-SUBTOTAL-END. EXIT.
      ************************
       WRITE-AGING-LINE.
           COMPUTE WS-LINE-TOTAL = WS-LINE-BUCKET(1)
                 + WS-LINE-BUCKET(2) + WS-LINE-BUCKET(3)
                 + WS-LINE-BUCKET(4).
           MOVE WS-LINE-BUCKET(1) TO WS-EDIT-B1.
           MOVE WS-LINE-BUCKET(2) TO WS-EDIT-B2.
           MOVE WS-LINE-BUCKET(3) TO WS-EDIT-B3.
           MOVE WS-LINE-BUCKET(4) TO WS-EDIT-B4.
           MOVE WS-LINE-TOTAL     TO WS-EDIT-B5.
           MOVE SPACES TO RPT-REC.
           STRING WS-PRINT-DEPT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EDIT-B1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EDIT-B2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EDIT-B3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EDIT-B4 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EDIT-B5 DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
       WRITE-AGING-LINE-END. EXIT.
      ************************
       WRITE-CLEARANCE-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'REJECT CLEARANCE BY DEPARTMENT' TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE 'DEPT CLEARED REJ-AGAIN   OPEN' TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
              MOVE WS-DPT-ID(WS-DPT-IDX) TO WS-PRINT-DEPT
              MOVE WS-DPT-CLEARED(WS-DPT-IDX) TO WS-EDIT-B1
              MOVE WS-DPT-AGAIN(WS-DPT-IDX)   TO WS-EDIT-B2
              MOVE WS-DPT-OPEN(WS-DPT-IDX)    TO WS-EDIT-B3
              PERFORM WRITE-CLEARANCE-LINE
           END-PERFORM.
           MOVE 'ALL ' TO WS-PRINT-DEPT.
           MOVE WS-CLEARED-CNT TO WS-EDIT-B1.
           MOVE WS-AGAIN-CNT   TO WS-EDIT-B2.
           MOVE WS-OPEN-CNT    TO WS-EDIT-B3.
           PERFORM WRITE-CLEARANCE-LINE.
       WRITE-CLEARANCE-REPORT-END. EXIT.
      ************************
       WRITE-CLEARANCE-LINE.
           MOVE SPACES TO RPT-REC.
           STRING WS-PRINT-DEPT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-EDIT-B1 DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-EDIT-B2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EDIT-B3 DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
       WRITE-CLEARANCE-LINE-END. EXIT.
      ************************
       WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-PENDING-CNT TO WS-EDIT-COUNT.
           STRING 'OPEN ITEMS AWAITING RESUBMIT RUN: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-CONTROL-CNT TO WS-EDIT-COUNT.
           STRING 'CONTROL RECORD REJECTS NOT AGED:  ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-CANCELLED-CNT TO WS-EDIT-COUNT.
           STRING 'CANCELLED SUSPENSE ITEMS NOT AGED:' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-REFUSED-CNT TO WS-EDIT-COUNT.
           STRING 'BATCH REFUSALS NOT RESUBMITTABLE: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-OVER-LIMIT-CNT TO WS-EDIT-COUNT.
           STRING 'OPEN ITEMS OVER 30 DAYS:          ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-REJ-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'REJAGE: REJECTS READ  ' WS-EDIT-COUNT.
           MOVE WS-CLEARED-CNT TO WS-EDIT-COUNT.
           DISPLAY 'REJAGE: CLEARED       ' WS-EDIT-COUNT.
           MOVE WS-AGAIN-CNT TO WS-EDIT-COUNT.
           DISPLAY 'REJAGE: REJECTED AGAIN' WS-EDIT-COUNT.
           MOVE WS-OPEN-CNT TO WS-EDIT-COUNT.
           DISPLAY 'REJAGE: OPEN          ' WS-EDIT-COUNT.
           MOVE WS-OVER-LIMIT-CNT TO WS-EDIT-COUNT.
           DISPLAY 'REJAGE: OVER 30 DAYS  ' WS-EDIT-COUNT.
       WRITE-TOTALS-END. EXIT.

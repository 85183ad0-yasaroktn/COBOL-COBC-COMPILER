       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUS-FILE ASSIGN TO "suspense"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS SUS-ST.
           SELECT SUS-TMP-FILE ASSIGN TO "suspense.tmp"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS SUS-TMP-ST.
           SELECT TXN-FILE ASSIGN TO "susrel.txn"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS TXN-ST.
           SELECT LOG-FILE ASSIGN TO "susrel.log"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS LOG-ST.
           SELECT AUDIT-FILE ASSIGN TO "audit"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS AUD-ST.
           SELECT REJ-FILE ASSIGN TO "reject"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS REJ-ST.
           SELECT BST-FILE ASSIGN TO "batstat"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS BST-ST.
           SELECT BST-TMP-FILE ASSIGN TO "batstat.tmp"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS BST-TMP-ST.
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
       FD  SUS-FILE RECORDING MODE F.
       01  SUS-REC  PIC X(194).
       FD  SUS-TMP-FILE RECORDING MODE F.
       01  SUS-TMP-REC  PIC X(194).
       FD  TXN-FILE RECORDING MODE F.
       01  TXN-REC.
         05 TXN-RUN-ID   PIC X(14).
         05 FILLER       PIC X.
         05 TXN-SEQ      PIC 9(8).
         05 FILLER       PIC X.
         05 TXN-ACTION   PIC X(7).
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
         05 LOG-STAMP    PIC X(14).
         05 FILLER       PIC X.
         05 LOG-USER     PIC X(8).
         05 FILLER       PIC X.
         05 LOG-RUN-ID   PIC X(14).
         05 FILLER       PIC X.
         05 LOG-SEQ      PIC 9(8).
         05 FILLER       PIC X.
         05 LOG-BATCH-ID PIC X(8).
         05 FILLER       PIC X.
         05 LOG-DECISION PIC X(9).
         05 FILLER       PIC X.
         05 LOG-DETAIL   PIC X(30).
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
         05 AUD-RUN-ID    PIC X(14).
         05 FILLER        PIC X.
         05 AUD-SEQ       PIC 9(8).
         05 FILLER        PIC X.
         05 AUD-NUMBER-1  PIC -(4)9.99.
         05 FILLER        PIC X.
         05 AUD-OPERATOR  PIC X(3).
         05 FILLER        PIC X.
         05 AUD-NUMBER-2  PIC -(4)9.99.
         05 FILLER        PIC X.
         05 AUD-RESULT    PIC -(8)9.99.
         05 FILLER        PIC X.
         05 AUD-BATCH-ID  PIC X(8).
         05 FILLER        PIC X.
         05 AUD-SOURCE    PIC X(3).
         05 FILLER        PIC X.
         05 AUD-ORIG-RUN-ID PIC X(14).
         05 FILLER        PIC X.
         05 AUD-ORIG-SEQ  PIC 9(8).
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
         05 REJ-SEQ      PIC 9(8).
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
         05 REJ-ORIG-SEQ PIC 9(8).
         05 FILLER       PIC X.
         05 REJ-FORMULA  PIC X(8).
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
       01  SUS-ST     PIC 9(2).
       01  SUS-TMP-ST PIC 9(2).
       01  TXN-ST     PIC 9(2).
       01  LOG-ST     PIC 9(2).
       01  AUD-ST     PIC 9(2).
       01  REJ-ST     PIC 9(2).
       01  BST-ST     PIC 9(2).
       01  BST-TMP-ST PIC 9(2).
       01  WS-CMD-LINE       PIC X(80).
       01  WS-SUPERVISOR-ID  PIC X(8) VALUE SPACES.
       01  WS-SUS-FINAL-NAME PIC X(14) VALUE 'suspense'.
       01  WS-SUS-TMP-NAME   PIC X(14) VALUE 'suspense.tmp'.
       01  WS-BST-FINAL-NAME PIC X(14) VALUE 'batstat'.
       01  WS-BST-TMP-NAME   PIC X(14) VALUE 'batstat.tmp'.
       01  WS-SUS-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-SUS-MAX       PIC 9(3) VALUE 500.
       01  WS-SUS-IDX       PIC 9(4).
       01  WS-SUS-HIT       PIC 9(4).
       01  WS-SUS-TABLE.
         05 WS-SUS-ENTRY OCCURS 500.
           10 WS-SUS-TBL-RUN-ID PIC X(14).
           10 WS-SUS-TBL-SEQ    PIC 9(8).
           10 WS-SUS-TBL-STATE  PIC X.
           10 WS-SUS-TBL-REC    PIC X(194).
       01  WS-SUS-WORK.
         05 SWK-RUN-ID      PIC X(14).
         05 FILLER          PIC X.
         05 SWK-SEQ         PIC 9(8).
         05 FILLER          PIC X.
         05 SWK-BATCH-ID    PIC X(8).
         05 FILLER          PIC X.
         05 SWK-BUS-DATE    PIC 9(8).
         05 FILLER          PIC X.
         05 SWK-DEPT        PIC X(4).
         05 FILLER          PIC X.
         05 SWK-ORIGINAL    PIC X(29).
         05 FILLER          PIC X.
         05 SWK-NUMBER-1    PIC S9(4)V99 SIGN IS LEADING SEPARATE.
         05 FILLER          PIC X.
         05 SWK-OPERATOR    PIC X(3).
         05 FILLER          PIC X.
         05 SWK-NUMBER-2    PIC S9(4)V99 SIGN IS LEADING SEPARATE.
         05 FILLER          PIC X.
         05 SWK-RESULT      PIC S9(8)V99 SIGN IS LEADING SEPARATE.
         05 FILLER          PIC X.
         05 SWK-SOURCE      PIC X(3).
         05 FILLER          PIC X.
         05 SWK-ORIG-RUN-ID PIC X(14).
         05 FILLER          PIC X.
         05 SWK-ORIG-SEQ    PIC 9(8).
         05 FILLER          PIC X.
         05 SWK-FORMULA     PIC X(8).
         05 FILLER          PIC X.
         05 SWK-SRC-1       PIC X(8).
         05 FILLER          PIC X.
         05 SWK-SRC-2       PIC X(8).
         05 FILLER          PIC X.
         05 SWK-REASON      PIC X(30).
       01  WS-BST-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-BST-MAX       PIC 9(3) VALUE 200.
       01  WS-BST-IDX       PIC 9(4).
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
       01  WS-PENDING-COUNT PIC 9(4).
       01  WS-TXN-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-APPROVE-COUNT PIC 9(8) VALUE ZERO.
       01  WS-CANCEL-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-ERR-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-BATREL-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-LEFT-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-LOG-DECISION  PIC X(9).
       01  WS-LOG-DETAIL    PIC X(30).
       01  USR-ST           PIC 9(2).
       01  RAU-ST           PIC 9(2).
       01  SEC-ST           PIC 9(2).
       01  WS-USER-ID       PIC X(8) VALUE SPACES.
       01  WS-USER-ROLE     PIC X(4) VALUE SPACES.
       01  WS-USER-POS      PIC 9(2).
       01  WS-SEC-FUNCTION  PIC X(8).
       01  WS-SEC-REASON    PIC X(20).
       01  WS-FLAGS.
         05 WS-SUS-EOF PIC X VALUE 'N'.
            88 END-OF-SUSPENSE VALUE 'Y'.
         05 WS-SUS-OVFL-FLAG PIC X VALUE 'N'.
            88 SUSPENSE-OVERFLOWED VALUE 'Y'.
         05 WS-TXN-EOF PIC X VALUE 'N'.
            88 END-OF-TXNS VALUE 'Y'.
         05 WS-FOUND-FLAG PIC X.
            88 ITEM-FOUND VALUE 'Y'.
         05 WS-BST-EOF PIC X VALUE 'N'.
            88 END-OF-BATSTAT VALUE 'Y'.
         05 WS-BST-OVFL-FLAG PIC X VALUE 'N'.
            88 BST-TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-BST-CHG-FLAG PIC X VALUE 'N'.
            88 BATSTAT-CHANGED VALUE 'Y'.
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
           IF (WS-USER-ID = SPACES) AND (WS-USER-POS = 80)
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                INTO WS-USER-ID
           END-IF.
           MOVE WS-USER-ID TO WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID = SPACES
              DISPLAY 'SUSREL: supervisor id required'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           MOVE 'SUSREL' TO WS-SEC-FUNCTION.
           PERFORM REQUIRE-AUTHORITY.
           PERFORM LOAD-SUSPENSE.
           IF SUSPENSE-OVERFLOWED
              DISPLAY 'SUSREL: suspense not released'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM UNTIL END-OF-TXNS
              READ TXN-FILE
              IF TXN-ST = 10
                 SET END-OF-TXNS TO TRUE
              ELSE
                 IF TXN-ST NOT = 0
                    DISPLAY 'hata' TXN-ST
                    SET END-OF-TXNS TO TRUE
                 ELSE
                    ADD 1 TO WS-TXN-COUNT
                    PERFORM PROC-DECISION
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM REWRITE-SUSPENSE.
           PERFORM RELEASE-HELD-BATCHES.
           PERFORM WRITE-TOTALS.
           PERFORM EXIT-FILES.
       MAIN-PROC-END. EXIT.
      ************************
       LOAD-SUSPENSE.
           OPEN INPUT SUS-FILE.
           IF SUS-ST NOT = 0
              SET END-OF-SUSPENSE TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SUSPENSE
              READ SUS-FILE
              IF SUS-ST = 10
                 SET END-OF-SUSPENSE TO TRUE
              ELSE
                 IF SUS-ST NOT = 0
                    DISPLAY 'hata' SUS-ST
                    SET SUSPENSE-OVERFLOWED TO TRUE
                    SET END-OF-SUSPENSE TO TRUE
                 ELSE
                    IF WS-SUS-COUNT < WS-SUS-MAX
                       ADD 1 TO WS-SUS-COUNT
                       MOVE SUS-REC TO WS-SUS-WORK
                       MOVE SWK-RUN-ID
                         TO WS-SUS-TBL-RUN-ID(WS-SUS-COUNT)
                       MOVE SWK-SEQ
                         TO WS-SUS-TBL-SEQ(WS-SUS-COUNT)
                       MOVE 'P'
                         TO WS-SUS-TBL-STATE(WS-SUS-COUNT)
                       MOVE SUS-REC
                         TO WS-SUS-TBL-REC(WS-SUS-COUNT)
                    ELSE
                       SET SUSPENSE-OVERFLOWED TO TRUE
                       DISPLAY 'SUSREL: suspense table full'
                       SET END-OF-SUSPENSE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF SUS-ST NOT = 35
              CLOSE SUS-FILE
           END-IF.
       LOAD-SUSPENSE-END. EXIT.
      ************************
       OPEN-FILES.
           OPEN INPUT AUDIT-FILE.
           IF AUD-ST = 0
              READ AUDIT-FILE
              IF AUD-ST = 10
                 CLOSE AUDIT-FILE
                 DISPLAY 'SUSREL: live audit generation empty - '
                         'release blocked'
                 MOVE 12 TO RETURN-CODE
                          STOP RUN
              END-IF
              CLOSE AUDIT-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AUD-ST = 35
              DISPLAY 'SUSREL: no live audit generation - '
                      'release blocked'
              MOVE 12 TO RETURN-CODE
                       STOP RUN
           END-IF.
           IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
              DISPLAY 'hata' AUD-ST
              MOVE 12 TO RETURN-CODE
                       STOP RUN
           END-IF.
           OPEN EXTEND REJ-FILE.
           IF REJ-ST = 35
              DISPLAY 'SUSREL: no live reject generation - '
                      'release blocked'
              CLOSE AUDIT-FILE
              MOVE 12 TO RETURN-CODE
                       STOP RUN
           END-IF.
           IF (REJ-ST NOT = 0) AND (REJ-ST NOT = 97)
              DISPLAY 'hata' REJ-ST
              CLOSE AUDIT-FILE
              MOVE 12 TO RETURN-CODE
                       STOP RUN
           END-IF.
           OPEN INPUT TXN-FILE.
           IF TXN-ST = 35
              DISPLAY 'SUSREL: no decision file susrel.txn - '
                      'release blocked'
              CLOSE AUDIT-FILE
              CLOSE REJ-FILE
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           IF (TXN-ST NOT = 0) AND (TXN-ST NOT = 97)
              DISPLAY 'hata' TXN-ST
              CLOSE AUDIT-FILE
              CLOSE REJ-FILE
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           OPEN EXTEND LOG-FILE.
           IF LOG-ST = 35
              OPEN OUTPUT LOG-FILE
           END-IF.
           IF (LOG-ST NOT = 0) AND (LOG-ST NOT = 97)
              DISPLAY 'hata' LOG-ST
           END-IF.
       OPEN-FILES-END. EXIT.
      ************************
       PROC-DECISION.
           PERFORM FIND-PENDING-ITEM.
           IF NOT ITEM-FOUND
              MOVE 'REJECTED - NO PENDING ITEM' TO WS-LOG-DETAIL
              PERFORM LOG-DECISION-ERROR
           ELSE IF TXN-ACTION = 'APPROVE'
              MOVE WS-SUS-TBL-REC(WS-SUS-HIT) TO WS-SUS-WORK
              PERFORM WRITE-RELEASED-AUDIT
              MOVE 'A' TO WS-SUS-TBL-STATE(WS-SUS-HIT)
              ADD 1 TO WS-APPROVE-COUNT
              MOVE 'APPROVED' TO WS-LOG-DECISION
              PERFORM LOG-DECISION-APPLIED
           ELSE IF TXN-ACTION = 'CANCEL'
              MOVE WS-SUS-TBL-REC(WS-SUS-HIT) TO WS-SUS-WORK
              PERFORM WRITE-CANCELLED-REJECT
              MOVE 'C' TO WS-SUS-TBL-STATE(WS-SUS-HIT)
              ADD 1 TO WS-CANCEL-COUNT
              MOVE 'CANCELLED' TO WS-LOG-DECISION
              PERFORM LOG-DECISION-APPLIED
           ELSE
              MOVE 'REJECTED - BAD ACTION' TO WS-LOG-DETAIL
              PERFORM LOG-DECISION-ERROR
           END-IF.
       PROC-DECISION-END. EXIT.
      ************************
       FIND-PENDING-ITEM.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZERO TO WS-SUS-HIT.
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL (WS-SUS-IDX > WS-SUS-COUNT)
                      OR ITEM-FOUND
              IF (WS-SUS-TBL-RUN-ID(WS-SUS-IDX) = TXN-RUN-ID)
                 AND (WS-SUS-TBL-SEQ(WS-SUS-IDX) = TXN-SEQ)
                 AND (WS-SUS-TBL-STATE(WS-SUS-IDX) = 'P')
                 SET ITEM-FOUND TO TRUE
                 MOVE WS-SUS-IDX TO WS-SUS-HIT
              END-IF
           END-PERFORM.
       FIND-PENDING-ITEM-END. EXIT.
      ************************
       WRITE-RELEASED-AUDIT.
           MOVE SPACES TO AUDIT-REC.
           MOVE SWK-RUN-ID      TO AUD-RUN-ID.
           MOVE SWK-SEQ         TO AUD-SEQ.
           MOVE SWK-NUMBER-1    TO AUD-NUMBER-1.
           MOVE SWK-OPERATOR    TO AUD-OPERATOR.
           MOVE SWK-NUMBER-2    TO AUD-NUMBER-2.
           MOVE SWK-RESULT      TO AUD-RESULT.
           MOVE SWK-BATCH-ID    TO AUD-BATCH-ID.
           MOVE 'REL'           TO AUD-SOURCE.
           MOVE SWK-ORIG-RUN-ID TO AUD-ORIG-RUN-ID.
           MOVE SWK-ORIG-SEQ    TO AUD-ORIG-SEQ.
           MOVE SWK-FORMULA     TO AUD-FORMULA.
           MOVE SWK-SRC-1       TO AUD-SRC-1.
           MOVE SWK-SRC-2       TO AUD-SRC-2.
           WRITE AUDIT-REC.
           IF AUD-ST NOT = 0
              DISPLAY 'hata' AUD-ST
           END-IF.
       WRITE-RELEASED-AUDIT-END. EXIT.
      ************************
       WRITE-CANCELLED-REJECT.
           MOVE SPACES TO REJ-REC.
           MOVE SWK-RUN-ID   TO REJ-RUN-ID.
           MOVE SWK-SEQ      TO REJ-SEQ.
           MOVE SWK-ORIGINAL TO REJ-ORIGINAL.
           MOVE 'Suspense item cancelled' TO REJ-REASON.
           MOVE SWK-BATCH-ID    TO REJ-BATCH-ID.
           MOVE SWK-SOURCE      TO REJ-SOURCE.
           MOVE SWK-ORIG-RUN-ID TO REJ-ORIG-RUN-ID.
           MOVE SWK-ORIG-SEQ    TO REJ-ORIG-SEQ.
           MOVE SWK-FORMULA     TO REJ-FORMULA.
           WRITE REJ-REC.
           IF REJ-ST NOT = 0
              DISPLAY 'hata' REJ-ST
           END-IF.
       WRITE-CANCELLED-REJECT-END. EXIT.
      ************************
       LOG-DECISION-APPLIED.
           MOVE SPACES TO LOG-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-STAMP.
           MOVE WS-SUPERVISOR-ID TO LOG-USER.
           MOVE SWK-RUN-ID       TO LOG-RUN-ID.
           MOVE SWK-SEQ          TO LOG-SEQ.
           MOVE SWK-BATCH-ID     TO LOG-BATCH-ID.
           MOVE WS-LOG-DECISION  TO LOG-DECISION.
           MOVE SWK-REASON       TO LOG-DETAIL.
           WRITE LOG-REC.
       LOG-DECISION-APPLIED-END. EXIT.
      ************************
       LOG-DECISION-ERROR.
           ADD 1 TO WS-ERR-COUNT.
           MOVE SPACES TO LOG-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-STAMP.
           MOVE WS-SUPERVISOR-ID TO LOG-USER.
           MOVE TXN-RUN-ID       TO LOG-RUN-ID.
           IF TXN-SEQ NUMERIC
              MOVE TXN-SEQ TO LOG-SEQ
           ELSE
              MOVE ZERO TO LOG-SEQ
           END-IF.
           MOVE TXN-ACTION       TO LOG-DECISION.
           MOVE WS-LOG-DETAIL    TO LOG-DETAIL.
           WRITE LOG-REC.
       LOG-DECISION-ERROR-END. EXIT.
      ************************
       REWRITE-SUSPENSE.
           IF (WS-APPROVE-COUNT = 0) AND (WS-CANCEL-COUNT = 0)
              CONTINUE
           ELSE
              OPEN OUTPUT SUS-TMP-FILE
              IF SUS-TMP-ST NOT = 0
                 DISPLAY 'hata' SUS-TMP-ST
              END-IF
              PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                      UNTIL WS-SUS-IDX > WS-SUS-COUNT
                 IF WS-SUS-TBL-STATE(WS-SUS-IDX) = 'P'
                    MOVE WS-SUS-TBL-REC(WS-SUS-IDX) TO SUS-TMP-REC
                    WRITE SUS-TMP-REC
                    IF SUS-TMP-ST NOT = 0
                       DISPLAY 'hata' SUS-TMP-ST
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SUS-TMP-FILE
              CALL 'CBL_RENAME_FILE' USING WS-SUS-TMP-NAME
                                            WS-SUS-FINAL-NAME
           END-IF.
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
              IF WS-SUS-TBL-STATE(WS-SUS-IDX) = 'P'
                 ADD 1 TO WS-LEFT-COUNT
              END-IF
           END-PERFORM.
       REWRITE-SUSPENSE-END. EXIT.
      ************************
       RELEASE-HELD-BATCHES.
           PERFORM LOAD-BATCH-MASTER.
           PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                   UNTIL WS-BST-IDX > WS-BST-COUNT
              IF WS-BST-TBL-STATUS(WS-BST-IDX) = 'HELD'
                 PERFORM COUNT-PENDING-FOR-BATCH
                 IF WS-PENDING-COUNT = 0
                    MOVE 'VERIFIED' TO WS-BST-TBL-STATUS(WS-BST-IDX)
                    SET BATSTAT-CHANGED TO TRUE
                    ADD 1 TO WS-BATREL-COUNT
                    PERFORM LOG-BATCH-RELEASED
                 END-IF
              END-IF
           END-PERFORM.
           IF BATSTAT-CHANGED
              PERFORM REWRITE-BATCH-MASTER
           END-IF.
       RELEASE-HELD-BATCHES-END. EXIT.
      ************************
       COUNT-PENDING-FOR-BATCH.
           MOVE ZERO TO WS-PENDING-COUNT.
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
              IF WS-SUS-TBL-STATE(WS-SUS-IDX) = 'P'
                 MOVE WS-SUS-TBL-REC(WS-SUS-IDX) TO WS-SUS-WORK
                 IF (SWK-BATCH-ID = WS-BST-TBL-ID(WS-BST-IDX))
                    AND (SWK-BUS-DATE = WS-BST-TBL-DATE(WS-BST-IDX))
                    ADD 1 TO WS-PENDING-COUNT
                 END-IF
              END-IF
           END-PERFORM.
       COUNT-PENDING-FOR-BATCH-END. EXIT.
      ************************
       LOG-BATCH-RELEASED.
           MOVE SPACES TO LOG-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOG-STAMP.
           MOVE WS-SUPERVISOR-ID TO LOG-USER.
           MOVE WS-BST-TBL-RUN-ID(WS-BST-IDX) TO LOG-RUN-ID.
           MOVE ZERO TO LOG-SEQ.
           MOVE WS-BST-TBL-ID(WS-BST-IDX) TO LOG-BATCH-ID.
           MOVE 'RELEASED' TO LOG-DECISION.
           MOVE 'BATCH HOLD CLEARED - VERIFIED' TO LOG-DETAIL.
           WRITE LOG-REC.
           DISPLAY 'SUSREL: batch ' WS-BST-TBL-ID(WS-BST-IDX)
                   ' released'.
       LOG-BATCH-RELEASED-END. EXIT.
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
                          DISPLAY 'SUSREL: batch master '
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
       REWRITE-BATCH-MASTER.
           IF BST-TABLE-OVERFLOWED
              DISPLAY 'SUSREL: batch master not rewritten'
              ADD 1 TO WS-ERR-COUNT
           ELSE
              OPEN OUTPUT BST-TMP-FILE
              IF BST-TMP-ST NOT = 0
                 DISPLAY 'hata' BST-TMP-ST
              END-IF
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
              END-PERFORM
              CLOSE BST-TMP-FILE
              CALL 'CBL_RENAME_FILE' USING WS-BST-TMP-NAME
                                            WS-BST-FINAL-NAME
           END-IF.
       REWRITE-BATCH-MASTER-END. EXIT.
      ************************
       WRITE-TOTALS.
           MOVE WS-TXN-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'SUSREL: DECISIONS        ' WS-EDIT-COUNT.
           MOVE WS-APPROVE-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'SUSREL: APPROVED         ' WS-EDIT-COUNT.
           MOVE WS-CANCEL-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'SUSREL: CANCELLED        ' WS-EDIT-COUNT.
           MOVE WS-ERR-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'SUSREL: REJECTED         ' WS-EDIT-COUNT.
           MOVE WS-BATREL-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'SUSREL: BATCHES RELEASED ' WS-EDIT-COUNT.
           MOVE WS-LEFT-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'SUSREL: STILL SUSPENDED  ' WS-EDIT-COUNT.
       WRITE-TOTALS-END. EXIT.
      ************************
       EXIT-FILES.
           CLOSE TXN-FILE.
           CLOSE LOG-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJ-FILE.
           IF WS-ERR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
                    STOP RUN.
       EXIT-FILES-END. EXIT.
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
              DISPLAY 'SUSREL: ' WS-SEC-FUNCTION
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
           MOVE 'SUSREL' TO SEC-PROGRAM.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTDUPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAT-FILE ASSIGN TO "archcat"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS CAT-ST.
           SELECT AUDIT-FILE ASSIGN USING WS-AUD-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS AUD-ST.
           SELECT BST-FILE ASSIGN TO "batstat"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS BST-ST.
           SELECT PER-FILE ASSIGN TO "period"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PER-ST.
           SELECT PTD-FILE ASSIGN TO "ptdmast"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PTD-ST.
           SELECT PTD-TMP-FILE ASSIGN TO "ptdmast.tmp"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PTD-TMP-ST.
           SELECT PTR-FILE ASSIGN TO "ptdruns"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PTR-ST.
           SELECT PTR-TMP-FILE ASSIGN TO "ptdruns.tmp"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PTR-TMP-ST.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PER-FILE RECORDING MODE F.
       01  PER-REC.
         05 PER-CLOSED-THRU PIC 9(6).
         05 FILLER          PIC X.
         05 PER-CLOSE-DATE  PIC 9(8).
       FD  PTD-FILE RECORDING MODE F.
       01  PTD-REC.
         05 PTD-PERIOD    PIC 9(6).
         05 FILLER        PIC X.
         05 PTD-DEPT      PIC X(4).
         05 FILLER        PIC X.
         05 PTD-OPER      PIC X(3).
         05 FILLER        PIC X.
         05 PTD-MTD-COUNT PIC 9(8).
         05 FILLER        PIC X.
         05 PTD-MTD-TOTAL PIC S9(13)V99 SIGN IS LEADING
                          SEPARATE.
         05 FILLER        PIC X.
         05 PTD-YTD-COUNT PIC 9(8).
         05 FILLER        PIC X.
         05 PTD-YTD-TOTAL PIC S9(13)V99 SIGN IS LEADING
                          SEPARATE.
         05 FILLER        PIC X.
         05 PTD-STATUS    PIC X.
       FD  PTD-TMP-FILE RECORDING MODE F.
       01  PTD-TMP-REC  PIC X(69).
       FD  PTR-FILE RECORDING MODE F.
       01  PTR-REC.
         05 PTR-RUN-ID     PIC X(14).
         05 FILLER         PIC X.
         05 PTR-REC-COUNT  PIC 9(8).
         05 FILLER         PIC X.
         05 PTR-APPLY-DATE PIC 9(8).
       FD  PTR-TMP-FILE RECORDING MODE F.
       01  PTR-TMP-REC  PIC X(32).
       WORKING-STORAGE SECTION.
       01  AUD-ST     PIC 9(2).
       01  CAT-ST     PIC 9(2).
       01  BST-ST     PIC 9(2).
       01  PER-ST     PIC 9(2).
       01  PTD-ST     PIC 9(2).
       01  PTD-TMP-ST PIC 9(2).
       01  PTR-ST     PIC 9(2).
       01  PTR-TMP-ST PIC 9(2).
       01  WS-PTD-FINAL-NAME PIC X(14) VALUE 'ptdmast'.
       01  WS-PTD-TMP-NAME   PIC X(14) VALUE 'ptdmast.tmp'.
       01  WS-PTR-FINAL-NAME PIC X(14) VALUE 'ptdruns'.
       01  WS-PTR-TMP-NAME   PIC X(14) VALUE 'ptdruns.tmp'.
       01  WS-TODAY         PIC 9(8).
       01  WS-CLOSED-THRU   PIC 9(6) VALUE ZERO.
       01  WS-OPEN-PARTS.
         05 WS-OPEN-YEAR  PIC 9(4).
         05 WS-OPEN-MM    PIC 9(2).
       01  WS-OPEN-PERIOD REDEFINES WS-OPEN-PARTS PIC 9(6).
       01  WS-AUD-NAME      PIC X(30).
       01  WS-GEN-NAME      PIC X(30).
       01  WS-GEN-RUN-ID    PIC X(14) VALUE SPACES.
       01  WS-SKIP-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-AUD-REC-NO    PIC 9(8) VALUE ZERO.
       01  WS-GEN-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-GEN-MAX       PIC 9(4) VALUE 501.
       01  WS-GEN-IDX       PIC 9(4).
       01  WS-GEN-TABLE.
         05 WS-GEN-ENTRY OCCURS 501.
           10 WS-GEN-TBL-AUD PIC X(30).
       01  WS-GEN-READ-COUNT PIC 9(8) VALUE ZERO.
       01  WS-GEN-NEW-COUNT PIC 9(8) VALUE ZERO.
       01  WS-NEW-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-REC-PERIOD    PIC 9(6).
       01  WS-REC-DEPT      PIC X(4).
       01  WS-REC-OPER      PIC X(3).
       01  WS-RESULT-VAL    PIC S9(8)V99.
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
       01  WS-BST-HIT       PIC 9(4).
       01  WS-BST-TABLE.
         05 WS-BST-ENTRY OCCURS 200.
           10 WS-BST-TBL-ID     PIC X(8).
           10 WS-BST-TBL-DATE   PIC 9(8).
           10 WS-BST-TBL-DEPT   PIC X(4).
           10 WS-BST-TBL-STATUS PIC X(8).
           10 WS-BST-TBL-RUN-ID PIC X(14).
       01  WS-PTD-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-PTD-MAX       PIC 9(4) VALUE 1000.
       01  WS-PTD-IDX       PIC 9(4).
       01  WS-PTD-HIT       PIC 9(4).
       01  WS-PTD-TABLE.
         05 WS-PTD-ENTRY OCCURS 1000.
           10 WS-PTD-TBL-PERIOD    PIC 9(6).
           10 WS-PTD-TBL-DEPT      PIC X(4).
           10 WS-PTD-TBL-OPER      PIC X(3).
           10 WS-PTD-TBL-MTD-COUNT PIC 9(8).
           10 WS-PTD-TBL-MTD-TOTAL PIC S9(13)V99.
           10 WS-PTD-TBL-YTD-COUNT PIC 9(8).
           10 WS-PTD-TBL-YTD-TOTAL PIC S9(13)V99.
           10 WS-PTD-TBL-STATUS    PIC X.
       01  WS-PTR-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-PTR-MAX       PIC 9(3) VALUE 500.
       01  WS-PTR-IDX       PIC 9(4).
       01  WS-PTR-HIT       PIC 9(4).
       01  WS-PTR-TABLE.
         05 WS-PTR-ENTRY OCCURS 500.
           10 WS-PTR-TBL-RUN-ID    PIC X(14).
           10 WS-PTR-TBL-COUNT     PIC 9(8).
           10 WS-PTR-TBL-DATE      PIC 9(8).
       01  WS-APPLY-COUNT   PIC 9(8) VALUE ZERO.
       01  WS-EXCL-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-LATE-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-APPLY-TOTAL   PIC S9(13)V99 VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-EDIT-TOTAL    PIC -(13)9.99.
       01  WS-FLAGS.
         05 WS-AUD-EOF PIC X VALUE 'N'.
            88 END-OF-AUDIT VALUE 'Y'.
         05 WS-BST-EOF PIC X VALUE 'N'.
            88 END-OF-BATSTAT VALUE 'Y'.
         05 WS-PTD-EOF PIC X VALUE 'N'.
            88 END-OF-PTD VALUE 'Y'.
         05 WS-PTR-EOF PIC X VALUE 'N'.
            88 END-OF-PTR VALUE 'Y'.
         05 WS-OVFL-FLAG PIC X VALUE 'N'.
            88 TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-BST-FOUND-FLAG PIC X.
            88 BATCH-FOUND VALUE 'Y'.
         05 WS-INCLUDE-FLAG PIC X.
            88 RECORD-INCLUDED VALUE 'Y'.
         05 WS-PTD-FOUND-FLAG PIC X.
            88 PTD-ENTRY-FOUND VALUE 'Y'.
         05 WS-PTR-FOUND-FLAG PIC X.
            88 RUN-ALREADY-SEEN VALUE 'Y'.
         05 WS-CAT-EOF PIC X VALUE 'N'.
            88 END-OF-CATALOG VALUE 'Y'.
         05 WS-GEN-FOUND-FLAG PIC X.
            88 GEN-FOUND VALUE 'Y'.
         05 WS-LIVE-FLAG PIC X VALUE 'N'.
            88 LIVE-AUDIT-MISSING VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM READ-PERIOD-FILE.
           PERFORM LOAD-BATCH-MASTER.
           PERFORM LOAD-PTD-MASTER.
           PERFORM LOAD-RUN-LOG.
           PERFORM LOAD-CATALOG.
           IF TABLE-OVERFLOWED
              DISPLAY 'PTDUPD: period-to-date master not updated'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL (WS-GEN-IDX > WS-GEN-COUNT)
                      OR TABLE-OVERFLOWED
              MOVE WS-GEN-TBL-AUD(WS-GEN-IDX) TO WS-AUD-NAME
              PERFORM APPLY-AUDIT-GEN
           END-PERFORM.
           IF TABLE-OVERFLOWED
              DISPLAY 'PTDUPD: period-to-date master not updated'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           IF WS-NEW-COUNT > 0
              PERFORM REWRITE-PTD-MASTER
              PERFORM UPDATE-RUN-LOG
           ELSE
              DISPLAY 'PTDUPD: nothing new to apply'
           END-IF.
           PERFORM WRITE-TOTALS.
           IF LIVE-AUDIT-MISSING
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
                    STOP RUN.
       MAIN-PROC-END. EXIT.
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
                 END-IF
              END-IF
              CLOSE PER-FILE
           END-IF.
           MOVE WS-CLOSED-THRU TO WS-OPEN-PERIOD.
           IF WS-CLOSED-THRU > 0
              IF WS-OPEN-MM = 12
                 ADD 1 TO WS-OPEN-YEAR
                 MOVE 1 TO WS-OPEN-MM
              ELSE
                 ADD 1 TO WS-OPEN-MM
              END-IF
           END-IF.
       READ-PERIOD-FILE-END. EXIT.
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
                    SET TABLE-OVERFLOWED TO TRUE
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
                       MOVE BST-RUN-ID
                         TO WS-BST-TBL-RUN-ID(WS-BST-COUNT)
                    ELSE
                       SET TABLE-OVERFLOWED TO TRUE
                       DISPLAY 'PTDUPD: batch master table full'
                       SET END-OF-BATSTAT TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF BST-ST NOT = 35
              CLOSE BST-FILE
           END-IF.
       LOAD-BATCH-MASTER-END. EXIT.
      ************************
       LOAD-PTD-MASTER.
           OPEN INPUT PTD-FILE.
           IF PTD-ST NOT = 0
              SET END-OF-PTD TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-PTD
              READ PTD-FILE
              IF PTD-ST = 10
                 SET END-OF-PTD TO TRUE
              ELSE
                 IF PTD-ST NOT = 0
                    DISPLAY 'hata' PTD-ST
                    SET TABLE-OVERFLOWED TO TRUE
                    SET END-OF-PTD TO TRUE
                 ELSE
                    IF WS-PTD-COUNT < WS-PTD-MAX
                       ADD 1 TO WS-PTD-COUNT
                       MOVE PTD-PERIOD
                         TO WS-PTD-TBL-PERIOD(WS-PTD-COUNT)
                       MOVE PTD-DEPT
                         TO WS-PTD-TBL-DEPT(WS-PTD-COUNT)
                       MOVE PTD-OPER
                         TO WS-PTD-TBL-OPER(WS-PTD-COUNT)
                       MOVE PTD-MTD-COUNT
                         TO WS-PTD-TBL-MTD-COUNT(WS-PTD-COUNT)
                       MOVE PTD-MTD-TOTAL
                         TO WS-PTD-TBL-MTD-TOTAL(WS-PTD-COUNT)
                       MOVE PTD-YTD-COUNT
                         TO WS-PTD-TBL-YTD-COUNT(WS-PTD-COUNT)
                       MOVE PTD-YTD-TOTAL
                         TO WS-PTD-TBL-YTD-TOTAL(WS-PTD-COUNT)
                       MOVE PTD-STATUS
                         TO WS-PTD-TBL-STATUS(WS-PTD-COUNT)
                    ELSE
                       SET TABLE-OVERFLOWED TO TRUE
                       DISPLAY 'PTDUPD: period-to-date table full'
                       SET END-OF-PTD TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF PTD-ST NOT = 35
              CLOSE PTD-FILE
           END-IF.
       LOAD-PTD-MASTER-END. EXIT.
      ************************
       LOAD-RUN-LOG.
           OPEN INPUT PTR-FILE.
           IF PTR-ST NOT = 0
              SET END-OF-PTR TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-PTR
              READ PTR-FILE
              IF PTR-ST = 10
                 SET END-OF-PTR TO TRUE
              ELSE
                 IF PTR-ST NOT = 0
                    DISPLAY 'hata' PTR-ST
                    SET TABLE-OVERFLOWED TO TRUE
                    SET END-OF-PTR TO TRUE
                 ELSE
                    IF WS-PTR-COUNT < WS-PTR-MAX
                       ADD 1 TO WS-PTR-COUNT
                       MOVE PTR-RUN-ID
                         TO WS-PTR-TBL-RUN-ID(WS-PTR-COUNT)
                       MOVE PTR-REC-COUNT
                         TO WS-PTR-TBL-COUNT(WS-PTR-COUNT)
                       MOVE PTR-APPLY-DATE
                         TO WS-PTR-TBL-DATE(WS-PTR-COUNT)
                    ELSE
                       SET TABLE-OVERFLOWED TO TRUE
                       DISPLAY 'PTDUPD: run log table full'
                       SET END-OF-PTR TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF PTR-ST NOT = 35
              CLOSE PTR-FILE
           END-IF.
       LOAD-RUN-LOG-END. EXIT.
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
                    SET TABLE-OVERFLOWED TO TRUE
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
                 SET TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'PTDUPD: generation table full'
              END-IF
           END-IF.
       ADD-AUDIT-GEN-END. EXIT.
      ************************
       APPLY-AUDIT-GEN.
           MOVE 'N' TO WS-AUD-EOF.
           MOVE SPACES TO WS-GEN-RUN-ID.
           MOVE ZERO TO WS-SKIP-COUNT.
           MOVE ZERO TO WS-AUD-REC-NO.
           MOVE ZERO TO WS-GEN-NEW-COUNT.
           OPEN INPUT AUDIT-FILE.
           IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
              IF WS-AUD-NAME = 'audit'
                 DISPLAY 'PTDUPD: no live audit generation'
                 SET LIVE-AUDIT-MISSING TO TRUE
              ELSE
                 IF AUD-ST NOT = 35
                    DISPLAY 'hata' AUD-ST
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-GEN-READ-COUNT
              PERFORM READ-NEXT-AUDIT
              IF NOT END-OF-AUDIT
                 MOVE AUD-RUN-ID TO WS-GEN-RUN-ID
                 PERFORM FIND-RUN-LOG-ENTRY
                 IF RUN-ALREADY-SEEN
                    MOVE WS-PTR-TBL-COUNT(WS-PTR-HIT)
                      TO WS-SKIP-COUNT
                 END-IF
              END-IF
              PERFORM UNTIL END-OF-AUDIT
                 ADD 1 TO WS-AUD-REC-NO
                 IF WS-AUD-REC-NO > WS-SKIP-COUNT
                    ADD 1 TO WS-GEN-NEW-COUNT
                    PERFORM PROC-AUDIT-REC
                 END-IF
                 PERFORM READ-NEXT-AUDIT
              END-PERFORM
              CLOSE AUDIT-FILE
              IF (WS-GEN-NEW-COUNT > 0) AND (NOT TABLE-OVERFLOWED)
                 PERFORM UPDATE-RUN-ENTRY
                 ADD WS-GEN-NEW-COUNT TO WS-NEW-COUNT
                 MOVE WS-GEN-NEW-COUNT TO WS-EDIT-COUNT
                 DISPLAY 'PTDUPD: AUDIT GENERATION ' WS-GEN-RUN-ID
                         ' NEW RECORDS ' WS-EDIT-COUNT
              END-IF
           END-IF.
       APPLY-AUDIT-GEN-END. EXIT.
      ************************
       READ-NEXT-AUDIT.
           READ AUDIT-FILE.
           IF AUD-ST = 10
              SET END-OF-AUDIT TO TRUE
           ELSE
              IF AUD-ST NOT = 0
                 DISPLAY 'hata' AUD-ST
                 SET TABLE-OVERFLOWED TO TRUE
                 SET END-OF-AUDIT TO TRUE
              END-IF
           END-IF.
       READ-NEXT-AUDIT-END. EXIT.
      ************************
       FIND-RUN-LOG-ENTRY.
           MOVE 'N' TO WS-PTR-FOUND-FLAG.
           MOVE ZERO TO WS-PTR-HIT.
           PERFORM VARYING WS-PTR-IDX FROM 1 BY 1
                   UNTIL (WS-PTR-IDX > WS-PTR-COUNT)
                      OR RUN-ALREADY-SEEN
              IF WS-PTR-TBL-RUN-ID(WS-PTR-IDX) = WS-GEN-RUN-ID
                 SET RUN-ALREADY-SEEN TO TRUE
                 MOVE WS-PTR-IDX TO WS-PTR-HIT
              END-IF
           END-PERFORM.
       FIND-RUN-LOG-ENTRY-END. EXIT.
      ************************
       PROC-AUDIT-REC.
           PERFORM RESOLVE-BATCH.
           IF NOT RECORD-INCLUDED
              ADD 1 TO WS-EXCL-COUNT
           ELSE
              IF (WS-CLOSED-THRU > 0)
                 AND (WS-REC-PERIOD <= WS-CLOSED-THRU)
                 MOVE WS-OPEN-PERIOD TO WS-REC-PERIOD
                 ADD 1 TO WS-LATE-COUNT
              END-IF
              MOVE AUD-OPERATOR TO WS-REC-OPER
              PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                      UNTIL WS-OP-IDX > 6
                 IF AUD-OPERATOR = WS-OP-CODE(WS-OP-IDX)
                    MOVE WS-OP-NAME(WS-OP-IDX) TO WS-REC-OPER
                 END-IF
              END-PERFORM
              COMPUTE WS-RESULT-VAL =
                      FUNCTION NUMVAL(AUD-RESULT)
              PERFORM FIND-PTD-ENTRY
              IF PTD-ENTRY-FOUND
                 ADD 1 TO WS-PTD-TBL-MTD-COUNT(WS-PTD-HIT)
                 ADD WS-RESULT-VAL
                   TO WS-PTD-TBL-MTD-TOTAL(WS-PTD-HIT)
                 ADD 1 TO WS-APPLY-COUNT
                 ADD WS-RESULT-VAL TO WS-APPLY-TOTAL
              END-IF
           END-IF.
       PROC-AUDIT-REC-END. EXIT.
      ************************
       RESOLVE-BATCH.
           MOVE 'Y' TO WS-INCLUDE-FLAG.
           IF AUD-BATCH-ID = SPACES
              MOVE '*UNB' TO WS-REC-DEPT
              MOVE AUD-RUN-ID(1:6) TO WS-REC-PERIOD
           ELSE IF (AUD-SOURCE = 'RSB') OR (AUD-SOURCE = 'REL')
              PERFORM RESOLVE-LATEST-BATCH
           ELSE
              MOVE 'N' TO WS-BST-FOUND-FLAG
              PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                      UNTIL (WS-BST-IDX > WS-BST-COUNT)
                         OR BATCH-FOUND
                 IF (WS-BST-TBL-ID(WS-BST-IDX) = AUD-BATCH-ID)
                    AND (WS-BST-TBL-RUN-ID(WS-BST-IDX)
                         = AUD-RUN-ID)
                    SET BATCH-FOUND TO TRUE
                    MOVE WS-BST-IDX TO WS-BST-HIT
                 END-IF
              END-PERFORM
              IF BATCH-FOUND
                 IF WS-BST-TBL-STATUS(WS-BST-HIT) = 'FAILED'
                    MOVE 'N' TO WS-INCLUDE-FLAG
                 ELSE
                    MOVE WS-BST-TBL-DEPT(WS-BST-HIT) TO WS-REC-DEPT
                    MOVE WS-BST-TBL-DATE(WS-BST-HIT)(1:6)
                      TO WS-REC-PERIOD
                 END-IF
              ELSE
                 PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                         UNTIL (WS-BST-IDX > WS-BST-COUNT)
                            OR BATCH-FOUND
                    IF WS-BST-TBL-ID(WS-BST-IDX) = AUD-BATCH-ID
                       SET BATCH-FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF BATCH-FOUND
                    MOVE 'N' TO WS-INCLUDE-FLAG
                 ELSE
                    MOVE '*UNK' TO WS-REC-DEPT
                    MOVE AUD-RUN-ID(1:6) TO WS-REC-PERIOD
                 END-IF
              END-IF
           END-IF.
       RESOLVE-BATCH-END. EXIT.
      ************************
       RESOLVE-LATEST-BATCH.
           MOVE 'N' TO WS-BST-FOUND-FLAG.
           PERFORM VARYING WS-BST-IDX FROM 1 BY 1
                   UNTIL WS-BST-IDX > WS-BST-COUNT
              IF (WS-BST-TBL-ID(WS-BST-IDX) = AUD-BATCH-ID)
                 AND (WS-BST-TBL-STATUS(WS-BST-IDX) NOT = 'FAILED')
                 SET BATCH-FOUND TO TRUE
                 MOVE WS-BST-IDX TO WS-BST-HIT
              END-IF
           END-PERFORM.
           IF BATCH-FOUND
              MOVE WS-BST-TBL-DEPT(WS-BST-HIT) TO WS-REC-DEPT
              MOVE WS-BST-TBL-DATE(WS-BST-HIT)(1:6) TO WS-REC-PERIOD
           ELSE
              MOVE '*UNK' TO WS-REC-DEPT
              MOVE AUD-RUN-ID(1:6) TO WS-REC-PERIOD
           END-IF.
       RESOLVE-LATEST-BATCH-END. EXIT.
      ************************
       FIND-PTD-ENTRY.
           MOVE 'N' TO WS-PTD-FOUND-FLAG.
           MOVE ZERO TO WS-PTD-HIT.
           PERFORM VARYING WS-PTD-IDX FROM 1 BY 1
                   UNTIL (WS-PTD-IDX > WS-PTD-COUNT)
                      OR PTD-ENTRY-FOUND
              IF (WS-PTD-TBL-PERIOD(WS-PTD-IDX) = WS-REC-PERIOD)
                 AND (WS-PTD-TBL-DEPT(WS-PTD-IDX) = WS-REC-DEPT)
                 AND (WS-PTD-TBL-OPER(WS-PTD-IDX) = WS-REC-OPER)
                 SET PTD-ENTRY-FOUND TO TRUE
                 MOVE WS-PTD-IDX TO WS-PTD-HIT
              END-IF
           END-PERFORM.
           IF NOT PTD-ENTRY-FOUND
              IF WS-PTD-COUNT < WS-PTD-MAX
                 ADD 1 TO WS-PTD-COUNT
                 MOVE WS-REC-PERIOD
                   TO WS-PTD-TBL-PERIOD(WS-PTD-COUNT)
                 MOVE WS-REC-DEPT
                   TO WS-PTD-TBL-DEPT(WS-PTD-COUNT)
                 MOVE WS-REC-OPER
                   TO WS-PTD-TBL-OPER(WS-PTD-COUNT)
                 MOVE ZERO TO WS-PTD-TBL-MTD-COUNT(WS-PTD-COUNT)
                 MOVE ZERO TO WS-PTD-TBL-MTD-TOTAL(WS-PTD-COUNT)
                 MOVE ZERO TO WS-PTD-TBL-YTD-COUNT(WS-PTD-COUNT)
                 MOVE ZERO TO WS-PTD-TBL-YTD-TOTAL(WS-PTD-COUNT)
                 MOVE 'O' TO WS-PTD-TBL-STATUS(WS-PTD-COUNT)
                 SET PTD-ENTRY-FOUND TO TRUE
                 MOVE WS-PTD-COUNT TO WS-PTD-HIT
              ELSE
                 IF NOT TABLE-OVERFLOWED
                    SET TABLE-OVERFLOWED TO TRUE
                    DISPLAY 'PTDUPD: period-to-date table full'
                 END-IF
              END-IF
           END-IF.
       FIND-PTD-ENTRY-END. EXIT.
      ************************
       REWRITE-PTD-MASTER.
           OPEN OUTPUT PTD-TMP-FILE.
           IF PTD-TMP-ST NOT = 0
              DISPLAY 'hata' PTD-TMP-ST
           END-IF.
           PERFORM VARYING WS-PTD-IDX FROM 1 BY 1
                   UNTIL WS-PTD-IDX > WS-PTD-COUNT
              MOVE SPACES TO PTD-REC
              MOVE WS-PTD-TBL-PERIOD(WS-PTD-IDX)    TO PTD-PERIOD
              MOVE WS-PTD-TBL-DEPT(WS-PTD-IDX)      TO PTD-DEPT
              MOVE WS-PTD-TBL-OPER(WS-PTD-IDX)      TO PTD-OPER
              MOVE WS-PTD-TBL-MTD-COUNT(WS-PTD-IDX) TO PTD-MTD-COUNT
              MOVE WS-PTD-TBL-MTD-TOTAL(WS-PTD-IDX) TO PTD-MTD-TOTAL
              MOVE WS-PTD-TBL-YTD-COUNT(WS-PTD-IDX) TO PTD-YTD-COUNT
              MOVE WS-PTD-TBL-YTD-TOTAL(WS-PTD-IDX) TO PTD-YTD-TOTAL
              MOVE WS-PTD-TBL-STATUS(WS-PTD-IDX)    TO PTD-STATUS
              MOVE PTD-REC TO PTD-TMP-REC
              WRITE PTD-TMP-REC
              IF PTD-TMP-ST NOT = 0
                 DISPLAY 'hata' PTD-TMP-ST
              END-IF
           END-PERFORM.
           CLOSE PTD-TMP-FILE.
           CALL 'CBL_RENAME_FILE' USING WS-PTD-TMP-NAME
                                         WS-PTD-FINAL-NAME.
       REWRITE-PTD-MASTER-END. EXIT.
      ************************
       UPDATE-RUN-ENTRY.
           IF RUN-ALREADY-SEEN
              MOVE WS-AUD-REC-NO TO WS-PTR-TBL-COUNT(WS-PTR-HIT)
              MOVE WS-TODAY      TO WS-PTR-TBL-DATE(WS-PTR-HIT)
           ELSE
              IF WS-PTR-COUNT < WS-PTR-MAX
                 ADD 1 TO WS-PTR-COUNT
                 MOVE WS-GEN-RUN-ID
                   TO WS-PTR-TBL-RUN-ID(WS-PTR-COUNT)
                 MOVE WS-AUD-REC-NO
                   TO WS-PTR-TBL-COUNT(WS-PTR-COUNT)
                 MOVE WS-TODAY
                   TO WS-PTR-TBL-DATE(WS-PTR-COUNT)
              ELSE
                 SET TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'PTDUPD: run log table full'
              END-IF
           END-IF.
       UPDATE-RUN-ENTRY-END. EXIT.
      ************************
       UPDATE-RUN-LOG.
           OPEN OUTPUT PTR-TMP-FILE.
           IF PTR-TMP-ST NOT = 0
              DISPLAY 'hata' PTR-TMP-ST
           END-IF.
           PERFORM VARYING WS-PTR-IDX FROM 1 BY 1
                   UNTIL WS-PTR-IDX > WS-PTR-COUNT
              MOVE SPACES TO PTR-REC
              MOVE WS-PTR-TBL-RUN-ID(WS-PTR-IDX) TO PTR-RUN-ID
              MOVE WS-PTR-TBL-COUNT(WS-PTR-IDX)  TO PTR-REC-COUNT
              MOVE WS-PTR-TBL-DATE(WS-PTR-IDX)   TO PTR-APPLY-DATE
              MOVE PTR-REC TO PTR-TMP-REC
              WRITE PTR-TMP-REC
              IF PTR-TMP-ST NOT = 0
                 DISPLAY 'hata' PTR-TMP-ST
              END-IF
           END-PERFORM.
           CLOSE PTR-TMP-FILE.
           CALL 'CBL_RENAME_FILE' USING WS-PTR-TMP-NAME
                                         WS-PTR-FINAL-NAME.
       UPDATE-RUN-LOG-END. EXIT.
      ************************
       WRITE-TOTALS.
           MOVE WS-GEN-READ-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'PTDUPD: GENERATIONS READ ' WS-EDIT-COUNT.
           MOVE WS-APPLY-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'PTDUPD: RECORDS APPLIED  ' WS-EDIT-COUNT.
           MOVE WS-EXCL-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'PTDUPD: RECORDS EXCLUDED ' WS-EDIT-COUNT.
           MOVE WS-LATE-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'PTDUPD: LATE TO OPEN PER ' WS-EDIT-COUNT.
           MOVE WS-APPLY-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY 'PTDUPD: VALUE APPLIED ' WS-EDIT-TOTAL.
       WRITE-TOTALS-END. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNTRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "txntrace.parms"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PARM-ST.
           SELECT CAT-FILE ASSIGN TO "archcat"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS CAT-ST.
           SELECT AUDIT-FILE ASSIGN USING WS-AUD-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS AUD-ST.
           SELECT REJ-FILE ASSIGN USING WS-REJ-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS REJ-ST.
           SELECT SUS-FILE ASSIGN TO "suspense"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS SUS-ST.
           SELECT SRLOG-FILE ASSIGN TO "susrel.log"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS SRLOG-ST.
           SELECT RSLOG-FILE ASSIGN TO "resubmit.log"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS RSLOG-ST.
           SELECT RPT-FILE ASSIGN TO "txntrace"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
         05 PARM-RUN-ID   PIC X(14).
         05 FILLER        PIC X.
         05 PARM-SEQ      PIC X(8).
         05 FILLER        PIC X.
         05 PARM-BATCH-ID PIC X(8).
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
       FD  SUS-FILE RECORDING MODE F.
       01  SUS-REC.
         05 SUS-RUN-ID      PIC X(14).
         05 FILLER          PIC X.
         05 SUS-SEQ         PIC X(8).
         05 FILLER          PIC X.
         05 SUS-BATCH-ID    PIC X(8).
         05 FILLER          PIC X.
         05 SUS-BUS-DATE    PIC X(8).
         05 FILLER          PIC X.
         05 SUS-DEPT        PIC X(4).
         05 FILLER          PIC X.
         05 SUS-ORIGINAL    PIC X(29).
         05 FILLER          PIC X.
         05 SUS-NUMBER-1    PIC X(7).
         05 FILLER          PIC X.
         05 SUS-OPERATOR    PIC X(3).
         05 FILLER          PIC X.
         05 SUS-NUMBER-2    PIC X(7).
         05 FILLER          PIC X.
         05 SUS-RESULT      PIC X(11).
         05 FILLER          PIC X.
         05 SUS-SOURCE      PIC X(3).
         05 FILLER          PIC X.
         05 SUS-ORIG-RUN-ID PIC X(14).
         05 FILLER          PIC X.
         05 SUS-ORIG-SEQ    PIC X(8).
         05 FILLER          PIC X.
         05 SUS-FORMULA     PIC X(8).
         05 FILLER          PIC X.
         05 SUS-SRC-1       PIC X(8).
         05 FILLER          PIC X.
         05 SUS-SRC-2       PIC X(8).
         05 FILLER          PIC X.
         05 SUS-REASON      PIC X(30).
       FD  SRLOG-FILE RECORDING MODE F.
       01  SRLOG-REC.
         05 SRLOG-STAMP    PIC X(14).
         05 FILLER         PIC X.
         05 SRLOG-USER     PIC X(8).
         05 FILLER         PIC X.
         05 SRLOG-RUN-ID   PIC X(14).
         05 FILLER         PIC X.
         05 SRLOG-SEQ      PIC X(8).
         05 FILLER         PIC X.
         05 SRLOG-BATCH-ID PIC X(8).
         05 FILLER         PIC X.
         05 SRLOG-DECISION PIC X(9).
         05 FILLER         PIC X.
         05 SRLOG-DETAIL   PIC X(30).
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
       01  RPT-REC  PIC X(140).
       WORKING-STORAGE SECTION.
       01  PARM-ST  PIC 9(2).
       01  CAT-ST   PIC 9(2).
       01  AUD-ST   PIC 9(2).
       01  REJ-ST   PIC 9(2).
       01  RSLOG-ST PIC 9(2).
       01  SUS-ST   PIC 9(2).
       01  SRLOG-ST PIC 9(2).
       01  RPT-ST   PIC 9(2).
       01  WS-AUD-NAME      PIC X(30).
       01  WS-REJ-NAME      PIC X(30).
       01  WS-SEL-RUN-ID    PIC X(14) VALUE SPACES.
       01  WS-SEL-SEQ       PIC 9(8) VALUE ZERO.
       01  WS-SEL-BATCH-ID  PIC X(8) VALUE SPACES.
       01  WS-SCAN-MODE     PIC X.
          88 SCAN-BATCH     VALUE 'B'.
          88 SCAN-EXPAND    VALUE 'E'.
          88 SCAN-COLLECT   VALUE 'C'.
       01  WS-GEN-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-GEN-MAX       PIC 9(4) VALUE 501.
       01  WS-GEN-IDX       PIC 9(4).
       01  WS-GEN-TABLE.
         05 WS-GEN-ENTRY OCCURS 501.
           10 WS-GEN-TBL-AUD PIC X(30).
           10 WS-GEN-TBL-REJ PIC X(30).
       01  WS-PRG-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-PRG-MAX       PIC 9(4) VALUE 500.
       01  WS-PRG-IDX       PIC 9(4).
       01  WS-PRG-TABLE.
         05 WS-PRG-RUN-ID OCCURS 500 PIC X(14).
       01  WS-KEY-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-KEY-MAX       PIC 9(4) VALUE 500.
       01  WS-KEY-IDX       PIC 9(4).
       01  WS-PRIOR-KEY-COUNT PIC 9(4).
       01  WS-KEY-TABLE.
         05 WS-KEY-ENTRY OCCURS 500.
           10 WS-KEY-RUN-ID PIC X(14).
           10 WS-KEY-SEQ    PIC 9(8).
       01  WS-LOOK-RUN-ID   PIC X(14).
       01  WS-LOOK-SEQ      PIC 9(8).
       01  WS-CUR-RUN-ID    PIC X(14).
       01  WS-CUR-SEQ       PIC 9(8).
       01  WS-CUR-BATCH-ID  PIC X(8).
       01  WS-CUR-ORIG-RUN-ID PIC X(14).
       01  WS-CUR-ORIG-SEQ  PIC 9(8).
       01  WS-CUR-KIND      PIC X(6).
       01  WS-EVT-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-EVT-MAX       PIC 9(4) VALUE 2000.
       01  WS-EVT-IDX       PIC 9(4).
       01  WS-EVT-IDX-2     PIC 9(4).
       01  WS-EVT-ORDER-CNT PIC 9(6) VALUE ZERO.
       01  WS-EVT-TABLE.
         05 WS-EVT-ENTRY OCCURS 2000.
           10 WS-EVT-KEY.
             15 WS-EVT-RUN-ID    PIC X(14).
             15 WS-EVT-SEQ       PIC 9(8).
             15 WS-EVT-ORDER     PIC 9(6).
           10 WS-EVT-KIND        PIC X(6).
           10 WS-EVT-BATCH-ID    PIC X(8).
           10 WS-EVT-SOURCE      PIC X(3).
           10 WS-EVT-ORIG-RUN-ID PIC X(14).
           10 WS-EVT-ORIG-SEQ    PIC X(8).
           10 WS-EVT-FORMULA     PIC X(8).
           10 WS-EVT-SRC-1       PIC X(8).
           10 WS-EVT-SRC-2       PIC X(8).
           10 WS-EVT-GEN         PIC X(4).
           10 WS-EVT-DETAIL      PIC X(37).
       01  WS-EVT-HOLD          PIC X(132).
       01  WS-RESULT-CNT    PIC 9(8) VALUE ZERO.
       01  WS-REJECT-CNT    PIC 9(8) VALUE ZERO.
       01  WS-FIX-CNT       PIC 9(8) VALUE ZERO.
       01  WS-SUSPND-CNT    PIC 9(8) VALUE ZERO.
       01  WS-DECISION-CNT  PIC 9(8) VALUE ZERO.
       01  WS-GEN-READ-CNT  PIC 9(8) VALUE ZERO.
       01  WS-GEN-MISS-CNT  PIC 9(8) VALUE ZERO.
       01  WS-PURGED-HIT-CNT PIC 9(8) VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-EDIT-SEQ      PIC 9(8).
       01  WS-FLAGS.
         05 WS-CAT-EOF PIC X VALUE 'N'.
            88 END-OF-CATALOG VALUE 'Y'.
         05 WS-AUD-EOF PIC X.
            88 END-OF-AUDIT VALUE 'Y'.
         05 WS-REJ-EOF PIC X.
            88 END-OF-REJECTS VALUE 'Y'.
         05 WS-RSLOG-EOF PIC X VALUE 'N'.
            88 END-OF-RSLOG VALUE 'Y'.
         05 WS-SUS-EOF PIC X.
            88 END-OF-SUSPENSE VALUE 'Y'.
         05 WS-SRLOG-EOF PIC X VALUE 'N'.
            88 END-OF-SRLOG VALUE 'Y'.
         05 WS-OVFL-FLAG PIC X VALUE 'N'.
            88 TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-KEY-FOUND-FLAG PIC X.
            88 KEY-FOUND VALUE 'Y'.
         05 WS-PRG-HIT-FLAG PIC X.
            88 PURGED-RUN-HIT VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM READ-PARM-FILE.
           IF (WS-SEL-RUN-ID = SPACES) AND (WS-SEL-BATCH-ID = SPACES)
              DISPLAY 'TXNTRACE: no run/seq or batch id in parms'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           PERFORM LOAD-CATALOG.
           IF WS-SEL-RUN-ID NOT = SPACES
              MOVE WS-SEL-RUN-ID TO WS-LOOK-RUN-ID
              MOVE WS-SEL-SEQ    TO WS-LOOK-SEQ
              PERFORM ADD-KEY
           ELSE
              SET SCAN-BATCH TO TRUE
              PERFORM SCAN-ALL-GENS
           END-IF.
           SET SCAN-EXPAND TO TRUE.
           MOVE ZERO TO WS-PRIOR-KEY-COUNT.
           PERFORM UNTIL (WS-KEY-COUNT = WS-PRIOR-KEY-COUNT)
                      OR TABLE-OVERFLOWED
              MOVE WS-KEY-COUNT TO WS-PRIOR-KEY-COUNT
              PERFORM SCAN-ALL-GENS
           END-PERFORM.
           SET SCAN-COLLECT TO TRUE.
           PERFORM SCAN-ALL-GENS.
           PERFORM SCAN-SUSREL-LOG.
           PERFORM SCAN-RESUBMIT-LOG.
           PERFORM SORT-EVENTS.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'hata' RPT-ST
           END-IF.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-TOTALS.
           CLOSE RPT-FILE.
           IF TABLE-OVERFLOWED
              MOVE 8 TO RETURN-CODE
           ELSE
              IF (WS-EVT-COUNT = 0) OR (WS-GEN-MISS-CNT > 0)
                 OR (WS-PURGED-HIT-CNT > 0)
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
                 IF (PARM-RUN-ID NOT = SPACES)
                    AND (PARM-SEQ NUMERIC)
                    MOVE PARM-RUN-ID TO WS-SEL-RUN-ID
                    MOVE PARM-SEQ    TO WS-SEL-SEQ
                 ELSE
                    MOVE PARM-BATCH-ID TO WS-SEL-BATCH-ID
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
                    IF CAT-STATUS = 'P'
                       PERFORM ADD-PURGED-RUN
                    ELSE
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
                 DISPLAY 'TXNTRACE: generation table full'
              END-IF
           END-IF.
       ADD-ARCHIVE-GEN-END. EXIT.
      ************************
       ADD-PURGED-RUN.
           IF WS-PRG-COUNT < WS-PRG-MAX
              ADD 1 TO WS-PRG-COUNT
              MOVE CAT-RUN-ID TO WS-PRG-RUN-ID(WS-PRG-COUNT)
           END-IF.
       ADD-PURGED-RUN-END. EXIT.
      ************************
       SCAN-ALL-GENS.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL (WS-GEN-IDX > WS-GEN-COUNT)
                      OR TABLE-OVERFLOWED
              IF WS-GEN-TBL-AUD(WS-GEN-IDX) NOT = SPACES
                 MOVE WS-GEN-TBL-AUD(WS-GEN-IDX) TO WS-AUD-NAME
                 PERFORM SCAN-AUDIT-GEN
              END-IF
              IF WS-GEN-TBL-REJ(WS-GEN-IDX) NOT = SPACES
                 MOVE WS-GEN-TBL-REJ(WS-GEN-IDX) TO WS-REJ-NAME
                 PERFORM SCAN-REJECT-GEN
              END-IF
           END-PERFORM.
           IF NOT TABLE-OVERFLOWED
              PERFORM SCAN-SUSPENSE
           END-IF.
       SCAN-ALL-GENS-END. EXIT.
      ************************
       SCAN-AUDIT-GEN.
           MOVE 'N' TO WS-AUD-EOF.
           OPEN INPUT AUDIT-FILE.
           IF AUD-ST NOT = 0
              IF (AUD-ST = 35) AND (WS-GEN-IDX > 1)
                 AND SCAN-COLLECT
                 DISPLAY 'TXNTRACE: generation not found '
                         WS-AUD-NAME
                 ADD 1 TO WS-GEN-MISS-CNT
              END-IF
              IF AUD-ST NOT = 35
                 DISPLAY 'hata' AUD-ST
              END-IF
              SET END-OF-AUDIT TO TRUE
           ELSE
              IF SCAN-COLLECT
                 ADD 1 TO WS-GEN-READ-CNT
              END-IF
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
                    MOVE 'RESULT'        TO WS-CUR-KIND
                    MOVE AUD-RUN-ID      TO WS-CUR-RUN-ID
                    MOVE AUD-SEQ         TO WS-CUR-SEQ
                    MOVE AUD-BATCH-ID    TO WS-CUR-BATCH-ID
                    MOVE AUD-ORIG-RUN-ID TO WS-CUR-ORIG-RUN-ID
                    IF AUD-ORIG-SEQ NUMERIC
                       MOVE AUD-ORIG-SEQ TO WS-CUR-ORIG-SEQ
                    ELSE
                       MOVE ZERO TO WS-CUR-ORIG-SEQ
                    END-IF
                    PERFORM PROC-TRACE-REC
                 END-IF
              END-IF
           END-PERFORM.
           IF AUD-ST NOT = 35
              CLOSE AUDIT-FILE
           END-IF.
       SCAN-AUDIT-GEN-END. EXIT.
      ************************
       SCAN-REJECT-GEN.
           MOVE 'N' TO WS-REJ-EOF.
           OPEN INPUT REJ-FILE.
           IF REJ-ST NOT = 0
              IF (REJ-ST = 35) AND (WS-GEN-IDX > 1)
                 AND SCAN-COLLECT
                 DISPLAY 'TXNTRACE: generation not found '
                         WS-REJ-NAME
                 ADD 1 TO WS-GEN-MISS-CNT
              END-IF
              IF REJ-ST NOT = 35
                 DISPLAY 'hata' REJ-ST
              END-IF
              SET END-OF-REJECTS TO TRUE
           ELSE
              IF SCAN-COLLECT
                 ADD 1 TO WS-GEN-READ-CNT
              END-IF
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
                       MOVE 'REJECT'        TO WS-CUR-KIND
                       MOVE REJ-RUN-ID      TO WS-CUR-RUN-ID
                       MOVE REJ-SEQ         TO WS-CUR-SEQ
                       MOVE REJ-BATCH-ID    TO WS-CUR-BATCH-ID
                       MOVE REJ-ORIG-RUN-ID TO WS-CUR-ORIG-RUN-ID
                       IF REJ-ORIG-SEQ NUMERIC
                          MOVE REJ-ORIG-SEQ TO WS-CUR-ORIG-SEQ
                       ELSE
                          MOVE ZERO TO WS-CUR-ORIG-SEQ
                       END-IF
                       PERFORM PROC-TRACE-REC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF REJ-ST NOT = 35
              CLOSE REJ-FILE
           END-IF.
       SCAN-REJECT-GEN-END. EXIT.
      ************************
       SCAN-SUSPENSE.
           MOVE 'N' TO WS-SUS-EOF.
           OPEN INPUT SUS-FILE.
           IF SUS-ST NOT = 0
              IF SUS-ST NOT = 35
                 DISPLAY 'hata' SUS-ST
              END-IF
              SET END-OF-SUSPENSE TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SUSPENSE
              READ SUS-FILE
              IF SUS-ST = 10
                 SET END-OF-SUSPENSE TO TRUE
              ELSE
                 IF SUS-ST NOT = 0
                    DISPLAY 'hata' SUS-ST
                    SET END-OF-SUSPENSE TO TRUE
                 ELSE
                    IF SUS-SEQ NUMERIC
                       MOVE 'SUSPND'        TO WS-CUR-KIND
                       MOVE SUS-RUN-ID      TO WS-CUR-RUN-ID
                       MOVE SUS-SEQ         TO WS-CUR-SEQ
                       MOVE SUS-BATCH-ID    TO WS-CUR-BATCH-ID
                       MOVE SUS-ORIG-RUN-ID TO WS-CUR-ORIG-RUN-ID
                       IF SUS-ORIG-SEQ NUMERIC
                          MOVE SUS-ORIG-SEQ TO WS-CUR-ORIG-SEQ
                       ELSE
                          MOVE ZERO TO WS-CUR-ORIG-SEQ
                       END-IF
                       PERFORM PROC-TRACE-REC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF SUS-ST NOT = 35
              CLOSE SUS-FILE
           END-IF.
       SCAN-SUSPENSE-END. EXIT.
      ************************
       PROC-TRACE-REC.
           IF SCAN-BATCH
              IF WS-CUR-BATCH-ID = WS-SEL-BATCH-ID
                 MOVE WS-CUR-RUN-ID TO WS-LOOK-RUN-ID
                 MOVE WS-CUR-SEQ    TO WS-LOOK-SEQ
                 PERFORM ADD-KEY
              END-IF
           END-IF.
           IF SCAN-EXPAND
              MOVE WS-CUR-RUN-ID TO WS-LOOK-RUN-ID
              MOVE WS-CUR-SEQ    TO WS-LOOK-SEQ
              PERFORM FIND-KEY
              IF (NOT KEY-FOUND) AND (WS-CUR-ORIG-RUN-ID NOT = SPACES)
                 MOVE WS-CUR-ORIG-RUN-ID TO WS-LOOK-RUN-ID
                 MOVE WS-CUR-ORIG-SEQ    TO WS-LOOK-SEQ
                 PERFORM FIND-KEY
              END-IF
              IF KEY-FOUND
                 MOVE WS-CUR-RUN-ID TO WS-LOOK-RUN-ID
                 MOVE WS-CUR-SEQ    TO WS-LOOK-SEQ
                 PERFORM ADD-KEY
                 IF WS-CUR-ORIG-RUN-ID NOT = SPACES
                    MOVE WS-CUR-ORIG-RUN-ID TO WS-LOOK-RUN-ID
                    MOVE WS-CUR-ORIG-SEQ    TO WS-LOOK-SEQ
                    PERFORM ADD-KEY
                 END-IF
              END-IF
           END-IF.
           IF SCAN-COLLECT
              MOVE WS-CUR-RUN-ID TO WS-LOOK-RUN-ID
              MOVE WS-CUR-SEQ    TO WS-LOOK-SEQ
              PERFORM FIND-KEY
              IF KEY-FOUND
                 PERFORM ADD-EVENT
              END-IF
           END-IF.
       PROC-TRACE-REC-END. EXIT.
      ************************
       FIND-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL (WS-KEY-IDX > WS-KEY-COUNT) OR KEY-FOUND
              IF (WS-KEY-RUN-ID(WS-KEY-IDX) = WS-LOOK-RUN-ID)
                 AND (WS-KEY-SEQ(WS-KEY-IDX) = WS-LOOK-SEQ)
                 SET KEY-FOUND TO TRUE
              END-IF
           END-PERFORM.
       FIND-KEY-END. EXIT.
      ************************
       ADD-KEY.
           PERFORM FIND-KEY.
           IF NOT KEY-FOUND
              IF WS-KEY-COUNT < WS-KEY-MAX
                 ADD 1 TO WS-KEY-COUNT
                 MOVE WS-LOOK-RUN-ID TO WS-KEY-RUN-ID(WS-KEY-COUNT)
                 MOVE WS-LOOK-SEQ    TO WS-KEY-SEQ(WS-KEY-COUNT)
              ELSE
                 IF NOT TABLE-OVERFLOWED
                    SET TABLE-OVERFLOWED TO TRUE
                    DISPLAY 'TXNTRACE: trace key table full'
                 END-IF
              END-IF
           END-IF.
       ADD-KEY-END. EXIT.
      ************************
       ADD-EVENT.
           IF WS-EVT-COUNT < WS-EVT-MAX
              ADD 1 TO WS-EVT-COUNT
              ADD 1 TO WS-EVT-ORDER-CNT
              MOVE SPACES TO WS-EVT-ENTRY(WS-EVT-COUNT)
              MOVE WS-CUR-RUN-ID TO WS-EVT-RUN-ID(WS-EVT-COUNT)
              MOVE WS-CUR-SEQ    TO WS-EVT-SEQ(WS-EVT-COUNT)
              MOVE WS-EVT-ORDER-CNT TO WS-EVT-ORDER(WS-EVT-COUNT)
              MOVE WS-CUR-KIND   TO WS-EVT-KIND(WS-EVT-COUNT)
              MOVE WS-CUR-BATCH-ID TO WS-EVT-BATCH-ID(WS-EVT-COUNT)
              IF WS-CUR-ORIG-RUN-ID NOT = SPACES
                 MOVE WS-CUR-ORIG-RUN-ID
                   TO WS-EVT-ORIG-RUN-ID(WS-EVT-COUNT)
                 MOVE WS-CUR-ORIG-SEQ TO WS-EDIT-SEQ
                 MOVE WS-EDIT-SEQ TO WS-EVT-ORIG-SEQ(WS-EVT-COUNT)
              END-IF
              IF WS-GEN-IDX = 1
                 MOVE 'LIVE' TO WS-EVT-GEN(WS-EVT-COUNT)
              ELSE
                 MOVE 'ARCH' TO WS-EVT-GEN(WS-EVT-COUNT)
              END-IF
              IF WS-CUR-KIND = 'SUSPND'
                 ADD 1 TO WS-SUSPND-CNT
                 MOVE 'SUSP'      TO WS-EVT-GEN(WS-EVT-COUNT)
                 MOVE SUS-SOURCE  TO WS-EVT-SOURCE(WS-EVT-COUNT)
                 MOVE SUS-FORMULA TO WS-EVT-FORMULA(WS-EVT-COUNT)
                 MOVE SUS-SRC-1   TO WS-EVT-SRC-1(WS-EVT-COUNT)
                 MOVE SUS-SRC-2   TO WS-EVT-SRC-2(WS-EVT-COUNT)
                 MOVE SUS-REASON  TO WS-EVT-DETAIL(WS-EVT-COUNT)
              END-IF
              IF WS-CUR-KIND = 'RESULT'
                 ADD 1 TO WS-RESULT-CNT
                 MOVE AUD-SOURCE  TO WS-EVT-SOURCE(WS-EVT-COUNT)
                 MOVE AUD-FORMULA TO WS-EVT-FORMULA(WS-EVT-COUNT)
                 MOVE AUD-SRC-1   TO WS-EVT-SRC-1(WS-EVT-COUNT)
                 MOVE AUD-SRC-2   TO WS-EVT-SRC-2(WS-EVT-COUNT)
                 STRING AUD-NUMBER-1 DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        AUD-OPERATOR DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        AUD-NUMBER-2 DELIMITED BY SIZE
                        ' =' DELIMITED BY SIZE
                        AUD-RESULT DELIMITED BY SIZE
                   INTO WS-EVT-DETAIL(WS-EVT-COUNT)
              END-IF
              IF WS-CUR-KIND = 'REJECT'
                 ADD 1 TO WS-REJECT-CNT
                 MOVE REJ-SOURCE  TO WS-EVT-SOURCE(WS-EVT-COUNT)
                 MOVE REJ-FORMULA TO WS-EVT-FORMULA(WS-EVT-COUNT)
                 MOVE REJ-REASON  TO WS-EVT-DETAIL(WS-EVT-COUNT)
              END-IF
           ELSE
              IF NOT TABLE-OVERFLOWED
                 SET TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'TXNTRACE: event table full'
              END-IF
           END-IF.
       ADD-EVENT-END. EXIT.
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
                    IF RSLOG-SEQ NUMERIC
                       MOVE RSLOG-RUN-ID TO WS-LOOK-RUN-ID
                       MOVE RSLOG-SEQ    TO WS-LOOK-SEQ
                       PERFORM FIND-KEY
                       IF KEY-FOUND
                          PERFORM ADD-FIX-EVENT
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
       ADD-FIX-EVENT.
           IF WS-EVT-COUNT < WS-EVT-MAX
              ADD 1 TO WS-EVT-COUNT
              ADD 1 TO WS-EVT-ORDER-CNT
              ADD 1 TO WS-FIX-CNT
              MOVE SPACES TO WS-EVT-ENTRY(WS-EVT-COUNT)
              MOVE RSLOG-RUN-ID TO WS-EVT-RUN-ID(WS-EVT-COUNT)
              MOVE RSLOG-SEQ    TO WS-EVT-SEQ(WS-EVT-COUNT)
              MOVE WS-EVT-ORDER-CNT TO WS-EVT-ORDER(WS-EVT-COUNT)
              MOVE 'REJFIX' TO WS-EVT-KIND(WS-EVT-COUNT)
              MOVE 'LIVE'   TO WS-EVT-GEN(WS-EVT-COUNT)
              STRING RSLOG-ACTION DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     RSLOG-DETAIL DELIMITED BY SIZE
                INTO WS-EVT-DETAIL(WS-EVT-COUNT)
           ELSE
              IF NOT TABLE-OVERFLOWED
                 SET TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'TXNTRACE: event table full'
              END-IF
           END-IF.
       ADD-FIX-EVENT-END. EXIT.
      ************************
       SCAN-SUSREL-LOG.
           OPEN INPUT SRLOG-FILE.
           IF SRLOG-ST NOT = 0
              IF SRLOG-ST NOT = 35
                 DISPLAY 'hata' SRLOG-ST
              END-IF
              SET END-OF-SRLOG TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-SRLOG
              READ SRLOG-FILE
              IF SRLOG-ST = 10
                 SET END-OF-SRLOG TO TRUE
              ELSE
                 IF SRLOG-ST NOT = 0
                    DISPLAY 'hata' SRLOG-ST
                    SET END-OF-SRLOG TO TRUE
                 ELSE
                    IF (SRLOG-SEQ NUMERIC)
                       AND ((SRLOG-DECISION = 'APPROVED')
                            OR (SRLOG-DECISION = 'CANCELLED'))
                       MOVE SRLOG-RUN-ID TO WS-LOOK-RUN-ID
                       MOVE SRLOG-SEQ    TO WS-LOOK-SEQ
                       PERFORM FIND-KEY
                       IF KEY-FOUND
                          PERFORM ADD-DECISION-EVENT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF SRLOG-ST NOT = 35
              CLOSE SRLOG-FILE
           END-IF.
       SCAN-SUSREL-LOG-END. EXIT.
      ************************
       ADD-DECISION-EVENT.
           IF WS-EVT-COUNT < WS-EVT-MAX
              ADD 1 TO WS-EVT-COUNT
              ADD 1 TO WS-EVT-ORDER-CNT
              ADD 1 TO WS-DECISION-CNT
              MOVE SPACES TO WS-EVT-ENTRY(WS-EVT-COUNT)
              MOVE SRLOG-RUN-ID TO WS-EVT-RUN-ID(WS-EVT-COUNT)
              MOVE SRLOG-SEQ    TO WS-EVT-SEQ(WS-EVT-COUNT)
              MOVE WS-EVT-ORDER-CNT TO WS-EVT-ORDER(WS-EVT-COUNT)
              IF SRLOG-DECISION = 'APPROVED'
                 MOVE 'APPROV' TO WS-EVT-KIND(WS-EVT-COUNT)
              ELSE
                 MOVE 'CANCEL' TO WS-EVT-KIND(WS-EVT-COUNT)
              END-IF
              MOVE SRLOG-BATCH-ID TO WS-EVT-BATCH-ID(WS-EVT-COUNT)
              MOVE 'LIVE' TO WS-EVT-GEN(WS-EVT-COUNT)
              STRING 'BY ' DELIMITED BY SIZE
                     SRLOG-USER DELIMITED BY SIZE
                     ' AT ' DELIMITED BY SIZE
                     SRLOG-STAMP DELIMITED BY SIZE
                INTO WS-EVT-DETAIL(WS-EVT-COUNT)
           ELSE
              IF NOT TABLE-OVERFLOWED
                 SET TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'TXNTRACE: event table full'
              END-IF
           END-IF.
       ADD-DECISION-EVENT-END. EXIT.
      ************************
       SORT-EVENTS.
           PERFORM VARYING WS-EVT-IDX FROM 2 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
              MOVE WS-EVT-ENTRY(WS-EVT-IDX) TO WS-EVT-HOLD
              MOVE WS-EVT-IDX TO WS-EVT-IDX-2
              PERFORM UNTIL (WS-EVT-IDX-2 < 2)
                         OR (WS-EVT-KEY(WS-EVT-IDX-2 - 1)
                             <= WS-EVT-HOLD(1:28))
                 MOVE WS-EVT-ENTRY(WS-EVT-IDX-2 - 1)
                   TO WS-EVT-ENTRY(WS-EVT-IDX-2)
                 SUBTRACT 1 FROM WS-EVT-IDX-2
              END-PERFORM
              MOVE WS-EVT-HOLD TO WS-EVT-ENTRY(WS-EVT-IDX-2)
           END-PERFORM.
       SORT-EVENTS-END. EXIT.
      ************************
       WRITE-REPORT.
           MOVE SPACES TO RPT-REC.
           IF WS-SEL-RUN-ID NOT = SPACES
              STRING 'TRANSACTION LINEAGE TRACE  RUN: '
                       DELIMITED BY SIZE
                     WS-SEL-RUN-ID DELIMITED BY SIZE
                     '  SEQ: ' DELIMITED BY SIZE
                     WS-SEL-SEQ DELIMITED BY SIZE
                INTO RPT-REC
           ELSE
              STRING 'TRANSACTION LINEAGE TRACE  BATCH: '
                       DELIMITED BY SIZE
                     WS-SEL-BATCH-ID DELIMITED BY SIZE
                INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
           IF TABLE-OVERFLOWED
              MOVE SPACES TO RPT-REC
              MOVE 'TRACE INCOMPLETE - TABLE FULL' TO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'RUN ID         SEQ      EVENT  BATCH    SRC '
                    DELIMITED BY SIZE
                  'ORIGIN RUN     ORIG SEQ FORMULA  OPERAND1 '
                    DELIMITED BY SIZE
                  'OPERAND2 GEN  RESULT / REASON' DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-EVT-COUNT = 0
              MOVE SPACES TO RPT-REC
              MOVE 'NO ATTEMPTS FOUND' TO RPT-REC
              WRITE RPT-REC
           END-IF.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
              MOVE SPACES TO RPT-REC
              STRING WS-EVT-RUN-ID(WS-EVT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EVT-SEQ(WS-EVT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EVT-KIND(WS-EVT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EVT-BATCH-ID(WS-EVT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EVT-SOURCE(WS-EVT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EVT-ORIG-RUN-ID(WS-EVT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EVT-ORIG-SEQ(WS-EVT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EVT-FORMULA(WS-EVT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EVT-SRC-1(WS-EVT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EVT-SRC-2(WS-EVT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EVT-GEN(WS-EVT-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-EVT-DETAIL(WS-EVT-IDX) DELIMITED BY SIZE
                INTO RPT-REC
              WRITE RPT-REC
           END-PERFORM.
           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-COUNT
              PERFORM CHECK-PURGED-RUN
           END-PERFORM.
       WRITE-REPORT-END. EXIT.
      ************************
       CHECK-PURGED-RUN.
           MOVE 'N' TO WS-PRG-HIT-FLAG.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL (WS-KEY-IDX > WS-KEY-COUNT) OR PURGED-RUN-HIT
              IF WS-KEY-RUN-ID(WS-KEY-IDX) = WS-PRG-RUN-ID(WS-PRG-IDX)
                 SET PURGED-RUN-HIT TO TRUE
              END-IF
           END-PERFORM.
           IF PURGED-RUN-HIT
              ADD 1 TO WS-PURGED-HIT-CNT
              MOVE SPACES TO RPT-REC
              STRING 'RUN ' DELIMITED BY SIZE
                     WS-PRG-RUN-ID(WS-PRG-IDX) DELIMITED BY SIZE
                     ' PURGED FROM ARCHIVE - ATTEMPTS NOT AVAILABLE'
                       DELIMITED BY SIZE
                INTO RPT-REC
              WRITE RPT-REC
           END-IF.
       CHECK-PURGED-RUN-END. EXIT.
      ************************
       WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-EVT-COUNT TO WS-EDIT-COUNT.
           STRING 'TOTAL EVENTS: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-KEY-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'TXNTRACE: ATTEMPTS      ' WS-EDIT-COUNT.
           MOVE WS-RESULT-CNT TO WS-EDIT-COUNT.
           DISPLAY 'TXNTRACE: RESULTS       ' WS-EDIT-COUNT.
           MOVE WS-REJECT-CNT TO WS-EDIT-COUNT.
           DISPLAY 'TXNTRACE: REJECTS       ' WS-EDIT-COUNT.
           MOVE WS-FIX-CNT TO WS-EDIT-COUNT.
           DISPLAY 'TXNTRACE: REJFIX        ' WS-EDIT-COUNT.
           MOVE WS-SUSPND-CNT TO WS-EDIT-COUNT.
           DISPLAY 'TXNTRACE: SUSPENDED     ' WS-EDIT-COUNT.
           MOVE WS-DECISION-CNT TO WS-EDIT-COUNT.
           DISPLAY 'TXNTRACE: SUSREL        ' WS-EDIT-COUNT.
           MOVE WS-GEN-READ-CNT TO WS-EDIT-COUNT.
           DISPLAY 'TXNTRACE: FILES READ    ' WS-EDIT-COUNT.
       WRITE-TOTALS-END. EXIT.

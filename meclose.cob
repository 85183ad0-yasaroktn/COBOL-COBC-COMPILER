       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "meclose.parms"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PARM-ST.
           SELECT PER-FILE ASSIGN TO "period"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PER-ST.
           SELECT PER-TMP-FILE ASSIGN TO "period.tmp"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PER-TMP-ST.
           SELECT PTD-FILE ASSIGN TO "ptdmast"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PTD-ST.
           SELECT PTD-TMP-FILE ASSIGN TO "ptdmast.tmp"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PTD-TMP-ST.
           SELECT RPT-FILE ASSIGN TO "mestmt"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
         05 PARM-PERIOD  PIC X(6).
       FD  PER-FILE RECORDING MODE F.
       01  PER-REC.
         05 PER-CLOSED-THRU PIC 9(6).
         05 FILLER          PIC X.
         05 PER-CLOSE-DATE  PIC 9(8).
       FD  PER-TMP-FILE RECORDING MODE F.
       01  PER-TMP-REC  PIC X(15).
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
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC  PIC X(80).
       WORKING-STORAGE SECTION.
       01  PARM-ST    PIC 9(2).
       01  PER-ST     PIC 9(2).
       01  PER-TMP-ST PIC 9(2).
       01  PTD-ST     PIC 9(2).
       01  PTD-TMP-ST PIC 9(2).
       01  RPT-ST     PIC 9(2).
       01  WS-PER-FINAL-NAME PIC X(14) VALUE 'period'.
       01  WS-PER-TMP-NAME   PIC X(14) VALUE 'period.tmp'.
       01  WS-PTD-FINAL-NAME PIC X(14) VALUE 'ptdmast'.
       01  WS-PTD-TMP-NAME   PIC X(14) VALUE 'ptdmast.tmp'.
       01  WS-TODAY         PIC 9(8).
       01  WS-CUR-MONTH     PIC 9(6).
       01  WS-CLOSED-THRU   PIC 9(6) VALUE ZERO.
       01  WS-PARM-PERIOD   PIC 9(6) VALUE ZERO.
       01  WS-CLOSE-PARTS.
         05 WS-CLOSE-YEAR PIC 9(4).
         05 WS-CLOSE-MM   PIC 9(2).
       01  WS-CLOSE-PERIOD REDEFINES WS-CLOSE-PARTS PIC 9(6).
       01  WS-NEXT-PARTS.
         05 WS-NEXT-YEAR  PIC 9(4).
         05 WS-NEXT-MM    PIC 9(2).
       01  WS-NEXT-PERIOD REDEFINES WS-NEXT-PARTS PIC 9(6).
       01  WS-KEEP-YEAR     PIC 9(4).
       01  WS-PTD-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-PTD-MAX       PIC 9(4) VALUE 1000.
       01  WS-PTD-IDX       PIC 9(4).
       01  WS-PTD-IDX-2     PIC 9(4).
       01  WS-PTD-HIT       PIC 9(4).
       01  WS-PRIOR-HIT     PIC 9(4).
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
       01  WS-DEPT-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-DEPT-MAX      PIC 9(3) VALUE 200.
       01  WS-DEPT-IDX      PIC 9(4).
       01  WS-DEPT-TABLE.
         05 WS-DEPT-ENTRY OCCURS 200.
           10 WS-DEPT-TBL-ID       PIC X(4).
       01  WS-SUB-MTD-COUNT  PIC 9(8).
       01  WS-SUB-MTD-TOTAL  PIC S9(13)V99.
       01  WS-SUB-YTD-COUNT  PIC 9(8).
       01  WS-SUB-YTD-TOTAL  PIC S9(13)V99.
       01  WS-GRD-MTD-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-GRD-MTD-TOTAL  PIC S9(13)V99 VALUE ZERO.
       01  WS-GRD-YTD-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-GRD-YTD-TOTAL  PIC S9(13)V99 VALUE ZERO.
       01  WS-ROWS-CLOSED    PIC 9(8) VALUE ZERO.
       01  WS-ROWS-PURGED    PIC 9(8) VALUE ZERO.
       01  WS-LINE-LABEL     PIC X(9).
       01  WS-LINE-MTD-COUNT PIC 9(8).
       01  WS-LINE-MTD-TOTAL PIC S9(13)V99.
       01  WS-LINE-YTD-COUNT PIC 9(8).
       01  WS-LINE-YTD-TOTAL PIC S9(13)V99.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-EDIT-COUNT-2  PIC ZZZZZZZ9.
       01  WS-EDIT-TOTAL    PIC -(13)9.99.
       01  WS-EDIT-TOTAL-2  PIC -(13)9.99.
       01  WS-FLAGS.
         05 WS-PTD-EOF PIC X VALUE 'N'.
            88 END-OF-PTD VALUE 'Y'.
         05 WS-OVFL-FLAG PIC X VALUE 'N'.
            88 TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-PTD-FOUND-FLAG PIC X.
            88 PTD-ENTRY-FOUND VALUE 'Y'.
         05 WS-DEPT-FOUND-FLAG PIC X.
            88 DEPT-FOUND VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-CUR-MONTH.
           PERFORM READ-PARM-FILE.
           PERFORM READ-PERIOD-FILE.
           PERFORM SELECT-CLOSE-PERIOD.
           PERFORM LOAD-PTD-MASTER.
           IF TABLE-OVERFLOWED
              DISPLAY 'MECLOSE: period not closed'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           PERFORM CARRY-FORWARD-ROWS.
           IF TABLE-OVERFLOWED
              DISPLAY 'MECLOSE: period not closed'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           PERFORM ROLL-YEAR-TO-DATE.
           PERFORM WRITE-STATEMENT.
           PERFORM REWRITE-PTD-MASTER.
           PERFORM WRITE-PERIOD-FILE.
           PERFORM WRITE-TOTALS.
           MOVE ZERO TO RETURN-CODE.
                    STOP RUN.
       MAIN-PROC-END. EXIT.
      ************************
       READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF PARM-ST = 0
              READ PARM-FILE
              IF (PARM-ST = 0) OR (PARM-ST = 6)
                 IF PARM-PERIOD NUMERIC
                    MOVE PARM-PERIOD TO WS-PARM-PERIOD
                 ELSE
                    IF PARM-PERIOD NOT = SPACES
                       DISPLAY 'MECLOSE: invalid period ' PARM-PERIOD
                       MOVE 8 TO RETURN-CODE
                                STOP RUN
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
       READ-PERIOD-FILE-END. EXIT.
      ************************
       SELECT-CLOSE-PERIOD.
           MOVE WS-CLOSED-THRU TO WS-NEXT-PERIOD.
           IF WS-CLOSED-THRU > 0
              IF WS-NEXT-MM = 12
                 ADD 1 TO WS-NEXT-YEAR
                 MOVE 1 TO WS-NEXT-MM
              ELSE
                 ADD 1 TO WS-NEXT-MM
              END-IF
           END-IF.
           IF WS-PARM-PERIOD > 0
              MOVE WS-PARM-PERIOD TO WS-CLOSE-PERIOD
           ELSE
              IF WS-CLOSED-THRU > 0
                 MOVE WS-NEXT-PERIOD TO WS-CLOSE-PERIOD
              ELSE
                 MOVE WS-CUR-MONTH TO WS-CLOSE-PERIOD
                 IF WS-CLOSE-MM = 1
                    SUBTRACT 1 FROM WS-CLOSE-YEAR
                    MOVE 12 TO WS-CLOSE-MM
                 ELSE
                    SUBTRACT 1 FROM WS-CLOSE-MM
                 END-IF
              END-IF
           END-IF.
           IF (WS-CLOSE-MM < 1) OR (WS-CLOSE-MM > 12)
              DISPLAY 'MECLOSE: invalid period ' WS-CLOSE-PERIOD
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           IF WS-CLOSE-PERIOD <= WS-CLOSED-THRU
              DISPLAY 'MECLOSE: period ' WS-CLOSE-PERIOD
                      ' already closed'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           IF (WS-CLOSED-THRU > 0)
              AND (WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD)
              DISPLAY 'MECLOSE: period ' WS-CLOSE-PERIOD
                      ' out of sequence - next open is '
                      WS-NEXT-PERIOD
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           IF WS-CLOSE-PERIOD >= WS-CUR-MONTH
              DISPLAY 'MECLOSE: period ' WS-CLOSE-PERIOD
                      ' has not ended'
              MOVE 8 TO RETURN-CODE
                       STOP RUN
           END-IF.
           COMPUTE WS-KEEP-YEAR = WS-CLOSE-YEAR - 1.
       SELECT-CLOSE-PERIOD-END. EXIT.
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
                       DISPLAY 'MECLOSE: period-to-date table full'
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
       CARRY-FORWARD-ROWS.
           PERFORM VARYING WS-PTD-IDX FROM 1 BY 1
                   UNTIL WS-PTD-IDX > WS-PTD-COUNT
              IF (WS-PTD-TBL-STATUS(WS-PTD-IDX) = 'C')
                 AND (WS-PTD-TBL-PERIOD(WS-PTD-IDX)(1:4)
                      = WS-CLOSE-PERIOD(1:4))
                 AND (WS-PTD-TBL-PERIOD(WS-PTD-IDX)
                      < WS-CLOSE-PERIOD)
                 PERFORM FIND-CLOSE-ROW
                 IF NOT PTD-ENTRY-FOUND
                    IF WS-PTD-COUNT < WS-PTD-MAX
                       ADD 1 TO WS-PTD-COUNT
                       MOVE WS-CLOSE-PERIOD
                         TO WS-PTD-TBL-PERIOD(WS-PTD-COUNT)
                       MOVE WS-PTD-TBL-DEPT(WS-PTD-IDX)
                         TO WS-PTD-TBL-DEPT(WS-PTD-COUNT)
                       MOVE WS-PTD-TBL-OPER(WS-PTD-IDX)
                         TO WS-PTD-TBL-OPER(WS-PTD-COUNT)
                       MOVE ZERO
                         TO WS-PTD-TBL-MTD-COUNT(WS-PTD-COUNT)
                       MOVE ZERO
                         TO WS-PTD-TBL-MTD-TOTAL(WS-PTD-COUNT)
                       MOVE ZERO
                         TO WS-PTD-TBL-YTD-COUNT(WS-PTD-COUNT)
                       MOVE ZERO
                         TO WS-PTD-TBL-YTD-TOTAL(WS-PTD-COUNT)
                       MOVE 'O' TO WS-PTD-TBL-STATUS(WS-PTD-COUNT)
                    ELSE
                       IF NOT TABLE-OVERFLOWED
                          SET TABLE-OVERFLOWED TO TRUE
                          DISPLAY
                             'MECLOSE: period-to-date table full'
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       CARRY-FORWARD-ROWS-END. EXIT.
      ************************
       FIND-CLOSE-ROW.
           MOVE 'N' TO WS-PTD-FOUND-FLAG.
           PERFORM VARYING WS-PTD-IDX-2 FROM 1 BY 1
                   UNTIL (WS-PTD-IDX-2 > WS-PTD-COUNT)
                      OR PTD-ENTRY-FOUND
              IF (WS-PTD-TBL-PERIOD(WS-PTD-IDX-2) = WS-CLOSE-PERIOD)
                 AND (WS-PTD-TBL-DEPT(WS-PTD-IDX-2)
                      = WS-PTD-TBL-DEPT(WS-PTD-IDX))
                 AND (WS-PTD-TBL-OPER(WS-PTD-IDX-2)
                      = WS-PTD-TBL-OPER(WS-PTD-IDX))
                 SET PTD-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
       FIND-CLOSE-ROW-END. EXIT.
      ************************
       ROLL-YEAR-TO-DATE.
           PERFORM VARYING WS-PTD-IDX FROM 1 BY 1
                   UNTIL WS-PTD-IDX > WS-PTD-COUNT
              IF WS-PTD-TBL-PERIOD(WS-PTD-IDX) = WS-CLOSE-PERIOD
                 PERFORM FIND-PRIOR-ROW
                 IF WS-PRIOR-HIT > 0
                    COMPUTE WS-PTD-TBL-YTD-COUNT(WS-PTD-IDX) =
                            WS-PTD-TBL-MTD-COUNT(WS-PTD-IDX)
                          + WS-PTD-TBL-YTD-COUNT(WS-PRIOR-HIT)
                    COMPUTE WS-PTD-TBL-YTD-TOTAL(WS-PTD-IDX) =
                            WS-PTD-TBL-MTD-TOTAL(WS-PTD-IDX)
                          + WS-PTD-TBL-YTD-TOTAL(WS-PRIOR-HIT)
                 ELSE
                    MOVE WS-PTD-TBL-MTD-COUNT(WS-PTD-IDX)
                      TO WS-PTD-TBL-YTD-COUNT(WS-PTD-IDX)
                    MOVE WS-PTD-TBL-MTD-TOTAL(WS-PTD-IDX)
                      TO WS-PTD-TBL-YTD-TOTAL(WS-PTD-IDX)
                 END-IF
                 MOVE 'C' TO WS-PTD-TBL-STATUS(WS-PTD-IDX)
                 ADD 1 TO WS-ROWS-CLOSED
              END-IF
           END-PERFORM.
       ROLL-YEAR-TO-DATE-END. EXIT.
      ************************
       FIND-PRIOR-ROW.
           MOVE ZERO TO WS-PRIOR-HIT.
           PERFORM VARYING WS-PTD-IDX-2 FROM 1 BY 1
                   UNTIL WS-PTD-IDX-2 > WS-PTD-COUNT
              IF (WS-PTD-TBL-STATUS(WS-PTD-IDX-2) = 'C')
                 AND (WS-PTD-TBL-PERIOD(WS-PTD-IDX-2)(1:4)
                      = WS-CLOSE-PERIOD(1:4))
                 AND (WS-PTD-TBL-PERIOD(WS-PTD-IDX-2)
                      < WS-CLOSE-PERIOD)
                 AND (WS-PTD-TBL-DEPT(WS-PTD-IDX-2)
                      = WS-PTD-TBL-DEPT(WS-PTD-IDX))
                 AND (WS-PTD-TBL-OPER(WS-PTD-IDX-2)
                      = WS-PTD-TBL-OPER(WS-PTD-IDX))
                 IF WS-PRIOR-HIT = 0
                    MOVE WS-PTD-IDX-2 TO WS-PRIOR-HIT
                 ELSE
                    IF WS-PTD-TBL-PERIOD(WS-PTD-IDX-2)
                       > WS-PTD-TBL-PERIOD(WS-PRIOR-HIT)
                       MOVE WS-PTD-IDX-2 TO WS-PRIOR-HIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       FIND-PRIOR-ROW-END. EXIT.
      ************************
       WRITE-STATEMENT.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'hata' RPT-ST
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'MONTH-END STATEMENT  PERIOD: ' DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
                  '  CLOSED: ' DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'DEPT OPER  MTD COUNT        MTD TOTAL'
                  DELIMITED BY SIZE
                  '  YTD COUNT        YTD TOTAL'
                  DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-PTD-IDX FROM 1 BY 1
                   UNTIL WS-PTD-IDX > WS-PTD-COUNT
              IF WS-PTD-TBL-PERIOD(WS-PTD-IDX) = WS-CLOSE-PERIOD
                 PERFORM ADD-DEPT-ENTRY
              END-IF
           END-PERFORM.
           IF WS-DEPT-COUNT = 0
              MOVE SPACES TO RPT-REC
              MOVE 'NO ACTIVITY FOR PERIOD' TO RPT-REC
              WRITE RPT-REC
           END-IF.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
              PERFORM WRITE-DEPT-SECTION
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'GRAND    '      TO WS-LINE-LABEL.
           MOVE WS-GRD-MTD-COUNT TO WS-LINE-MTD-COUNT.
           MOVE WS-GRD-MTD-TOTAL TO WS-LINE-MTD-TOTAL.
           MOVE WS-GRD-YTD-COUNT TO WS-LINE-YTD-COUNT.
           MOVE WS-GRD-YTD-TOTAL TO WS-LINE-YTD-TOTAL.
           PERFORM WRITE-STATEMENT-LINE.
           CLOSE RPT-FILE.
       WRITE-STATEMENT-END. EXIT.
      ************************
       ADD-DEPT-ENTRY.
           MOVE 'N' TO WS-DEPT-FOUND-FLAG.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL (WS-DEPT-IDX > WS-DEPT-COUNT)
                      OR DEPT-FOUND
              IF WS-DEPT-TBL-ID(WS-DEPT-IDX)
                 = WS-PTD-TBL-DEPT(WS-PTD-IDX)
                 SET DEPT-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF NOT DEPT-FOUND
              IF WS-DEPT-COUNT < WS-DEPT-MAX
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-PTD-TBL-DEPT(WS-PTD-IDX)
                   TO WS-DEPT-TBL-ID(WS-DEPT-COUNT)
              ELSE
                 DISPLAY 'MECLOSE: department table full'
              END-IF
           END-IF.
       ADD-DEPT-ENTRY-END. EXIT.
      ************************
       WRITE-DEPT-SECTION.
           MOVE ZERO TO WS-SUB-MTD-COUNT.
           MOVE ZERO TO WS-SUB-MTD-TOTAL.
           MOVE ZERO TO WS-SUB-YTD-COUNT.
           MOVE ZERO TO WS-SUB-YTD-TOTAL.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-PTD-IDX FROM 1 BY 1
                   UNTIL WS-PTD-IDX > WS-PTD-COUNT
              IF (WS-PTD-TBL-PERIOD(WS-PTD-IDX) = WS-CLOSE-PERIOD)
                 AND (WS-PTD-TBL-DEPT(WS-PTD-IDX)
                      = WS-DEPT-TBL-ID(WS-DEPT-IDX))
                 MOVE SPACES TO WS-LINE-LABEL
                 MOVE WS-PTD-TBL-DEPT(WS-PTD-IDX)
                   TO WS-LINE-LABEL(1:4)
                 MOVE WS-PTD-TBL-OPER(WS-PTD-IDX)
                   TO WS-LINE-LABEL(6:3)
                 MOVE WS-PTD-TBL-MTD-COUNT(WS-PTD-IDX)
                   TO WS-LINE-MTD-COUNT
                 MOVE WS-PTD-TBL-MTD-TOTAL(WS-PTD-IDX)
                   TO WS-LINE-MTD-TOTAL
                 MOVE WS-PTD-TBL-YTD-COUNT(WS-PTD-IDX)
                   TO WS-LINE-YTD-COUNT
                 MOVE WS-PTD-TBL-YTD-TOTAL(WS-PTD-IDX)
                   TO WS-LINE-YTD-TOTAL
                 PERFORM WRITE-STATEMENT-LINE
                 ADD WS-PTD-TBL-MTD-COUNT(WS-PTD-IDX)
                   TO WS-SUB-MTD-COUNT
                 ADD WS-PTD-TBL-MTD-TOTAL(WS-PTD-IDX)
                   TO WS-SUB-MTD-TOTAL
                 ADD WS-PTD-TBL-YTD-COUNT(WS-PTD-IDX)
                   TO WS-SUB-YTD-COUNT
                 ADD WS-PTD-TBL-YTD-TOTAL(WS-PTD-IDX)
                   TO WS-SUB-YTD-TOTAL
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINE-LABEL.
           MOVE WS-DEPT-TBL-ID(WS-DEPT-IDX) TO WS-LINE-LABEL(1:4).
           MOVE '*'                          TO WS-LINE-LABEL(6:1).
           MOVE WS-SUB-MTD-COUNT TO WS-LINE-MTD-COUNT.
           MOVE WS-SUB-MTD-TOTAL TO WS-LINE-MTD-TOTAL.
           MOVE WS-SUB-YTD-COUNT TO WS-LINE-YTD-COUNT.
           MOVE WS-SUB-YTD-TOTAL TO WS-LINE-YTD-TOTAL.
           PERFORM WRITE-STATEMENT-LINE.
           ADD WS-SUB-MTD-COUNT TO WS-GRD-MTD-COUNT.
           ADD WS-SUB-MTD-TOTAL TO WS-GRD-MTD-TOTAL.
           ADD WS-SUB-YTD-COUNT TO WS-GRD-YTD-COUNT.
           ADD WS-SUB-YTD-TOTAL TO WS-GRD-YTD-TOTAL.
       WRITE-DEPT-SECTION-END. EXIT.
      ************************
       WRITE-STATEMENT-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE WS-LINE-MTD-COUNT TO WS-EDIT-COUNT.
           MOVE WS-LINE-MTD-TOTAL TO WS-EDIT-TOTAL.
           MOVE WS-LINE-YTD-COUNT TO WS-EDIT-COUNT-2.
           MOVE WS-LINE-YTD-TOTAL TO WS-EDIT-TOTAL-2.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EDIT-COUNT-2 DELIMITED BY SIZE
                  WS-EDIT-TOTAL-2 DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
       WRITE-STATEMENT-LINE-END. EXIT.
      ************************
       REWRITE-PTD-MASTER.
           OPEN OUTPUT PTD-TMP-FILE.
           IF PTD-TMP-ST NOT = 0
              DISPLAY 'hata' PTD-TMP-ST
           END-IF.
           PERFORM VARYING WS-PTD-IDX FROM 1 BY 1
                   UNTIL WS-PTD-IDX > WS-PTD-COUNT
              IF WS-PTD-TBL-PERIOD(WS-PTD-IDX)(1:4) < WS-KEEP-YEAR
                 ADD 1 TO WS-ROWS-PURGED
              ELSE
                 MOVE SPACES TO PTD-REC
                 MOVE WS-PTD-TBL-PERIOD(WS-PTD-IDX)    TO PTD-PERIOD
                 MOVE WS-PTD-TBL-DEPT(WS-PTD-IDX)      TO PTD-DEPT
                 MOVE WS-PTD-TBL-OPER(WS-PTD-IDX)      TO PTD-OPER
                 MOVE WS-PTD-TBL-MTD-COUNT(WS-PTD-IDX)
                   TO PTD-MTD-COUNT
                 MOVE WS-PTD-TBL-MTD-TOTAL(WS-PTD-IDX)
                   TO PTD-MTD-TOTAL
                 MOVE WS-PTD-TBL-YTD-COUNT(WS-PTD-IDX)
                   TO PTD-YTD-COUNT
                 MOVE WS-PTD-TBL-YTD-TOTAL(WS-PTD-IDX)
                   TO PTD-YTD-TOTAL
                 MOVE WS-PTD-TBL-STATUS(WS-PTD-IDX)    TO PTD-STATUS
                 MOVE PTD-REC TO PTD-TMP-REC
                 WRITE PTD-TMP-REC
                 IF PTD-TMP-ST NOT = 0
                    DISPLAY 'hata' PTD-TMP-ST
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PTD-TMP-FILE.
           CALL 'CBL_RENAME_FILE' USING WS-PTD-TMP-NAME
                                         WS-PTD-FINAL-NAME.
       REWRITE-PTD-MASTER-END. EXIT.
      ************************
       WRITE-PERIOD-FILE.
           OPEN OUTPUT PER-TMP-FILE.
           IF PER-TMP-ST NOT = 0
              DISPLAY 'hata' PER-TMP-ST
           END-IF.
           MOVE SPACES TO PER-REC.
           MOVE WS-CLOSE-PERIOD TO PER-CLOSED-THRU.
           MOVE WS-TODAY        TO PER-CLOSE-DATE.
           MOVE PER-REC TO PER-TMP-REC.
           WRITE PER-TMP-REC.
           IF PER-TMP-ST NOT = 0
              DISPLAY 'hata' PER-TMP-ST
           END-IF.
           CLOSE PER-TMP-FILE.
           CALL 'CBL_RENAME_FILE' USING WS-PER-TMP-NAME
                                         WS-PER-FINAL-NAME.
       WRITE-PERIOD-FILE-END. EXIT.
      ************************
       WRITE-TOTALS.
           DISPLAY 'MECLOSE: PERIOD CLOSED   ' WS-CLOSE-PERIOD.
           MOVE WS-ROWS-CLOSED TO WS-EDIT-COUNT.
           DISPLAY 'MECLOSE: ROWS CLOSED     ' WS-EDIT-COUNT.
           MOVE WS-ROWS-PURGED TO WS-EDIT-COUNT.
           DISPLAY 'MECLOSE: ROWS PURGED     ' WS-EDIT-COUNT.
           MOVE WS-GRD-MTD-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'MECLOSE: MTD ITEMS       ' WS-EDIT-COUNT.
           MOVE WS-GRD-MTD-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY 'MECLOSE: MTD VALUE   ' WS-EDIT-TOTAL.
       WRITE-TOTALS-END. EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "calendar"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS CAL-ST.
           SELECT CAL-TMP-FILE ASSIGN TO "calendar.tmp"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS CAL-TMP-ST.
           SELECT TXN-FILE ASSIGN TO "calmnt.txn"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS TXN-ST.
           SELECT LOG-FILE ASSIGN TO "calmnt.log"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS LOG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE RECORDING MODE F.
       01  CAL-REC.
         05 CAL-DATE     PIC 9(8).
         05 FILLER       PIC X.
         05 CAL-TYPE     PIC X.
         05 FILLER       PIC X.
         05 CAL-DESC     PIC X(20).
       FD  CAL-TMP-FILE RECORDING MODE F.
       01  CAL-TMP-REC  PIC X(31).
       FD  TXN-FILE RECORDING MODE F.
       01  TXN-REC.
         05 TXN-ACTION   PIC X(3).
         05 FILLER       PIC X.
         05 TXN-DATE     PIC 9(8).
         05 FILLER       PIC X.
         05 TXN-TYPE     PIC X.
         05 FILLER       PIC X.
         05 TXN-DESC     PIC X(20).
       FD  LOG-FILE RECORDING MODE F.
       01  LOG-REC.
         05 LOG-ACTION   PIC X(3).
         05 FILLER       PIC X.
         05 LOG-DATE     PIC X(8).
         05 FILLER       PIC X.
         05 LOG-TYPE     PIC X.
         05 FILLER       PIC X.
         05 LOG-STATUS   PIC X(30).
       WORKING-STORAGE SECTION.
       01  CAL-ST     PIC 9(2).
       01  CAL-TMP-ST PIC 9(2).
       01  TXN-ST     PIC 9(2).
       01  LOG-ST     PIC 9(2).
       01  WS-CAL-FINAL-NAME PIC X(14) VALUE 'calendar'.
       01  WS-CAL-TMP-NAME   PIC X(14) VALUE 'calendar.tmp'.
       01  WS-CAL-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CAL-MAX   PIC 9(4) VALUE 2000.
       01  WS-CAL-IDX   PIC 9(4).
       01  WS-CAL-HIT   PIC 9(4).
       01  WS-CAL-TABLE.
         05 WS-CAL-ENTRY OCCURS 2000.
           10 WS-TBL-DATE     PIC 9(8).
           10 WS-TBL-TYPE     PIC X.
           10 WS-TBL-DESC     PIC X(20).
       01  WS-TXN-COUNT PIC 9(8) VALUE ZERO.
       01  WS-ERR-COUNT PIC 9(8) VALUE ZERO.
       01  WS-EDIT-COUNT PIC ZZZZZZZ9.
       01  WS-FLAGS.
         05 WS-CAL-EOF PIC X VALUE 'N'.
            88 END-OF-MASTER VALUE 'Y'.
         05 WS-TXN-EOF PIC X VALUE 'N'.
            88 END-OF-TXNS VALUE 'Y'.
         05 WS-FOUND-FLAG PIC X.
            88 ENTRY-FOUND VALUE 'Y'.
         05 WS-OVERFLOW-FLAG PIC X VALUE 'N'.
            88 MASTER-OVERFLOWED VALUE 'Y'.
         05 WS-TXN-EDIT PIC X.
            88 TXN-FIELDS-OK     VALUE 'O'.
            88 TXN-BAD-DATE      VALUE 'D'.
            88 TXN-BAD-TYPE      VALUE 'T'.
       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM OPEN-FILES.
           PERFORM LOAD-MASTER.
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
                    PERFORM PROC-TXN
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM REWRITE-MASTER.
           PERFORM WRITE-TOTALS.
           PERFORM EXIT-FILES.
       MAIN-PROC-END. EXIT.
      ************************
       OPEN-FILES.
           OPEN INPUT TXN-FILE.
           IF (TXN-ST NOT = 0) AND (TXN-ST NOT = 97)
              DISPLAY 'hata' TXN-ST
              SET END-OF-TXNS TO TRUE
           END-IF.
           OPEN OUTPUT LOG-FILE.
           IF (LOG-ST NOT = 0) AND (LOG-ST NOT = 97)
              DISPLAY 'hata' LOG-ST
           END-IF.
       OPEN-FILES-END. EXIT.
      ************************
       LOAD-MASTER.
           OPEN INPUT CAL-FILE.
           IF CAL-ST NOT = 0
              SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-MASTER
              READ CAL-FILE
              IF CAL-ST = 10
                 SET END-OF-MASTER TO TRUE
              ELSE
                 IF CAL-ST NOT = 0
                    DISPLAY 'hata' CAL-ST
                    SET END-OF-MASTER TO TRUE
                 ELSE
                    IF WS-CAL-COUNT < WS-CAL-MAX
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-DATE
                         TO WS-TBL-DATE(WS-CAL-COUNT)
                       MOVE CAL-TYPE
                         TO WS-TBL-TYPE(WS-CAL-COUNT)
                       MOVE CAL-DESC
                         TO WS-TBL-DESC(WS-CAL-COUNT)
                    ELSE
                       SET MASTER-OVERFLOWED TO TRUE
                       DISPLAY 'CALMNT: calendar table full'
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF CAL-ST NOT = 35
              CLOSE CAL-FILE
           END-IF.
       LOAD-MASTER-END. EXIT.
      ************************
       PROC-TXN.
           PERFORM EDIT-TXN-FIELDS.
           IF TXN-FIELDS-OK
              PERFORM FIND-ENTRY
           ELSE
              MOVE 'N' TO WS-FOUND-FLAG
           END-IF.
           IF MASTER-OVERFLOWED
              PERFORM LOG-TXN-ERROR
           ELSE IF NOT TXN-FIELDS-OK
              PERFORM LOG-TXN-ERROR
           ELSE IF TXN-ACTION = 'ADD'
              IF ENTRY-FOUND
                 PERFORM LOG-TXN-ERROR
              ELSE
                 IF WS-CAL-COUNT < WS-CAL-MAX
                    PERFORM INSERT-ENTRY
                    PERFORM LOG-TXN-APPLIED
                 ELSE
                    PERFORM LOG-TXN-ERROR
                 END-IF
              END-IF
           ELSE IF TXN-ACTION = 'CHG'
              IF ENTRY-FOUND
                 MOVE TXN-TYPE TO WS-TBL-TYPE(WS-CAL-HIT)
                 MOVE TXN-DESC TO WS-TBL-DESC(WS-CAL-HIT)
                 PERFORM LOG-TXN-APPLIED
              ELSE
                 PERFORM LOG-TXN-ERROR
              END-IF
           ELSE IF TXN-ACTION = 'DEL'
              IF ENTRY-FOUND
                 PERFORM VARYING WS-CAL-IDX FROM WS-CAL-HIT BY 1
                         UNTIL WS-CAL-IDX >= WS-CAL-COUNT
                    MOVE WS-CAL-ENTRY(WS-CAL-IDX + 1)
                      TO WS-CAL-ENTRY(WS-CAL-IDX)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-CAL-COUNT
                 PERFORM LOG-TXN-APPLIED
              ELSE
                 PERFORM LOG-TXN-ERROR
              END-IF
           ELSE
              PERFORM LOG-TXN-ERROR
           END-IF.
       PROC-TXN-END. EXIT.
      ************************
       EDIT-TXN-FIELDS.
           SET TXN-FIELDS-OK TO TRUE.
           IF TXN-DATE NOT NUMERIC
              SET TXN-BAD-DATE TO TRUE
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(TXN-DATE) NOT = 0
                 SET TXN-BAD-DATE TO TRUE
              END-IF
           END-IF.
           IF TXN-FIELDS-OK
              IF ((TXN-ACTION = 'ADD') OR (TXN-ACTION = 'CHG'))
                 AND (TXN-TYPE NOT = 'W') AND (TXN-TYPE NOT = 'H')
                 SET TXN-BAD-TYPE TO TRUE
              END-IF
           END-IF.
       EDIT-TXN-FIELDS-END. EXIT.
      ************************
       FIND-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE ZERO TO WS-CAL-HIT.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL (WS-CAL-IDX > WS-CAL-COUNT)
                      OR ENTRY-FOUND
              IF WS-TBL-DATE(WS-CAL-IDX) = TXN-DATE
                 SET ENTRY-FOUND TO TRUE
                 MOVE WS-CAL-IDX TO WS-CAL-HIT
              END-IF
           END-PERFORM.
       FIND-ENTRY-END. EXIT.
      ************************
       INSERT-ENTRY.
           MOVE 1 TO WS-CAL-HIT.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
              IF WS-TBL-DATE(WS-CAL-IDX) < TXN-DATE
                 COMPUTE WS-CAL-HIT = WS-CAL-IDX + 1
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CAL-IDX FROM WS-CAL-COUNT BY -1
                   UNTIL WS-CAL-IDX < WS-CAL-HIT
              MOVE WS-CAL-ENTRY(WS-CAL-IDX)
                TO WS-CAL-ENTRY(WS-CAL-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-CAL-COUNT.
           MOVE TXN-DATE TO WS-TBL-DATE(WS-CAL-HIT).
           MOVE TXN-TYPE TO WS-TBL-TYPE(WS-CAL-HIT).
           MOVE TXN-DESC TO WS-TBL-DESC(WS-CAL-HIT).
       INSERT-ENTRY-END. EXIT.
      ************************
       LOG-TXN-APPLIED.
           MOVE SPACES TO LOG-REC.
           MOVE TXN-ACTION TO LOG-ACTION.
           MOVE TXN-DATE   TO LOG-DATE.
           MOVE TXN-TYPE   TO LOG-TYPE.
           MOVE 'APPLIED' TO LOG-STATUS.
           WRITE LOG-REC.
       LOG-TXN-APPLIED-END. EXIT.
      ************************
       LOG-TXN-ERROR.
           ADD 1 TO WS-ERR-COUNT.
           MOVE SPACES TO LOG-REC.
           MOVE TXN-ACTION TO LOG-ACTION.
           MOVE TXN-REC(5:8) TO LOG-DATE.
           MOVE TXN-TYPE   TO LOG-TYPE.
           IF MASTER-OVERFLOWED
              MOVE 'REJECTED - MASTER OVERFLOW' TO LOG-STATUS
           ELSE IF TXN-BAD-DATE
              MOVE 'REJECTED - BAD DATE' TO LOG-STATUS
           ELSE IF TXN-BAD-TYPE
              MOVE 'REJECTED - BAD DAY TYPE' TO LOG-STATUS
           ELSE IF TXN-ACTION = 'ADD'
              IF ENTRY-FOUND
                 MOVE 'REJECTED - DUPLICATE' TO LOG-STATUS
              ELSE
                 MOVE 'REJECTED - TABLE FULL' TO LOG-STATUS
              END-IF
           ELSE
              IF (TXN-ACTION = 'CHG') OR (TXN-ACTION = 'DEL')
                 MOVE 'REJECTED - NOT FOUND' TO LOG-STATUS
              ELSE
                 MOVE 'REJECTED - BAD ACTION' TO LOG-STATUS
              END-IF
           END-IF.
           WRITE LOG-REC.
       LOG-TXN-ERROR-END. EXIT.
      ************************
       REWRITE-MASTER.
           IF MASTER-OVERFLOWED
              DISPLAY 'CALMNT: master not rewritten'
           ELSE
              OPEN OUTPUT CAL-TMP-FILE
              IF CAL-TMP-ST NOT = 0
                 DISPLAY 'hata' CAL-TMP-ST
              END-IF
              PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                      UNTIL WS-CAL-IDX > WS-CAL-COUNT
                 MOVE SPACES TO CAL-REC
                 MOVE WS-TBL-DATE(WS-CAL-IDX) TO CAL-DATE
                 MOVE WS-TBL-TYPE(WS-CAL-IDX) TO CAL-TYPE
                 MOVE WS-TBL-DESC(WS-CAL-IDX) TO CAL-DESC
                 MOVE CAL-REC TO CAL-TMP-REC
                 WRITE CAL-TMP-REC
                 IF CAL-TMP-ST NOT = 0
                    DISPLAY 'hata' CAL-TMP-ST
                 END-IF
              END-PERFORM
              CLOSE CAL-TMP-FILE
              CALL 'CBL_RENAME_FILE' USING WS-CAL-TMP-NAME
                                            WS-CAL-FINAL-NAME
           END-IF.
       REWRITE-MASTER-END. EXIT.
      ************************
       WRITE-TOTALS.
           MOVE WS-TXN-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'CALMNT: TRANSACTIONS  ' WS-EDIT-COUNT.
           MOVE WS-ERR-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'CALMNT: REJECTED      ' WS-EDIT-COUNT.
       WRITE-TOTALS-END. EXIT.
      ************************
       EXIT-FILES.
           CLOSE TXN-FILE.
           CLOSE LOG-FILE.
                    STOP RUN.
       EXIT-FILES-END. EXIT.

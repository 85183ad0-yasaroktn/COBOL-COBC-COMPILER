           SELECT BST-TMP-FILE ASSIGN TO "batstat.tmp"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS BST-TMP-ST.
           SELECT SUS-FILE ASSIGN TO "suspense"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS SUS-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SPL-FILE RECORDING MODE F.
         05 ARCH-FILES   PIC X(4).
         05 FILLER       PIC X(9).
       FD  MRG-FILE RECORDING MODE F.
       01  MRG-REC  PIC X(200).
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC  PIC X(12).
       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC  PIC X(130).
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC  PIC X(130).
       FD  CSV-FILE RECORDING MODE F.
       01  CSV-REC  PIC X(40).
       FD  SUM-FILE RECORDING MODE F.
         05 BST-RUN-ID    PIC X(14).
       FD  BST-TMP-FILE RECORDING MODE F.
       01  BST-TMP-REC  PIC X(72).
       FD  SUS-FILE RECORDING MODE F.
       01  SUS-REC  PIC X(194).
       WORKING-STORAGE SECTION.
       01  SPL-ST     PIC 9(2).
       01  ARCH-ST    PIC 9(2).
       01  OPLOG-ST   PIC 9(2).
       01  BST-ST     PIC 9(2).
       01  BST-TMP-ST PIC 9(2).
       01  SUS-ST     PIC 9(2).
       01  WS-MRG-RC        PIC 9(2) VALUE ZERO.
       01  WS-BST-FINAL-NAME PIC X(14) VALUE 'batstat'.
       01  WS-BST-TMP-NAME   PIC X(14) VALUE 'batstat.tmp'.
       01  WS-TOT-MOD       PIC 9(8) VALUE ZERO.
       01  WS-TOT-EXP       PIC 9(8) VALUE ZERO.
       01  WS-TOT-REJECTED  PIC 9(8) VALUE ZERO.
       01  WS-TOT-SUSPENDED PIC 9(8) VALUE ZERO.
       01  WS-TOT-GRAND     PIC S9(13)V99 VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-EDIT-TOTAL    PIC -(13)9.99.
         05 FILLER PIC X(12) VALUE 'oplog'.
         05 FILLER PIC X(12) VALUE 'batstat'.
         05 FILLER PIC X(12) VALUE 'checkpoint'.
         05 FILLER PIC X(12) VALUE 'suspense'.
       01  WS-DEL-TABLE REDEFINES WS-DEL-BASES.
         05 WS-DEL-BASE OCCURS 11 PIC X(12).
       01  WS-OUTRES-HEADER.
         05 FILLER PIC X(8) VALUE 'RES =>  '.
       01  WS-CSV-HEADER.
           CLOSE REJ-FILE.
           CLOSE CSV-FILE.
           CLOSE OPLOG-FILE.
           CLOSE SUS-FILE.
           PERFORM WRITE-MERGED-SUMMARY.
           PERFORM WRITE-MERGED-RUNHIST.
           PERFORM APPLY-BATSTAT-ENTRIES.
              DISPLAY 'hata' OPLOG-ST
              MOVE 8 TO WS-MRG-RC
           END-IF.
           OPEN EXTEND SUS-FILE.
           IF SUS-ST = 35
              OPEN OUTPUT SUS-FILE
           END-IF.
           IF (SUS-ST NOT = 0) AND (SUS-ST NOT = 97)
              DISPLAY 'hata' SUS-ST
              MOVE 8 TO WS-MRG-RC
           END-IF.
       OPEN-OUTPUT-FILES-END. EXIT.
      ************************
       MERGE-ONE-INSTANCE.
           MOVE 'batstat'    TO WS-MRG-BASE.
           MOVE 'BST'        TO WS-MRG-TYPE.
           PERFORM COPY-INSTANCE-FILE.
           MOVE 'suspense'   TO WS-MRG-BASE.
           MOVE 'SUS'        TO WS-MRG-TYPE.
           PERFORM COPY-INSTANCE-FILE.
       MERGE-ONE-INSTANCE-END. EXIT.
      ************************
       COPY-INSTANCE-FILE.
              MOVE MRG-REC(1:130) TO AUD-REC
              WRITE AUD-REC
           ELSE IF WS-MRG-TYPE = 'REJ'
              MOVE MRG-REC(1:130) TO REJ-REC
              WRITE REJ-REC
           ELSE IF WS-MRG-TYPE = 'CSV'
              IF MRG-REC(1:8) NOT = 'NUMBER-1'
              WRITE OPLOG-REC
           ELSE IF WS-MRG-TYPE = 'BST'
              PERFORM COLLECT-BST-ENTRY
           ELSE IF WS-MRG-TYPE = 'SUS'
              MOVE MRG-REC(1:194) TO SUS-REC
              WRITE SUS-REC
           END-IF.
       PROC-MERGE-LINE-END. EXIT.
      ************************
              COMPUTE WS-NUM-WORK =
                      FUNCTION NUMVAL(WS-SUM-VALUE)
              ADD WS-NUM-WORK TO WS-TOT-REJECTED
           ELSE IF WS-SUM-LABEL = 'SUSPENDED'
              COMPUTE WS-NUM-WORK =
                      FUNCTION NUMVAL(WS-SUM-VALUE)
              ADD WS-NUM-WORK TO WS-TOT-SUSPENDED
           ELSE IF WS-SUM-LABEL = 'GRAND TOTAL'
              MOVE ZERO TO WS-OVFL-TALLY
              INSPECT WS-SUM-VALUE TALLYING WS-OVFL-TALLY
             INTO SUMMARY-REC.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           MOVE WS-TOT-SUSPENDED TO WS-EDIT-COUNT.
           STRING 'SUSPENDED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
             INTO SUMMARY-REC.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           MOVE WS-TOT-GRAND TO WS-EDIT-TOTAL.
           IF TOTAL-OVERFLOWED
              STRING 'GRAND TOTAL: ' DELIMITED BY SIZE
              END-IF
           END-PERFORM.
           IF BST-ENTRY-FOUND
              AND ((WS-BST-TBL-STATUS(WS-BST-HIT) = 'VERIFIED')
                   OR (WS-BST-TBL-STATUS(WS-BST-HIT) = 'HELD'))
              AND (BSE-STATUS = 'FAILED')
              CONTINUE
           ELSE IF BST-ENTRY-FOUND
              AND (WS-BST-TBL-STATUS(WS-BST-HIT) = 'POSTED')
              CONTINUE
           ELSE IF BST-ENTRY-FOUND
              MOVE BSE-DEPT
                   UNTIL WS-N > WS-WAYS
              MOVE WS-N TO WS-N-SFX
              PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                      UNTIL WS-FILE-IDX > 11
                 MOVE SPACES TO WS-DEL-NAME
                 STRING FUNCTION TRIM
                          (WS-DEL-BASE(WS-FILE-IDX))
           DISPLAY 'OUTMERGE: RECORDS MERGED  ' WS-EDIT-COUNT.
           MOVE WS-TOT-REJECTED TO WS-EDIT-COUNT.
           DISPLAY 'OUTMERGE: REJECTS MERGED  ' WS-EDIT-COUNT.
           MOVE WS-TOT-SUSPENDED TO WS-EDIT-COUNT.
           DISPLAY 'OUTMERGE: SUSPENSE MERGED ' WS-EDIT-COUNT.
       WRITE-TOTALS-END. EXIT.

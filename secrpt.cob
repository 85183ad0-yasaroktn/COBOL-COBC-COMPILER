       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEC-FILE ASSIGN TO "seclog"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS SEC-ST.
           SELECT PARM-FILE ASSIGN TO "secrpt.parms"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS PARM-ST.
           SELECT RPT-FILE ASSIGN TO "secrpt"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
         05 PARM-DATE-FROM PIC X(8).
         05 FILLER         PIC X.
         05 PARM-DATE-TO   PIC X(8).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC  PIC X(80).
       WORKING-STORAGE SECTION.
       01  SEC-ST   PIC 9(2).
       01  PARM-ST  PIC 9(2).
       01  RPT-ST   PIC 9(2).
       01  WS-TODAY         PIC 9(8).
       01  WS-PREV-PARTS.
         05 WS-PREV-YEAR  PIC 9(4).
         05 WS-PREV-MM    PIC 9(2).
       01  WS-PREV-MONTH REDEFINES WS-PREV-PARTS PIC 9(6).
       01  WS-DATE-FROM     PIC X(8).
       01  WS-DATE-TO       PIC X(8).
       01  WS-ACT-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-ACT-MAX       PIC 9(4) VALUE 2000.
       01  WS-ACT-IDX       PIC 9(4).
       01  WS-ACT-TABLE.
         05 WS-ACT-ENTRY OCCURS 2000.
           10 WS-ACT-STAMP    PIC X(14).
           10 WS-ACT-USER     PIC X(8).
           10 WS-ACT-ROLE     PIC X(4).
           10 WS-ACT-PROGRAM  PIC X(10).
           10 WS-ACT-FUNCTION PIC X(8).
           10 WS-ACT-RESULT   PIC X(7).
           10 WS-ACT-REASON   PIC X(20).
       01  WS-USR-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-USR-MAX       PIC 9(3) VALUE 200.
       01  WS-USR-IDX       PIC 9(4).
       01  WS-USR-TABLE.
         05 WS-USR-ENTRY OCCURS 200.
           10 WS-USR-TBL-ID      PIC X(8).
           10 WS-USR-TBL-GRANTED PIC 9(6).
           10 WS-USR-TBL-REFUSED PIC 9(6).
       01  WS-USER-LABEL    PIC X(8).
       01  WS-TOT-GRANTED   PIC 9(8) VALUE ZERO.
       01  WS-TOT-REFUSED   PIC 9(8) VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-EDIT-COUNT-2  PIC ZZZZZZZ9.
       01  WS-FLAGS.
         05 WS-SEC-EOF PIC X VALUE 'N'.
            88 END-OF-SECLOG VALUE 'Y'.
         05 WS-OVFL-FLAG PIC X VALUE 'N'.
            88 TABLE-OVERFLOWED VALUE 'Y'.
         05 WS-USR-FOUND-FLAG PIC X.
            88 USER-FOUND VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM SET-DEFAULT-RANGE.
           PERFORM READ-PARM-FILE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-SECLOG.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-TOTALS.
           CLOSE RPT-FILE.
           IF TABLE-OVERFLOWED
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-TOT-REFUSED > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.
                    STOP RUN.
       MAIN-PROC-END. EXIT.
      ************************
       SET-DEFAULT-RANGE.
           MOVE WS-TODAY(1:6) TO WS-PREV-MONTH.
           IF WS-PREV-MM = 1
              SUBTRACT 1 FROM WS-PREV-YEAR
              MOVE 12 TO WS-PREV-MM
           ELSE
              SUBTRACT 1 FROM WS-PREV-MM
           END-IF.
           MOVE SPACES TO WS-DATE-FROM.
           STRING WS-PREV-MONTH DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
             INTO WS-DATE-FROM.
           MOVE SPACES TO WS-DATE-TO.
           STRING WS-PREV-MONTH DELIMITED BY SIZE
                  '31' DELIMITED BY SIZE
             INTO WS-DATE-TO.
       SET-DEFAULT-RANGE-END. EXIT.
      ************************
       READ-PARM-FILE.
           OPEN INPUT PARM-FILE.
           IF PARM-ST = 0
              READ PARM-FILE
              IF (PARM-ST = 0) OR (PARM-ST = 6)
                 IF (PARM-DATE-FROM NUMERIC)
                    AND (PARM-DATE-TO NUMERIC)
                    MOVE PARM-DATE-FROM TO WS-DATE-FROM
                    MOVE PARM-DATE-TO   TO WS-DATE-TO
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
       OPEN-FILES.
           OPEN INPUT SEC-FILE.
           IF (SEC-ST NOT = 0) AND (SEC-ST NOT = 97)
              IF SEC-ST NOT = 35
                 DISPLAY 'hata' SEC-ST
              END-IF
              SET END-OF-SECLOG TO TRUE
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'hata' RPT-ST
           END-IF.
       OPEN-FILES-END. EXIT.
      ************************
       LOAD-SECLOG.
           PERFORM UNTIL END-OF-SECLOG
              READ SEC-FILE
              IF SEC-ST = 10
                 SET END-OF-SECLOG TO TRUE
              ELSE
                 IF SEC-ST NOT = 0
                    DISPLAY 'hata' SEC-ST
                    SET END-OF-SECLOG TO TRUE
                 ELSE
                    IF (SEC-STAMP(1:8) >= WS-DATE-FROM)
                       AND (SEC-STAMP(1:8) <= WS-DATE-TO)
                       PERFORM ADD-ACTION-ENTRY
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF SEC-ST NOT = 35
              CLOSE SEC-FILE
           END-IF.
       LOAD-SECLOG-END. EXIT.
      ************************
       ADD-ACTION-ENTRY.
           IF WS-ACT-COUNT < WS-ACT-MAX
              ADD 1 TO WS-ACT-COUNT
              MOVE SEC-STAMP    TO WS-ACT-STAMP(WS-ACT-COUNT)
              MOVE SEC-USER     TO WS-ACT-USER(WS-ACT-COUNT)
              MOVE SEC-ROLE     TO WS-ACT-ROLE(WS-ACT-COUNT)
              MOVE SEC-PROGRAM  TO WS-ACT-PROGRAM(WS-ACT-COUNT)
              MOVE SEC-FUNCTION TO WS-ACT-FUNCTION(WS-ACT-COUNT)
              MOVE SEC-RESULT   TO WS-ACT-RESULT(WS-ACT-COUNT)
              MOVE SEC-REASON   TO WS-ACT-REASON(WS-ACT-COUNT)
              PERFORM FIND-USER-ENTRY
              IF USER-FOUND
                 IF SEC-RESULT = 'GRANTED'
                    ADD 1 TO WS-USR-TBL-GRANTED(WS-USR-IDX)
                    ADD 1 TO WS-TOT-GRANTED
                 ELSE
                    ADD 1 TO WS-USR-TBL-REFUSED(WS-USR-IDX)
                    ADD 1 TO WS-TOT-REFUSED
                 END-IF
              END-IF
           ELSE
              IF NOT TABLE-OVERFLOWED
                 SET TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'SECRPT: action table full'
              END-IF
           END-IF.
       ADD-ACTION-ENTRY-END. EXIT.
      ************************
       FIND-USER-ENTRY.
           MOVE 'N' TO WS-USR-FOUND-FLAG.
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL (WS-USR-IDX > WS-USR-COUNT)
                      OR USER-FOUND
              IF WS-USR-TBL-ID(WS-USR-IDX) = SEC-USER
                 SET USER-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF USER-FOUND
              SUBTRACT 1 FROM WS-USR-IDX
           ELSE
              IF WS-USR-COUNT < WS-USR-MAX
                 ADD 1 TO WS-USR-COUNT
                 MOVE WS-USR-COUNT TO WS-USR-IDX
                 MOVE SEC-USER TO WS-USR-TBL-ID(WS-USR-IDX)
                 MOVE ZERO TO WS-USR-TBL-GRANTED(WS-USR-IDX)
                 MOVE ZERO TO WS-USR-TBL-REFUSED(WS-USR-IDX)
                 SET USER-FOUND TO TRUE
              ELSE
                 IF NOT TABLE-OVERFLOWED
                    SET TABLE-OVERFLOWED TO TRUE
                    DISPLAY 'SECRPT: user table full'
                 END-IF
              END-IF
           END-IF.
       FIND-USER-ENTRY-END. EXIT.
      ************************
       WRITE-REPORT.
           MOVE SPACES TO RPT-REC.
           STRING 'PRIVILEGED ACTIONS BY USER  FROM: '
                    DELIMITED BY SIZE
                  WS-DATE-FROM DELIMITED BY SIZE
                  '  TO: ' DELIMITED BY SIZE
                  WS-DATE-TO DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           IF TABLE-OVERFLOWED
              MOVE SPACES TO RPT-REC
              MOVE 'REPORT INCOMPLETE - TABLE FULL' TO RPT-REC
              WRITE RPT-REC
           END-IF.
           IF WS-USR-COUNT = 0
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
              MOVE 'NO PRIVILEGED ACTIONS IN RANGE' TO RPT-REC
              WRITE RPT-REC
           END-IF.
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USR-COUNT
              PERFORM WRITE-USER-SECTION
           END-PERFORM.
       WRITE-REPORT-END. EXIT.
      ************************
       WRITE-USER-SECTION.
           MOVE WS-USR-TBL-ID(WS-USR-IDX) TO WS-USER-LABEL.
           IF WS-USER-LABEL = SPACES
              MOVE '*NONE*' TO WS-USER-LABEL
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'USER ' DELIMITED BY SIZE
                  WS-USER-LABEL DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING '  TIMESTAMP      ROLE PROGRAM    FUNCTION '
                    DELIMITED BY SIZE
                  'RESULT  REASON' DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
              IF WS-ACT-USER(WS-ACT-IDX) = WS-USR-TBL-ID(WS-USR-IDX)
                 MOVE SPACES TO RPT-REC
                 STRING '  ' DELIMITED BY SIZE
                        WS-ACT-STAMP(WS-ACT-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-ACT-ROLE(WS-ACT-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-ACT-PROGRAM(WS-ACT-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-ACT-FUNCTION(WS-ACT-IDX)
                          DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-ACT-RESULT(WS-ACT-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-ACT-REASON(WS-ACT-IDX) DELIMITED BY SIZE
                   INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           MOVE WS-USR-TBL-GRANTED(WS-USR-IDX) TO WS-EDIT-COUNT.
           MOVE WS-USR-TBL-REFUSED(WS-USR-IDX) TO WS-EDIT-COUNT-2.
           STRING '  GRANTED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  REFUSED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT-2 DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
       WRITE-USER-SECTION-END. EXIT.
      ************************
       WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-TOT-GRANTED TO WS-EDIT-COUNT.
           MOVE WS-TOT-REFUSED TO WS-EDIT-COUNT-2.
           STRING 'TOTAL GRANTED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '  REFUSED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT-2 DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-USR-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'SECRPT: USERS         ' WS-EDIT-COUNT.
           MOVE WS-TOT-GRANTED TO WS-EDIT-COUNT.
           DISPLAY 'SECRPT: GRANTED       ' WS-EDIT-COUNT.
           MOVE WS-TOT-REFUSED TO WS-EDIT-COUNT.
           DISPLAY 'SECRPT: REFUSED       ' WS-EDIT-COUNT.
       WRITE-TOTALS-END. EXIT.

           SELECT OPLOG-FILE ASSIGN TO "oplog"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS OPLOG-ST.
           SELECT CAL-FILE ASSIGN TO "calendar"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS CAL-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  JSD-FILE RECORDING MODE F.
       01  JST-TMP-REC  PIC X(2).
       FD  OPLOG-FILE RECORDING MODE F.
       01  OPLOG-REC  PIC X(80).
       FD  CAL-FILE RECORDING MODE F.
       01  CAL-REC.
         05 CAL-DATE     PIC 9(8).
         05 FILLER       PIC X.
         05 CAL-TYPE     PIC X.
         05 FILLER       PIC X.
         05 CAL-DESC     PIC X(20).
       WORKING-STORAGE SECTION.
       01  JSD-ST     PIC 9(2).
       01  JST-ST     PIC 9(2).
       01  JST-TMP-ST PIC 9(2).
       01  OPLOG-ST   PIC 9(2).
       01  CAL-ST     PIC 9(2).
       01  WS-TODAY        PIC 9(8).
       01  WS-DAY-NUMBER   PIC 9(7).
       01  WS-DAY-QUOT     PIC 9(7).
       01  WS-WEEKDAY      PIC 9.
       01  WS-DAY-TYPE     PIC X VALUE SPACE.
       01  WS-SKIP-REASON  PIC X(30) VALUE SPACES.
       01  WS-JST-FINAL-NAME PIC X(14) VALUE 'jobstate'.
       01  WS-JST-TMP-NAME   PIC X(14) VALUE 'jobstate.tmp'.
       01  WS-OPLOG-TEXT    PIC X(64).
            88 END-OF-JOBSTREAM VALUE 'Y'.
         05 WS-STOP-FLAG PIC X VALUE 'N'.
            88 STREAM-STOPPED VALUE 'Y'.
         05 WS-CAL-EOF PIC X VALUE 'N'.
            88 END-OF-CALENDAR VALUE 'Y'.
         05 WS-BUS-DAY-FLAG PIC X VALUE 'Y'.
            88 BUSINESS-DAY VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM OPEN-OPLOG.
              MOVE 8 TO WS-DRV-RC
           ELSE
              PERFORM READ-JOBSTATE
              IF WS-START-STEP = 1
                 PERFORM CHECK-BUSINESS-DAY
              END-IF
              IF BUSINESS-DAY
                 PERFORM RUN-STEPS
              ELSE
                 MOVE SPACES TO WS-OPLOG-TEXT
                 STRING 'STREAM SKIPPED - ' DELIMITED BY SIZE
                        WS-TODAY DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-SKIP-REASON DELIMITED BY SIZE
                   INTO WS-OPLOG-TEXT
                 PERFORM WRITE-OPLOG
                 DISPLAY 'JOBDRV: stream skipped - ' WS-TODAY
                         ' ' WS-SKIP-REASON
              END-IF
           END-IF.
           CLOSE OPLOG-FILE.
           MOVE WS-DRV-RC TO RETURN-CODE.
             INTO OPLOG-REC.
           WRITE OPLOG-REC.
       WRITE-OPLOG-END. EXIT.
      ************************
       CHECK-BUSINESS-DAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT CAL-FILE.
           IF CAL-ST NOT = 0
              SET END-OF-CALENDAR TO TRUE
              IF CAL-ST = 35
                 MOVE 'CALENDAR NOT FOUND - WEEKDAY RULE IN USE'
                   TO WS-OPLOG-TEXT
                 PERFORM WRITE-OPLOG
              ELSE
                 DISPLAY 'hata' CAL-ST
              END-IF
           END-IF.
           PERFORM UNTIL END-OF-CALENDAR
              READ CAL-FILE
              IF CAL-ST = 10
                 SET END-OF-CALENDAR TO TRUE
              ELSE
                 IF CAL-ST NOT = 0
                    DISPLAY 'hata' CAL-ST
                    SET END-OF-CALENDAR TO TRUE
                 ELSE
                    IF CAL-DATE = WS-TODAY
                       MOVE CAL-TYPE TO WS-DAY-TYPE
                       SET END-OF-CALENDAR TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF CAL-ST NOT = 35
              CLOSE CAL-FILE
           END-IF.
           IF WS-DAY-TYPE = 'H'
              MOVE 'N' TO WS-BUS-DAY-FLAG
              MOVE 'Business date is a holiday' TO WS-SKIP-REASON
           ELSE
              IF WS-DAY-TYPE NOT = 'W'
                 COMPUTE WS-DAY-NUMBER =
                         FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DAY-QUOT
                        REMAINDER WS-WEEKDAY
                 IF (WS-WEEKDAY = 0) OR (WS-WEEKDAY = 6)
                    MOVE 'N' TO WS-BUS-DAY-FLAG
                    MOVE 'Business date not a work day'
                      TO WS-SKIP-REASON
                 END-IF
              END-IF
           END-IF.
       CHECK-BUSINESS-DAY-END. EXIT.
      ************************
       LOAD-JOBSTREAM.
           OPEN INPUT JSD-FILE.

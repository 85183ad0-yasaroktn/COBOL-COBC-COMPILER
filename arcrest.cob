           SELECT DST-FILE ASSIGN USING WS-RST-NAME
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS DST-ST.
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
       FD  PARM-FILE RECORDING MODE F.
       01  SRC-REC  PIC X(150).
       FD  DST-FILE RECORDING MODE F.
       01  DST-REC  PIC X(150).
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
       01  PARM-ST    PIC 9(2).
       01  CAT-ST     PIC 9(2).
           10 WS-TBL-STATUS    PIC X.
           10 WS-TBL-FILES     PIC X(4).
           10 WS-TBL-RESTORE-DATE PIC 9(8).
       01  USR-ST           PIC 9(2).
       01  RAU-ST           PIC 9(2).
       01  SEC-ST           PIC 9(2).
       01  WS-USER-ID       PIC X(8) VALUE SPACES.
       01  WS-USER-ROLE     PIC X(4) VALUE SPACES.
       01  WS-USER-POS      PIC 9(2).
       01  WS-SEC-FUNCTION  PIC X(8).
       01  WS-SEC-REASON    PIC X(20).
       01  WS-CMD-LINE      PIC X(80).
       01  WS-FLAGS.
         05 WS-CAT-EOF PIC X VALUE 'N'.
            88 END-OF-CATALOG VALUE 'Y'.
            88 COPY-OK VALUE 'Y'.
         05 WS-ENTRY-COPIED-FLAG PIC X.
            88 ENTRY-COPIED VALUE 'Y'.
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
           MOVE 'ARCREST' TO WS-SEC-FUNCTION.
           PERFORM REQUIRE-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM READ-PARM-FILE.
           IF NOT PARM-OK
           MOVE WS-REFUSE-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'ARCREST: REFUSED (PURGED)     ' WS-EDIT-COUNT.
       WRITE-TOTALS-END. EXIT.
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
              DISPLAY 'ARCREST: ' WS-SEC-FUNCTION
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
           MOVE 'ARCREST' TO SEC-PROGRAM.
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

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
       FD  SUMMARY-FILE RECORDING MODE F.
       01  SUMMARY-REC  PIC X(40).
       FD  RECON-FILE RECORDING MODE F.
                    DISPLAY 'hata' AUD-ST
                    SET END-OF-AUDIT TO TRUE
                 ELSE
                    IF AUD-SOURCE NOT = 'REL'
                       ADD 1 TO WS-AUDIT-COUNT
                       COMPUTE WS-RESULT-VAL =
                               FUNCTION NUMVAL(AUD-RESULT)
                       ADD WS-RESULT-VAL TO WS-AUDIT-TOTAL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
                    DISPLAY 'hata' REJ-ST
                    SET END-OF-REJECTS TO TRUE
                 ELSE
                    IF REJ-REASON NOT = 'Suspense item cancelled'
                       ADD 1 TO WS-REJECT-COUNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

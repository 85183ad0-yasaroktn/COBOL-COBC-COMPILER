       01  WS-SEL-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-VER-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-FAIL-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-HELD-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-POST-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-EDIT-COUNT    PIC ZZZZZZZ9.
       01  WS-EDIT-RECS     PIC ZZZZZZZ9.
       01  WS-EDIT-HASH     PIC -(13)9.99.
              IF BST-STATUS = 'VERIFIED'
                 ADD 1 TO WS-VER-COUNT
              ELSE
                 IF BST-STATUS = 'HELD'
                    ADD 1 TO WS-HELD-COUNT
                 ELSE
                    IF BST-STATUS = 'POSTED'
                       ADD 1 TO WS-POST-COUNT
                    ELSE
                       ADD 1 TO WS-FAIL-COUNT
                    END-IF
                 END-IF
              END-IF
              PERFORM WRITE-DETAIL-LINE
           END-IF.
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
           STRING 'HELD:             ' DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-POST-COUNT TO WS-EDIT-COUNT.
           STRING 'POSTED:           ' DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE
             INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
           STRING 'BATCHES READ:     ' DELIMITED BY SIZE
                  WS-EDIT-COUNT        DELIMITED BY SIZE

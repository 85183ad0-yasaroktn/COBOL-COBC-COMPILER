         05 FILLER              PIC X(4).
         05 CKPT-BATCH-ID       PIC X(8).
         05 CKPT-BAT-ACTIVE     PIC X.
         05 FILLER              PIC X(1266).
       FD  INP-FILE RECORDING MODE F.
       01  INP-REC  PIC X(29).
       FD  OPLOG-FILE RECORDING MODE F.

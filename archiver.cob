       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC.
         05 REJ-RUN-ID    PIC X(14).
         05 FILLER        PIC X(116).
       FD  CAT-FILE RECORDING MODE F.
       01  CAT-REC.
         05 CAT-RUN-ID    PIC X(14).
       FD  CKPT-FILE RECORDING MODE F.
       01  CKPT-REC.
         05 CKPT-SEQ   PIC 9(8).
         05 FILLER     PIC X(1372).
       WORKING-STORAGE SECTION.
       01  AUD-ST     PIC 9(2).
       01  REJ-ST     PIC 9(2).

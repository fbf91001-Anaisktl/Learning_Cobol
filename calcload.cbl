       FD  LOAD-SEQ-FILE.
       01  SQ-RECORD.
           05  SQ-SEQ                PIC 9(5).
           05  SQ-RESTE              PIC X(81).

       FD  LOAD-RES-FILE.
       COPY "calcre.cpy".

004400     COPY CLIENTREC.
004500
004600 FD  RUN-CONTROL.
004700 01  RN-RECORD                       PIC X(47).
004800
004900 FD  DORMANT-RPT.
005000 01  DR-LINE                         PIC X(80).

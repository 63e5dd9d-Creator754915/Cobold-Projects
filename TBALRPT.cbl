005700 01  TB-LINE                         PIC X(80).
005800
005900 FD  RUN-CONTROL.
006000 01  RN-RECORD                       PIC X(47).
006100
006101 FD  RUN-STATS.
006102 01  RS-STATS-RECORD.

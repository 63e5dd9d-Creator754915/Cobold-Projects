006003     COPY RUNSREC.
006005
006006 FD  RUN-CONTROL.
006007 01  RN-RECORD                       PIC X(47).
006008
006100 WORKING-STORAGE SECTION.
006200*-----------------------------------------------------------------

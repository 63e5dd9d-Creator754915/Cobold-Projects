002009*                  reconciles against the last record and
002010*                  CLIMREST against the record dated like the
002011*                  generation it restores.
002012* 15/10/2026 RD    Backup record widened to 53 bytes for the
002013*                  client's birth date (WS-DATE-NAISSANCE).
002014* 15/10/2026 RD    Backup record widened to 61 bytes for the
002015*                  reactivation date (WS-DATE-REACTIVATION).
002100*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004800     COPY CLIENTREC.
004900
005000 FD  RUN-CONTROL.
005100 01  RN-RECORD                       PIC X(47).
005200
005300 FD  BACKUP-FILE.
005400 01  BK-RECORD                       PIC X(61).
005500
005600 FD  BACKUP-CONTROL.
005700 01  BC-CONTROL-RECORD.

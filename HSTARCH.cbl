002600*                  statement period is never split between the
002700*                  live file and the archive.  Run this after
002800*                  the month-end batch, never during the night.
002810* 15/10/2026 RD    TRNHARCH records are now 57 bytes, carrying
002820*                  the contre-passation fields of TRNHIST.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
005100     COPY TRNHREC.
005200
005300 FD  ARCHIVE-FILE.
005400 01  AH-RECORD                       PIC X(57).
005500
005600 FD  ARCH-CONTROL.
005700 01  AC-CONTROL-RECORD.

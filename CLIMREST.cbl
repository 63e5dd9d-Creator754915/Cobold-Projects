003650*                  the control record of THAT date, so any
003660*                  generation can be restored and proved, not
003670*                  just the newest.
003672* 15/10/2026 RD    A replayed contre-passation restores the
003674*                  balance but not the last-activity date -
003676*                  TRNPOST does not stamp it for a correction
003678*                  either.
003680* 15/10/2026 RD    Backup record widened to 53 bytes for the
003682*                  client's birth date (WS-DATE-NAISSANCE); a
003684*                  generation unloaded before the change is
003686*                  45 bytes wide and must be converted first.
003688* 15/10/2026 RD    A replayed agios movement ('A') stamps the
003690*                  last-activity date as AGIOCALC did, like a
003692*                  fee.
003694* 15/10/2026 RD    Backup record widened to 61 bytes for the
003696*                  reactivation date (WS-DATE-REACTIVATION); a
003698*                  53-byte generation must be converted first.
003700*-----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
007000     COPY CLIENTREC.
007100
007200 FD  BACKUP-FILE.
007300 01  BK-RECORD                       PIC X(61).
007400
007500 FD  BACKUP-CONTROL.
007600 01  BC-CONTROL-RECORD.
036500     END-READ.
036600
036700     MOVE HS-NOUVEAU-SOLDE TO SOLDE.
036800     IF (HS-DEBIT OR HS-CREDIT OR HS-FRAIS OR HS-AGIOS)
036810         AND NOT HS-CONTRE-PASSATION
036900         MOVE HS-DATE TO WS-DERN-ACTIVITE
037000     END-IF.
037100     REWRITE CM-CLIENT-RECORD.

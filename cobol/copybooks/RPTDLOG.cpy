000100******************************************************************
000200*    RPTDLOG.CPY                                                 *
000300*    REPORT DISTRIBUTION LOG RECORD.                             *
000400*                                                                *
000500*    RPTDIST APPENDS ONE ROW PER REPORT PER RECIPIENT EACH NIGHT *
000600*    SAYING WHAT WAS DELIVERED TO WHOM, AND ONE ROW, WITH NO     *
000700*    RECIPIENT, FOR EACH CATALOGED REPORT THAT WAS EXPECTED      *
000800*    TONIGHT BUT NOT PRODUCED:                                   *
000900*                                                                *
001000*      D  DELIVERED INTO THE RECIPIENT'S BUNDLE                  *
001100*      U  UNDELIVERED -- THE RECIPIENT'S BUNDLE COULD NOT BE     *
001200*         OPENED                                                 *
001300*      M  MISSING -- EXPECTED TONIGHT, NOT PRODUCED (NO DATASET  *
001400*         OR AN EMPTY ONE)                                       *
001500*                                                                *
001600*    RDL-RETAIN-UNTIL IS THE RUN DATE PLUS THE CATALOG'S         *
001700*    RETENTION DAYS.                                             *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ----------------------------------------------------------- *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002300******************************************************************
002400 01  RDL-LOG-RECORD.
002500     05  RDL-TIMESTAMP.
002600         10  RDL-TIMESTAMP-DATE  PIC 9(008).
002700         10  RDL-TIMESTAMP-TIME  PIC 9(008).
002800     05  RDL-RUN-DATE            PIC 9(008).
002900     05  RDL-REPORT-ID           PIC X(008).
003000     05  RDL-RECIPIENT           PIC X(008).
003100     05  RDL-STATUS              PIC X(001).
003200         88  RDL-DELIVERED           VALUE 'D'.
003300         88  RDL-UNDELIVERED         VALUE 'U'.
003400         88  RDL-MISSING             VALUE 'M'.
003500     05  RDL-CONF-CLASS          PIC X(001).
003600     05  RDL-LINE-COUNT          PIC 9(009).
003700     05  RDL-RETAIN-UNTIL        PIC 9(008).

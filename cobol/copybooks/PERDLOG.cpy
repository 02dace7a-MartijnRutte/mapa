000100******************************************************************
000200*    PERDLOG.CPY                                                 *
000300*    PERIOD-CLOSE ACTIVITY LOG RECORD.                           *
000400*                                                                *
000500*    ONE ROW APPENDED FOR EVERY EVENT AGAINST A MONTH'S CLOSE:   *
000600*    PERDMNT LOGS EACH CLOSE, REOPEN AND REJECTED TRANSACTION;   *
000700*    BILLXTR, PTNRSTMT AND OPSSCORE LOG EACH RUN THEY REFUSED    *
000800*    FOR A CLOSED MONTH AND EACH RERUN MADE UNDER A REOPEN.      *
000900*    PDL-PROGRAM-ID IS THE PROGRAM THAT WROTE THE ROW; THE       *
001000*    OPERATOR, APPROVER, PROGRAM AND REASON ARE THE REOPEN'S     *
001100*    (OR THE CLOSE'S) AS FILED.                                  *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001700******************************************************************
001800 01  PDL-PERIOD-LOG-RECORD.
001900     05  PDL-TIMESTAMP-DATE      PIC 9(008).
002000     05  PDL-TIMESTAMP-TIME      PIC 9(008).
002100     05  PDL-PROGRAM-ID          PIC X(008).
002200     05  PDL-EVENT               PIC X(008).
002300         88  PDL-EVENT-CLOSED        VALUE 'CLOSED  '.
002400         88  PDL-EVENT-REOPENED      VALUE 'REOPENED'.
002500         88  PDL-EVENT-REJECTED      VALUE 'REJECTED'.
002600         88  PDL-EVENT-REFUSED       VALUE 'REFUSED '.
002700         88  PDL-EVENT-RERUN         VALUE 'RERUN   '.
002800     05  PDL-PERIOD-MONTH        PIC 9(006).
002900     05  PDL-OPERATOR-ID         PIC X(008).
003000     05  PDL-APPROVER-ID         PIC X(008).
003100     05  PDL-REOPEN-PROGRAM      PIC X(008).
003200     05  PDL-REASON              PIC X(040).

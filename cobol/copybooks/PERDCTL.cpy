000100******************************************************************
000200*    PERDCTL.CPY                                                 *
000300*    MONTHLY PERIOD-CLOSE CONTROL RECORD.                        *
000400*                                                                *
000500*    ONE ROW PER CALENDAR MONTH (YYYYMM) FINANCE HAS CLOSED --   *
000600*    INVOICED AND SENT OUT -- WITH THE DAY IT WAS CLOSED AND WHO *
000700*    CLOSED IT.  A MONTH WITH NO ROW IS OPEN.  BILLXTR, PTNRSTMT *
000800*    AND OPSSCORE REFUSE TO REGENERATE A CLOSED MONTH UNLESS AN  *
000900*    AUTHORIZED REOPEN IS ON THE ROW: A REQUESTOR, A DIFFERENT   *
001000*    APPROVER AND A REASON, FOR ONE NAMED MONTHLY PROGRAM OR     *
001100*    (SPACES) ALL OF THEM.  CLOSING THE MONTH AGAIN CLEARS THE   *
001200*    REOPEN.  A DLVTRACK GENERATION IN A CLOSED MONTH CONFIRMED  *
001300*    AFTER PDC-CLOSE-DATE MISSED THAT MONTH'S INVOICE AND IS     *
001400*    CARRIED INTO THE NEXT OPEN MONTH AS AN ADJUSTMENT.          *
001500*    MAINTAINED BY PERDMNT FROM PERDTXN CLOSE/REOPEN             *
001600*    TRANSACTIONS; EVERY CLOSE, REOPEN AND RERUN IS LOGGED TO    *
001700*    PERDLOG (SEE PERDLOG.CPY).                                  *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ----------------------------------------------------------- *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002300******************************************************************
002400 01  PDC-PERIOD-RECORD.
002500     05  PDC-PERIOD-MONTH        PIC 9(006).
002600     05  PDC-CLOSE-DATE          PIC 9(008).
002700     05  PDC-CLOSED-BY           PIC X(008).
002800     05  PDC-REOPEN-SW           PIC X(001).
002900         88  PDC-REOPENED            VALUE 'Y'.
003000         88  PDC-NOT-REOPENED        VALUE 'N' ' '.
003100     05  PDC-REOPEN-PROGRAM      PIC X(008).
003200     05  PDC-REOPEN-DATE         PIC 9(008).
003300     05  PDC-REOPENED-BY         PIC X(008).
003400     05  PDC-REOPEN-APPROVER     PIC X(008).
003500     05  PDC-REOPEN-REASON       PIC X(040).

000100******************************************************************
000200*    PERDTXN.CPY                                                 *
000300*    PERIOD-CLOSE CLOSE/REOPEN TRANSACTION RECORD.               *
000400*                                                                *
000500*    ONE ROW PER CLOSE OR REOPEN FILED AGAINST THE PERDCTL       *
000600*    PERIOD-CLOSE CONTROL FILE, APPLIED IN FILE ORDER BY         *
000700*    PERDMNT.  A CLOSE NEEDS ONLY THE MONTH AND THE OPERATOR.    *
000800*    A REOPEN ALSO NEEDS AN APPROVER OTHER THAN THE OPERATOR     *
000900*    AND A REASON, AND MAY NAME THE ONE MONTHLY PROGRAM          *
001000*    (BILLXTR, PTNRSTMT OR OPSSCORE) IT REOPENS THE MONTH FOR -- *
001100*    SPACES REOPENS IT FOR ALL OF THEM.                          *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001700******************************************************************
001800 01  PDT-PERIOD-TXN-RECORD.
001900     05  PDT-ACTION              PIC X(001).
002000         88  PDT-ACTION-CLOSE        VALUE 'C'.
002100         88  PDT-ACTION-REOPEN       VALUE 'O'.
002200     05  PDT-PERIOD-MONTH        PIC 9(006).
002300     05  PDT-PROGRAM-ID          PIC X(008).
002400         88  PDT-PROGRAM-VALID       VALUE SPACES
002500                                           'BILLXTR '
002600                                           'PTNRSTMT'
002700                                           'OPSSCORE'.
002800     05  PDT-OPERATOR-ID         PIC X(008).
002900     05  PDT-APPROVER-ID         PIC X(008).
003000     05  PDT-REASON              PIC X(040).

000100******************************************************************
000200*    CUSTSTMP.CPY                                                *
000300*    CUSTOMER LAST-MAINTAINED STAMP RECORD.                      *
000400*                                                                *
000500*    ONE RECORD PER CUSTOMER ON THE MASTER, KEYED BY SD-001,     *
000600*    SAYING WHEN THE CUSTOMER WAS LAST CHANGED FROM A FEED AND   *
000700*    WHICH FEED CHANGED IT.  THE STAMP IS THE TRANSACTION'S OWN  *
000800*    TXN-TIMESTAMP WHEN THE JSONIN LINE CARRIED ONE (CST-SOURCE  *
000900*    'T'), OR THE APPLYING RUN'S START TIME WHEN IT DID NOT      *
001000*    ('R').  JSNCMUPD WILL NOT APPLY A CHANGE STAMPED EARLIER    *
001100*    THAN THE ROW ON FILE -- IT IS REJECTED OR PENDED PER THE    *
001200*    FEED'S ACT-STALE-UPDATE-RULE AND LOGGED TO STALECF.         *
001300*    MAINTAINED BY JSNCMUPD AND CMPAPPR.  A CUSTOMER WITH NO ROW *
001400*    HAS NOT BEEN CHANGED FROM A FEED SINCE THE STAMP WAS        *
001500*    INTRODUCED.                                                 *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    ----------------------------------------------------------- *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002100******************************************************************
002200 01  CST-STAMP-RECORD.
002300     05  CST-CUSTOMER-KEY        PIC X(008).
002400     05  CST-LAST-CHANGED.
002500         10  CST-CHANGED-DATE    PIC 9(008).
002600         10  CST-CHANGED-TIME    PIC 9(008).
002700     05  CST-FEED-ID             PIC X(010).
002800     05  CST-SOURCE              PIC X(001).
002900         88  CST-SOURCE-TXN          VALUE 'T'.
003000         88  CST-SOURCE-RUN          VALUE 'R'.

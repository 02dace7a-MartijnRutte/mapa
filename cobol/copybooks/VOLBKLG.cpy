000100******************************************************************
000200*    VOLBKLG.CPY                                                 *
000300*    DAILY VOLUME-CAP BACKLOG RECORD.                            *
000400*                                                                *
000500*    ONE ROW PER CUSTOMER A CAPPED FEED (FCF-DAILY-CAP ON        *
000600*    FEEDCFG) COULD NOT BE SENT BECAUSE THE DAY'S CAP WAS        *
000700*    ALREADY REACHED.  JSNGDLY WRITES THE ROW WHEN IT DEFERS     *
000800*    THE CUSTOMER AND DELETES IT WHEN THE CUSTOMER IS SENT (OR   *
000900*    IS NO LONGER ELIGIBLE FOR THE FEED).  THE KEY IS ALSO THE   *
001000*    PRIORITY ORDER THE BACKLOG DRAINS IN: FEED, THEN OLDEST     *
001100*    DEFERRAL FIRST, THEN CUSTOMER KEY.  A CUSTOMER IS ON FILE   *
001200*    AT MOST ONCE PER FEED, UNDER THE DATE IT FIRST WAITED.      *
001300*    VOLBKRPT REPORTS THE FILE'S SIZE AND AGE.                   *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ----------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001900******************************************************************
002000 01  VBK-BACKLOG-RECORD.
002100     05  VBK-BACKLOG-KEY.
002200         10  VBK-FEED-ID         PIC X(010).
002300         10  VBK-DEFERRED-DATE   PIC 9(008).
002400         10  VBK-CUSTOMER-KEY    PIC X(008).
002500     05  VBK-DEFERRED-TIME       PIC 9(008).
002600     05  VBK-DAILY-CAP           PIC 9(009).

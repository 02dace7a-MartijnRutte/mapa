000100******************************************************************
000200*    ENTLPICK.CPY                                                *
000300*    RULE-ENTITLED CUSTOMER PICKUP LOG RECORD.                   *
000400*                                                                *
000500*    ONE ROW PER CUSTOMER A FEED'S ENTLRULE RULE ENTITLED ON A   *
000600*    JSNGDLY RUN WITHOUT AN ENTLTBL ROW OF ITS OWN, APPENDED AS  *
000700*    THE CUSTOMER GOES OUT.  THE FIRST MATCHING RULE IS THE ONE  *
000800*    NAMED.  ENTLRRPT LISTS THE DAY'S ROWS BY FEED AND RULE.     *
000900*                                                                *
001000*    MODIFICATION HISTORY                                       *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  EPK-PICKUP-RECORD.
001600     05  EPK-RUN-DATE            PIC 9(008).
001700     05  EPK-FEED-ID             PIC X(010).
001800     05  EPK-RULE-ID             PIC X(008).
001900     05  EPK-CUSTOMER-KEY        PIC X(008).

000100******************************************************************
000200*    EMBARGO.CPY                                                 *
000300*    CUSTOMER EMBARGO RECORD.                                    *
000400*                                                                *
000500*    ONE ROW PER CUSTOMER FRAUD OR LEGAL HAS ASKED US TO STOP    *
000600*    SENDING TO PARTNERS.  WHILE A ROW IS IN FORCE JSNGDLY       *
000700*    WITHHOLDS THE CUSTOMER FROM EVERY FEED, WHATEVER ENTLTBL    *
000800*    AND ENTLRULE SAY, AND LOGS EACH WITHHOLDING TO EMBWHLD.  A  *
000900*    ROW IS IN FORCE FROM EMB-START-DATE (ZERO OR BLANK MEANS AT *
001000*    ONCE) UNTIL THE DAY BEFORE EMB-RELEASE-DATE, THE DAY THE    *
001100*    CUSTOMER GOES OUT AGAIN BY ITSELF; ZERO OR BLANK MEANS      *
001200*    UNTIL THE ROW IS REMOVED.  EMB-REQUESTED-BY IS THE OPERATOR *
001300*    WHO FILED IT.  ALSO SHOWN BY CUSTINQR AND REPORTED DAILY BY *
001400*    EMBRPT.                                                     *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ----------------------------------------------------------- *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002000******************************************************************
002100 01  EMB-EMBARGO-RECORD.
002200     05  EMB-CUSTOMER-KEY        PIC X(008).
002300     05  EMB-REASON              PIC X(030).
002400     05  EMB-REQUESTED-BY        PIC X(008).
002500     05  EMB-START-DATE          PIC 9(008).
002600     05  EMB-RELEASE-DATE        PIC 9(008).

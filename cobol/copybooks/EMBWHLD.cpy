000100******************************************************************
000200*    EMBWHLD.CPY                                                 *
000300*    EMBARGO WITHHOLDING LOG RECORD.                             *
000400*                                                                *
000500*    ONE ROW PER CUSTOMER AND FEED A JSNGDLY RUN WITHHELD        *
000600*    BECAUSE OF AN EMBARGO ROW IN FORCE -- A CUSTOMER THE FEED   *
000700*    WOULD OTHERWISE HAVE SENT -- APPENDED AS THE CUSTOMER IS    *
000800*    PASSED BY.  EMBRPT COUNTS THE DAY'S ROWS UNDER EACH         *
000900*    EMBARGO.                                                    *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  EWH-WITHHELD-RECORD.
001700     05  EWH-RUN-DATE            PIC 9(008).
001800     05  EWH-FEED-ID             PIC X(010).
001900     05  EWH-CUSTOMER-KEY        PIC X(008).

000100******************************************************************
000200*    RSNCODE.CPY                                                 *
000300*    INBOUND DISPOSITION REASON-CODE REFERENCE.                  *
000400*                                                                *
000500*    THE ONE PLACE OUR INBOUND REASON CODES ARE DEFINED.  EVERY  *
000600*    LINE ON A PARTNER'S CMRESP RESPONSE FILE CARRIES ONE OF     *
000700*    THESE, AND THE CODE'S RANGE IS ITS DISPOSITION -- 0NN       *
000800*    ACCEPTED, 1NN PENDED, 2NN REJECTED -- SO A PARTNER CAN      *
000900*    SORT ITS RESPONSES ON THE CODE ALONE.  CODES ARE NEVER      *
001000*    REUSED; A RETIRED CONDITION KEEPS ITS NUMBER.               *
001100*                                                                *
001200*      000  APPLIED TO THE CUSTOMER MASTER OR DETAIL FILE        *
001250*      001  APPLIED -- SD-004 MOVED TO A BUSINESS DAY (BDAYADJ)  *
001260*      002  APPLIED -- ADD UNDER A NEW PARTNER KEY, PENDING ITS  *
001270*           PKEYXREF REVIEW (PKXMAINT)                          *
001300*      101  PENDED FOR REVIEW -- SD-002 FLIP                     *
001400*      102  PENDED FOR REVIEW -- SD-004 MOVED PAST THE FEED'S    *
001500*           APLYCTL THRESHOLD                                    *
001600*      103  PENDED -- ADD FOR AN ARCHIVED KEY, AWAITING RESTORE  *
001620*      104  PENDED FOR REVIEW -- CHANGE OLDER THAN THE          *
001640*           CUSTOMER'S LAST CHANGE ON CUSTSTMP (STALECF)         *
001700*      201  REJECTED -- BLANK CUSTOMER KEY                       *
001800*      202  REJECTED -- INACTIVATE FOR A KEY NOT ON THE MASTER   *
001900*      203  REJECTED -- JSON PARSE FAILURE (SEE JSONERR)         *
002000*      204  REJECTED -- PRE-PARSE VALIDATION (SEE PPVREJ)        *
002100*      205  REJECTED -- INVALID UTF-8 (SEE UTF8REJ)              *
002200*      206  REJECTED -- CODE VALUE WITH NO VALXLAT MAPPING       *
002300*      207  REJECTED -- RUN BACKED OUT BY THE CIRCUIT BREAKER;   *
002400*           EVERY EARLIER LINE OF THE RUN IS VOID                *
002450*      208  REJECTED -- SD-004 IS NOT A BUSINESS DAY (BDAYADJ)   *
002460*      209  REJECTED -- PARTNER KEY NOT ON PKEYXREF (INACTIVATE  *
002470*           OR DETAIL RECORD; ONLY AN ADD CREATES A NEW KEY)    *
002480*      210  REJECTED -- PARTNER KEY RETIRED ON PKEYXREF          *
002485*      211  REJECTED -- NESTED DETAIL OBJECT COULD NOT BE LANDED *
002490*           (CUSTDETL OR TOKVAULT UNAVAILABLE); MASTER NOT       *
002495*           APPLIED EITHER                                       *
002505*      212  REJECTED -- PARENT KEY NOT ON THE CUSTOMER MASTER    *
002515*           (HIERIN)                                             *
002525*      213  REJECTED -- PARENT LINK WOULD MAKE THE CUSTOMER ITS  *
002535*           OWN ANCESTOR (HIERIN)                                *
002545*      214  REJECTED -- CUSTOMER ON A HIERIN LINE NOT ON THE     *
002555*           CUSTOMER MASTER                                      *
002557*      215  REJECTED -- CHANGE OLDER THAN THE CUSTOMER'S LAST    *
002559*           CHANGE ON CUSTSTMP (STALECF)                         *
002561*      216  REJECTED -- TXN-TIMESTAMP NOT A YYYYMMDDHHMMSSHH     *
002563*           STRING                                               *
002565*                                                                *
002600*    MODIFICATION HISTORY                                       *
002700*    ----------------------------------------------------------- *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002910*    2026-10-14 MAR   ADDED 001 AND 208 FOR THE APLYCTL SD-004   *
002920*                     BUSINESS-DAY RULE.                         *
002930*    2026-10-14 MAR   ADDED 002, 209 AND 210 FOR THE PKEYXREF    *
002940*                     PARTNER-KEY CROSS-REFERENCE.               *
002960*    2026-10-14 MAR   ADDED 211 FOR THE DETAIL OBJECT NESTED IN  *
002980*                     A JSONIN MASTER LINE.                      *
002985*    2026-10-14 MAR   ADDED 212, 213 AND 214 FOR THE CUSTHIER    *
002990*                     PARENT/CHILD HIERARCHY.                    *
002992*    2026-10-14 MAR   ADDED 104, 215 AND 216 FOR STALE-UPDATE    *
002994*                     PROTECTION ON THE CUSTSTMP STAMP.          *
003000******************************************************************
003100 01  RSN-REASON-CODE             PIC X(003) VALUE '000'.
003200     88  RSN-ACCEPTED                VALUE '000' THRU '099'.
003300     88  RSN-APPLIED                 VALUE '000'.
003350     88  RSN-APPLIED-SD004-MOVED     VALUE '001'.
003360     88  RSN-APPLIED-NEW-PARTNER-KEY VALUE '002'.
003400     88  RSN-PENDED                  VALUE '100' THRU '199'.
003500     88  RSN-PEND-SD002-FLIP         VALUE '101'.
003600     88  RSN-PEND-SD004-MOVE         VALUE '102'.
003700     88  RSN-PEND-ARCHIVED-KEY       VALUE '103'.
003750     88  RSN-PEND-STALE-UPDATE       VALUE '104'.
003800     88  RSN-REJECTED                VALUE '200' THRU '299'.
003900     88  RSN-BLANK-KEY               VALUE '201'.
004000     88  RSN-INACT-NOT-FOUND         VALUE '202'.
004100     88  RSN-PARSE-FAILED            VALUE '203'.
004200     88  RSN-PRE-PARSE-FAILED        VALUE '204'.
004300     88  RSN-UTF8-INVALID            VALUE '205'.
004400     88  RSN-UNMAPPED-VALUE          VALUE '206'.
004500     88  RSN-RUN-BACKED-OUT          VALUE '207'.
004600     88  RSN-SD004-NOT-BUSINESS-DAY  VALUE '208'.
004700     88  RSN-PARTNER-KEY-UNKNOWN     VALUE '209'.
004800     88  RSN-PARTNER-KEY-RETIRED     VALUE '210'.
004900     88  RSN-DETAIL-UNAVAILABLE      VALUE '211'.
005000     88  RSN-PARENT-NOT-ON-MASTER    VALUE '212'.
005100     88  RSN-HIERARCHY-CYCLE         VALUE '213'.
005200     88  RSN-HIER-CUSTOMER-UNKNOWN   VALUE '214'.
005300     88  RSN-STALE-UPDATE            VALUE '215'.
005400     88  RSN-TXN-TIMESTAMP-INVALID   VALUE '216'.

000100******************************************************************
000200*    CVGPARM.CPY                                                 *
000300*    PARTNER COVERAGE REPORT RUN PARAMETER RECORD.               *
000400*                                                                *
000500*    ONE RECORD TELLS PTNRCOVR HOW MANY LIVE PARTNER FEEDS ONE   *
000600*    CUSTOMER MAY GO TO BEFORE IT IS FLAGGED FOR THE DATA-       *
000700*    SHARING REVIEW -- A CUSTOMER ENTITLED TO MORE THAN          *
000800*    CVP-SHARE-LIMIT LIVE FEEDS IS FLAGGED.  NO RECORD, OR A     *
000900*    ZERO OR BLANK LIMIT, MEANS 3.                               *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  CVP-PARM-RECORD.
001700     05  CVP-SHARE-LIMIT         PIC 9(003).

000700*    BE PUT INTO PRODUCTION BY UPDATING DISPTBL INSTEAD OF       *
000800*    RECOMPILING THE >>DEFINE/>>IF DIRECTIVE CHAIN THAT ROUTED   *
000900*    THESE CALLS AT COMPILE TIME.                                *
000910*                                                                *
000920*    A ROUTE MAY HAVE SEVERAL ROWS, EACH IN FORCE FROM ITS       *
000930*    DSP-EFFECTIVE-FROM THROUGH ITS DSP-EFFECTIVE-TO (BOTH       *
000940*    YYYYMMDD, BOTH INCLUSIVE).  A ZERO OR BLANK FROM DATE MEANS *
000950*    IN FORCE SINCE THE BEGINNING; A ZERO OR BLANK TO DATE MEANS *
000960*    OPEN-ENDED.  A CUTOVER IS SCHEDULED BY CLOSING THE OLD ROW  *
000970*    THE DAY BEFORE AND ADDING THE NEW ONE FROM THE CUTOVER      *
000980*    DATE; OLD ROWS STAY ON FILE AS THE ROUTING HISTORY.  IF     *
000990*    ROWS OVERLAP, THE ONE WITH THE LATEST FROM DATE WINS.       *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-08-09 MAR   ORIGINAL COPYBOOK.                         *
001410*    2026-10-14 MAR   ADDED DSP-EFFECTIVE-FROM/-TO SO A ROUTE    *
001420*                     CHANGE CAN BE SCHEDULED AHEAD OF ITS       *
001430*                     CUTOVER AND THE OLD ROUTING KEPT.          *
001500******************************************************************
001600 01  DSP-DISPATCH-RECORD.
001700     05  DSP-ROUTE-CODE          PIC X(008).
001800     05  DSP-PGM-ID              PIC X(008).
001900     05  DSP-EFFECTIVE-FROM      PIC 9(008).
002000     05  DSP-EFFECTIVE-TO        PIC 9(008).

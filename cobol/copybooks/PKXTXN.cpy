000100******************************************************************
000200*    PKXTXN.CPY                                                  *
000300*    PARTNER-KEY CROSS-REFERENCE MAINTENANCE TRANSACTION.        *
000400*                                                                *
000500*    ONE ROW PER REQUEST AN OPERATOR FILES AGAINST PKEYXREF,     *
000600*    APPLIED BY PKXMAINT:                                        *
000700*                                                                *
000800*      A  ADD      MAP THE FEED'S PARTNER KEY TO PXT-CUSTOMER-   *
000900*                  KEY.  A RETIRED ROW FOR THE SAME PARTNER KEY  *
001000*                  IS BROUGHT BACK.                              *
001100*      V  VERIFY   ACCEPT A PENDING ROW.  A CUSTOMER KEY, WHEN   *
001200*                  GIVEN, RE-POINTS IT AT THAT CUSTOMER FIRST.   *
001300*      R  RETIRE   THE PARTNER KEY NO LONGER RESOLVES.           *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ----------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001900******************************************************************
002000 01  PXT-XREF-TXN-RECORD.
002100     05  PXT-ACTION              PIC X(001).
002200         88  PXT-ACTION-ADD          VALUE 'A'.
002300         88  PXT-ACTION-VERIFY       VALUE 'V'.
002400         88  PXT-ACTION-RETIRE       VALUE 'R'.
002500     05  PXT-FEED-ID             PIC X(010).
002600     05  PXT-PARTNER-KEY         PIC X(008).
002700     05  PXT-CUSTOMER-KEY        PIC X(008).
002800     05  PXT-OPERATOR-ID         PIC X(008).

000100******************************************************************
000200*    HIERTXN.CPY                                                 *
000300*    CUSTOMER HIERARCHY MAINTENANCE TRANSACTION.                 *
000400*                                                                *
000500*    ONE ROW PER REQUEST AN OPERATOR FILES AGAINST CUSTHIER,     *
000600*    APPLIED BY HIERMNT:                                         *
000700*                                                                *
000800*      L  LINK     MAKE HTX-PARENT-KEY THE PARENT OF HTX-        *
000900*                  CUSTOMER-KEY, REPLACING ANY EARLIER PARENT.   *
001000*      U  UNLINK   THE CUSTOMER BECOMES A TOP-LEVEL ACCOUNT.     *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001600******************************************************************
001700 01  HTX-HIER-TXN-RECORD.
001800     05  HTX-ACTION              PIC X(001).
001900         88  HTX-ACTION-LINK         VALUE 'L'.
002000         88  HTX-ACTION-UNLINK       VALUE 'U'.
002100     05  HTX-CUSTOMER-KEY        PIC X(008).
002200     05  HTX-PARENT-KEY          PIC X(008).
002300     05  HTX-OPERATOR-ID         PIC X(008).

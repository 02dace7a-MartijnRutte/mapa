000100******************************************************************
000200*    BORPARM.CPY                                                 *
000300*    BOOK-OF-RECORD RECONCILIATION RUN PARAMETER RECORD.         *
000400*                                                                *
000500*    ONE RECORD TELLS BORRECON WHICH PARTNER FEED THE HOLDINGS   *
000600*    FILE ON HOLDIN CAME FROM, AND THE DRIFT PERCENTAGE ABOVE    *
000700*    WHICH THE RUN RAISES A BORALRT ALERT.  A THRESHOLD THAT IS  *
000800*    NOT NUMERIC TAKES THE COMPILED-IN DEFAULT OF 5.00 PERCENT.  *
000900*    THE THRESHOLD IS KEYED AS FIVE DIGITS WITH TWO IMPLIED      *
001000*    DECIMALS -- 00250 IS 2.50 PERCENT.                          *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001600******************************************************************
001700 01  BRP-PARM-RECORD.
001800     05  BRP-FEED-ID             PIC X(010).
001900     05  BRP-DRIFT-THRESHOLD     PIC 9(003)V99.

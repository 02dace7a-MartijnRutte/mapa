000100******************************************************************
000200*    INVPAY.CPY                                                  *
000300*    INVOICE PAYMENT / ADJUSTMENT TRANSACTION RECORD.            *
000400*                                                                *
000500*    ONE ROW PER PAYMENT RECEIVED OR ADJUSTMENT AGREED AGAINST   *
000600*    ONE PARTNER INVOICE, NAMED BY FEED ID AND BILLED MONTH.     *
000700*    A PAYMENT REDUCES THE INVOICE'S OPEN BALANCE; AN            *
000800*    ADJUSTMENT IS SIGNED -- NEGATIVE WRITES THE BALANCE DOWN,   *
000900*    POSITIVE RAISES IT.  EACH GENERATION OF THE FILE IS         *
001000*    APPLIED BY ONE INVLEDGR RUN ONLY; A ROW NAMING NO INVOICE   *
001100*    ON THE LEDGER IS LISTED AS UNAPPLIED ON INVAGRPT AND LEFT   *
001200*    FOR FINANCE TO RESUBMIT.                                    *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ----------------------------------------------------------- *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001800******************************************************************
001900 01  IPY-TRANSACTION-RECORD.
002000     05  IPY-FEED-ID             PIC X(010).
002100     05  IPY-BILL-MONTH          PIC 9(006).
002200     05  IPY-TXN-TYPE            PIC X(001).
002300         88  IPY-TYPE-PAYMENT        VALUE 'P'.
002400         88  IPY-TYPE-ADJUSTMENT     VALUE 'A'.
002500     05  IPY-TXN-DATE            PIC 9(008).
002600     05  IPY-AMOUNT              PIC S9(007)V99
002700                                 SIGN LEADING SEPARATE.
002800     05  IPY-REFERENCE           PIC X(020).

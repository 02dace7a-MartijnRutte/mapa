000100******************************************************************
000200*    INVLEDG.CPY                                                 *
000300*    PARTNER INVOICE LEDGER RECORD.                              *
000400*                                                                *
000500*    ONE ROW PER FEED PER BILLED MONTH, POSTED BY INVLEDGR FROM  *
000600*    THAT MONTH'S BILLXTR EXTRACT -- THE FEED'S DETAIL, RESEND   *
000700*    AND RESYNC ROWS BILLED AND ITS CREDIT ROW CREDITED, ONCE    *
000800*    THE EXTRACT BALANCES TO ITS CONTROL ROW -- AND CARRIED      *
000900*    FORWARD TO A NEW GENERATION (INVLEDGN) EVERY RUN WITH THAT  *
001000*    RUN'S INVPAY PAYMENTS AND ADJUSTMENTS APPLIED.              *
001100*    ILG-INVOICE-DATE IS THE DAY THE INVOICE WAS POSTED AND IS   *
001200*    WHAT THE INVAGRPT AGING COUNTS FROM.  A BALANCE AT OR BELOW *
001300*    ZERO IS PAID; BELOW ZERO IS A CREDIT THE PARTNER HOLDS      *
001350*    AGAINST THE NEXT INVOICE.  EVERY AMOUNT IS COMPUTED         *
001400*    THROUGH WKA-AMOUNT (SEE WORKAREA.CPY).                      *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ----------------------------------------------------------- *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001910*    2026-10-14 MAR   ADDED ILG-CREDITED-AMOUNT FOR THE FEED'S   *
001920*                     BILLXTR SERVICE-LEVEL CREDIT ROW.  THE     *
001930*                     OPEN BALANCE IS NOW BILLED LESS CREDITED,  *
001940*                     PLUS ADJUSTED, LESS PAID.                  *
002000******************************************************************
002100 01  ILG-INVOICE-RECORD.
002200     05  ILG-INVOICE-KEY.
002300         10  ILG-FEED-ID         PIC X(010).
002400         10  ILG-BILL-MONTH      PIC 9(006).
002500     05  ILG-INVOICE-DATE        PIC 9(008).
002600     05  ILG-BILLED-AMOUNT       PIC S9(007)V99
002700                                 SIGN LEADING SEPARATE.
002710     05  ILG-CREDITED-AMOUNT     PIC S9(007)V99
002720                                 SIGN LEADING SEPARATE.
002800     05  ILG-PAID-AMOUNT         PIC S9(007)V99
002900                                 SIGN LEADING SEPARATE.
003000     05  ILG-ADJUSTED-AMOUNT     PIC S9(007)V99
003100                                 SIGN LEADING SEPARATE.
003200     05  ILG-OPEN-BALANCE        PIC S9(007)V99
003300                                 SIGN LEADING SEPARATE.
003400     05  ILG-STATUS-SW           PIC X(001).
003500         88  ILG-STATUS-OPEN         VALUE 'O'.
003600         88  ILG-STATUS-PAID         VALUE 'P'.
003700     05  ILG-LAST-ACTIVITY-DATE  PIC 9(008).

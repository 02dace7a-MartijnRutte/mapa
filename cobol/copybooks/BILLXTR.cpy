001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-09-02 MAR   ORIGINAL COPYBOOK.                         *
001450*    2026-10-14 MAR   ADDED THE RESYNC ROW TYPE FOR FULL-BOOK    *
001460*                     RESYNCS, ITEMIZED LIKE RE-SENDS.           *
001470*    2026-10-14 MAR   ADDED THE CREDIT ROW TYPE: A FEED'S        *
001480*                     SERVICE-LEVEL CREDIT FOR LATE AND NEVER-   *
001490*                     CONFIRMED GENERATIONS (SEE CRDTRATE.CPY).  *
001491*                     ITS AMOUNT IS DEDUCTED FROM THE CONTROL    *
001492*                     ROW'S AMOUNT; ITS VOLUME IS THE NUMBER OF  *
001493*                     GENERATIONS CREDITED AND IS NOT PART OF    *
001494*                     THE CONTROL ROW'S VOLUME.                  *
001495*    2026-10-14 MAR   ADDED THE ADJUST ROW TYPE: GENERATIONS OF  *
001496*                     A CLOSED MONTH (SEE PERDCTL.CPY) CONFIRMED *
001497*                     AFTER ITS CLOSE, BILLED IN THE NEXT OPEN   *
001498*                     MONTH AT THE FEED'S RATE.  IT BILLS LIKE A *
001499*                     DETAIL ROW AND COUNTS IN THE CONTROL ROW.  *
001500******************************************************************
001600 01  BLX-BILLING-RECORD.
001700     05  BLX-BILL-MONTH          PIC 9(006).
001900     05  BLX-RECORD-TYPE         PIC X(007).
002000         88  BLX-TYPE-DETAIL         VALUE 'DETAIL '.
002100         88  BLX-TYPE-RESEND         VALUE 'RESEND '.
002150         88  BLX-TYPE-RESYNC         VALUE 'RESYNC '.
002160         88  BLX-TYPE-CREDIT         VALUE 'CREDIT '.
002170         88  BLX-TYPE-ADJUST         VALUE 'ADJUST '.
002200         88  BLX-TYPE-CONTROL        VALUE 'CONTROL'.
002300     05  BLX-VOLUME              PIC 9(009).
002400     05  BLX-AMOUNT              PIC 9(007).9(002).

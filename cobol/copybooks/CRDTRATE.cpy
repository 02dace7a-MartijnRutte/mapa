000100******************************************************************
000200*    CRDTRATE.CPY                                                *
000300*    PER-FEED SERVICE-LEVEL CREDIT RATE TABLE RECORD.            *
000400*                                                                *
000500*    ONE ROW PER FEED WHOSE PARTNER CONTRACT PROMISES A CREDIT   *
000600*    FOR A MISSED DELIVERY DEADLINE: THE FLAT CREDIT FOR EACH    *
000700*    NIGHTLY GENERATION CONFIRMED AFTER ITS DLVDLTBL DEADLINE    *
000800*    (GENERATION DATE PLUS DDL-GRACE-DAYS, AT DDL-DEADLINE-TIME) *
000900*    AND FOR EACH ONE STILL UNCONFIRMED ONCE THAT DEADLINE HAS   *
001000*    PASSED.  READ BY BILLXTR, WHICH PRICES THE MONTH'S CREDIT   *
001100*    THROUGH WKA-AMOUNT AND NEVER LETS IT EXCEED THE FEED'S      *
001200*    CHARGES FOR THE MONTH.  A FEED WITH NO ROW HERE, OR NO      *
001300*    DLVDLTBL DEADLINE, EARNS NO CREDIT.                         *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ----------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001900******************************************************************
002000 01  CRR-CREDIT-RATE-RECORD.
002100     05  CRR-FEED-ID             PIC X(010).
002200     05  CRR-LATE-CREDIT         PIC 9(005)V99.
002300     05  CRR-MISSED-CREDIT       PIC 9(005)V99.

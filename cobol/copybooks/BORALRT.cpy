000100******************************************************************
000200*    BORALRT.CPY                                                 *
000300*    BOOK-OF-RECORD DRIFT ALERT RECORD.                          *
000400*                                                                *
000500*    BORRECON APPENDS ONE ROW HERE WHEN THE SHARE OF A FEED'S    *
000600*    CUSTOMERS ON WHICH THE PARTNER'S HOLDINGS AND OUR ARCHIVE   *
000700*    DISAGREE RISES ABOVE THE RUN'S BORPARM THRESHOLD.  THE      *
000800*    FOUR DIFFERENCE COUNTS ARE CUSTOMERS, NOT FIELDS.  ALRTMGR  *
000900*    INGESTS THE ROWS INTO THE CENTRAL ALERT STORE.              *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  BRA-ALERT-RECORD.
001700     05  BRA-TIMESTAMP.
001800         10  BRA-TIMESTAMP-DATE  PIC 9(008).
001900         10  BRA-TIMESTAMP-TIME  PIC 9(008).
002000     05  BRA-FEED-ID             PIC X(010).
002100     05  BRA-DRIFT-PCT           PIC 9(003)V99.
002200     05  BRA-THRESHOLD-PCT       PIC 9(003)V99.
002300     05  BRA-POPULATION          PIC 9(009).
002400     05  BRA-UNEXPECTED-COUNT    PIC 9(009).
002500     05  BRA-MISSING-COUNT       PIC 9(009).
002600     05  BRA-VALUE-DIFF-COUNT    PIC 9(009).
002700     05  BRA-RECALLED-HELD-COUNT PIC 9(009).

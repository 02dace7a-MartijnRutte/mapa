000100******************************************************************
000200*    PKXAUDIT.CPY                                                *
000300*    PARTNER-KEY CROSS-REFERENCE AUDIT RECORD.                   *
000400*                                                                *
000500*    ONE ROW FOR EVERY CHANGE TO PKEYXREF: EACH PKXMAINT         *
000600*    TRANSACTION, APPLIED OR REJECTED AND WHY, AND EACH PENDING  *
000700*    ROW JSNCMUPD CREATES FOR AN UNKNOWN PARTNER KEY (ACTION     *
000800*    'N').  THE OLD AND NEW CUSTOMER KEYS SHOW WHAT THE PARTNER  *
000900*    KEY RESOLVED TO BEFORE AND AFTER.                           *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  PXA-AUDIT-RECORD.
001700     05  PXA-TIMESTAMP.
001800         10  PXA-TIMESTAMP-DATE  PIC 9(008).
001900         10  PXA-TIMESTAMP-TIME  PIC 9(008).
002000     05  PXA-PROGRAM-ID          PIC X(008).
002100     05  PXA-OPERATOR-ID         PIC X(008).
002200     05  PXA-ACTION              PIC X(001).
002300         88  PXA-ACTION-ADD          VALUE 'A'.
002400         88  PXA-ACTION-VERIFY       VALUE 'V'.
002500         88  PXA-ACTION-RETIRE       VALUE 'R'.
002600         88  PXA-ACTION-NEW-PENDING  VALUE 'N'.
002700     05  PXA-FEED-ID             PIC X(010).
002800     05  PXA-PARTNER-KEY         PIC X(008).
002900     05  PXA-OLD-CUSTOMER-KEY    PIC X(008).
003000     05  PXA-NEW-CUSTOMER-KEY    PIC X(008).
003100     05  PXA-RESULT              PIC X(008).
003200         88  PXA-RESULT-APPLIED      VALUE 'APPLIED '.
003300         88  PXA-RESULT-REJECTED     VALUE 'REJECTED'.
003400     05  PXA-REASON              PIC X(040).

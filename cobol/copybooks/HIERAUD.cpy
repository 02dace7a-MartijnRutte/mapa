000100******************************************************************
000200*    HIERAUD.CPY                                                 *
000300*    CUSTOMER HIERARCHY AUDIT RECORD.                            *
000400*                                                                *
000500*    ONE ROW FOR EVERY CHANGE TO CUSTHIER: EACH HIERMNT          *
000600*    TRANSACTION AND EACH JSNCMUPD HIERIN LINE, APPLIED OR       *
000700*    REJECTED AND WHY.  THE OLD AND NEW PARENT KEYS SHOW WHERE   *
000800*    THE CUSTOMER SAT BEFORE AND AFTER (SPACES = TOP LEVEL).     *
000900*                                                                *
001000*    MODIFICATION HISTORY                                       *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  HAU-AUDIT-RECORD.
001600     05  HAU-TIMESTAMP.
001700         10  HAU-TIMESTAMP-DATE  PIC 9(008).
001800         10  HAU-TIMESTAMP-TIME  PIC 9(008).
001900     05  HAU-PROGRAM-ID          PIC X(008).
002000     05  HAU-OPERATOR-ID         PIC X(008).
002100     05  HAU-ACTION              PIC X(001).
002200         88  HAU-ACTION-LINK         VALUE 'L'.
002300         88  HAU-ACTION-UNLINK       VALUE 'U'.
002400     05  HAU-CUSTOMER-KEY        PIC X(008).
002500     05  HAU-OLD-PARENT-KEY      PIC X(008).
002600     05  HAU-NEW-PARENT-KEY      PIC X(008).
002700     05  HAU-RESULT              PIC X(008).
002800         88  HAU-RESULT-APPLIED      VALUE 'APPLIED '.
002900         88  HAU-RESULT-REJECTED     VALUE 'REJECTED'.
003000     05  HAU-REASON              PIC X(040).

000100******************************************************************
000200*    INTGTXN.CPY                                                 *
000300*    PROPOSED REFERENTIAL-INTEGRITY CLEANUP TRANSACTION.         *
000400*                                                                *
000500*    ONE ROW PER ORPHAN OR DANGLING REFERENCE CMINTEG'S WEEKLY   *
000600*    SWEEP FOUND A MECHANICAL FIX FOR -- DROP THE SATELLITE ROW  *
000700*    OR RE-POINT IT AT THE KEY ITS CUSTOMER NOW LIVES UNDER.     *
000800*    NOTHING IS APPLIED BY THE SWEEP ITSELF: EVERY ROW IS        *
000900*    WRITTEN PROPOSED AND AN OPERATOR MARKS IT APPROVED OR       *
001000*    DECLINED.  ITX-ROW-QUALIFIER NARROWS THE KEY TO ONE ROW     *
001100*    WHERE THE FILE HOLDS SEVERAL PER CUSTOMER -- THE FEED ID    *
001200*    FOR ENTLTBL, THE CURRENT NEW KEY FOR CUSTXREF, AND THE      *
001300*    ROW'S TIMESTAMP FOR CMPENDQ.  FINDINGS WITH NO MECHANICAL   *
001400*    FIX ARE ON THE INTGRPT REPORT ONLY.                         *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ----------------------------------------------------------- *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002000******************************************************************
002100 01  ITX-CLEANUP-RECORD.
002200     05  ITX-RUN-DATE            PIC 9(008).
002300     05  ITX-CATEGORY            PIC X(014).
002400     05  ITX-FILE-ID             PIC X(008).
002500     05  ITX-ACTION-CODE         PIC X(001).
002600         88  ITX-ACTION-DELETE       VALUE 'D'.
002700         88  ITX-ACTION-CHANGE-KEY   VALUE 'C'.
002800     05  ITX-CUSTOMER-KEY        PIC X(008).
002900     05  ITX-ROW-QUALIFIER       PIC X(016).
003000     05  ITX-NEW-KEY             PIC X(008).
003100     05  ITX-REVIEW-STATUS       PIC X(001).
003200         88  ITX-PROPOSED            VALUE 'P'.
003300         88  ITX-APPROVED            VALUE 'A'.
003400         88  ITX-DECLINED            VALUE 'X'.

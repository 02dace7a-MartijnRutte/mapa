000100******************************************************************
000200*    CUSTHIER.CPY                                                *
000300*    CUSTOMER HIERARCHY (PARENT/CHILD) RECORD.                   *
000400*                                                                *
000500*    ONE RECORD PER CUSTOMER THAT ROLLS UP TO A PARENT ACCOUNT,  *
000600*    KEYED BY THE CHILD'S SD-001 VALUE.  A CUSTOMER WITH NO ROW  *
000700*    IS A TOP-LEVEL ACCOUNT.  BOTH KEYS MUST BE ON THE CUSTOMER  *
000800*    MASTER AND THE CHAIN OF PARENTS MAY NOT LOOP BACK ON        *
000900*    ITSELF.  MAINTAINED BY HIERMNT AND BY JSNCMUPD FROM HIERIN; *
001000*    JSNGDLY AND JSNCJSON EMIT THE PARENT KEY FOR FEEDS          *
001100*    SUBSCRIBED THROUGH FEEDCFG, AND HIERRPT ROLLS UP CUSTOMERS  *
001200*    AND ENTITLEMENTS BY TOP PARENT.                             *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ----------------------------------------------------------- *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001800******************************************************************
001900 01  CHR-HIERARCHY-RECORD.
002000     05  CHR-CUSTOMER-KEY        PIC X(008).
002100     05  CHR-PARENT-KEY          PIC X(008).
002200     05  CHR-UPDATED-DATE        PIC 9(008).
002300     05  CHR-UPDATED-BY          PIC X(008).

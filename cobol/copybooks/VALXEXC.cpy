000100******************************************************************
000200*    VALXEXC.CPY                                                 *
000300*    VALUE TRANSLATION EXCEPTION RECORD.                         *
000400*                                                                *
000500*    ONE ROW FOR EVERY SD-003 OR CDT-ACCOUNT-TYPE VALUE THAT HAD *
000600*    NO VALXLAT ROW FOR A FEED THAT TRANSLATES THAT FIELD.       *
000700*    OUTBOUND (JSNGDLY) THE RECORD STILL GOES OUT CARRYING OUR   *
000800*    INTERNAL CODE; INBOUND (JSNCMUPD) THE TRANSACTION IS NOT    *
000900*    APPLIED, SINCE A PARTNER CODE MUST NEVER LAND ON THE        *
001000*    MASTER.  EITHER WAY THE ROW HERE IS WHAT GETS THE MAPPING   *
001100*    ADDED.                                                      *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001700******************************************************************
001800 01  VXE-EXCEPTION-RECORD.
001900     05  VXE-TIMESTAMP.
002000         10  VXE-TIMESTAMP-DATE  PIC 9(008).
002100         10  VXE-TIMESTAMP-TIME  PIC 9(008).
002200     05  VXE-PROGRAM-ID          PIC X(012).
002300     05  VXE-FEED-ID             PIC X(010).
002400     05  VXE-DIRECTION           PIC X(003).
002500         88  VXE-DIRECTION-OUT       VALUE 'OUT'.
002600         88  VXE-DIRECTION-IN        VALUE 'IN '.
002700     05  VXE-FIELD               PIC X(008).
002800     05  VXE-CUSTOMER-KEY        PIC X(008).
002900     05  VXE-VALUE               PIC X(008).

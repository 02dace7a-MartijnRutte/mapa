000100******************************************************************
000200*    BDAYADJ.CPY                                                 *
000300*    SD-004 BUSINESS-DAY ADJUSTMENT LOG RECORD.                  *
000400*                                                                *
000500*    JSNCMUPD APPENDS ONE ROW FOR EVERY INBOUND RECORD WHOSE     *
000600*    SD-004 EFFECTIVE DATE FELL ON A SATURDAY, A SUNDAY OR A     *
000700*    CALNDTBL DATE AND WHOSE FEED HAS AN APLYCTL BUSINESS-DAY    *
000800*    RULE: THE DATE THE PARTNER SENT, THE DATE APPLIED IN ITS    *
000900*    PLACE (ZERO WHEN THE RULE REJECTED THE RECORD), AND WHICH   *
001000*    RULE ACTED.  THE JOURNAL ROW OF AN ADJUSTED APPLY IS        *
001100*    FLAGGED IN CMJ-SOURCE-ADJUST, AND THE PARTNER'S CMRESP LINE *
001200*    CARRIES REASON 001 OR 208.                                  *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ----------------------------------------------------------- *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001800******************************************************************
001900 01  BDA-ADJUSTMENT-RECORD.
002000     05  BDA-TIMESTAMP.
002100         10  BDA-TIMESTAMP-DATE  PIC 9(008).
002200         10  BDA-TIMESTAMP-TIME  PIC 9(008).
002300     05  BDA-RUN-ID.
002400         10  BDA-RUN-ID-DATE     PIC 9(008).
002500         10  BDA-RUN-ID-TIME     PIC 9(008).
002600     05  BDA-FEED-ID             PIC X(010).
002700     05  BDA-CUSTOMER-KEY        PIC X(008).
002800     05  BDA-ORIGINAL-SD004      PIC 9(008).
002900     05  BDA-ADJUSTED-SD004      PIC 9(008).
003000     05  BDA-RULE                PIC X(001).
003100         88  BDA-ROLLED-FORWARD      VALUE 'F'.
003200         88  BDA-ROLLED-BACK         VALUE 'P'.
003300         88  BDA-REJECTED            VALUE 'R'.

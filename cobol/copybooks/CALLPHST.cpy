000100******************************************************************
000200*    CALLPHST.CPY                                                *
000300*    DISPATCH CALL-TIME ROLLING-HISTORY RECORD.                  *
000400*                                                                *
000500*    CALLPERF APPENDS ONE ROW PER TARGET PROGRAM THAT HAD TIMED   *
000600*    CALLS EVERY TIME IT RUNS, SO EACH TARGET'S CALL TIMES CAN   *
000700*    BE JUDGED AGAINST ITS OWN RECENT NIGHTS.  LIKE CALLHIST     *
000800*    THIS FILE IS NEVER TRUNCATED.  TIMES ARE IN HUNDREDTHS OF   *
000900*    A SECOND.                                                   *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  CPH-HISTORY-RECORD.
001700     05  CPH-RUN-DATE            PIC 9(008).
001800     05  CPH-TARGET-PGM          PIC X(008).
001900     05  CPH-TIMED-CALLS         PIC 9(008).
002000     05  CPH-AVG-HSEC            PIC 9(008).
002100     05  CPH-P95-HSEC            PIC 9(008).
002200     05  CPH-MAX-HSEC            PIC 9(008).

000100******************************************************************
000200*    CALLPRPT.CPY                                                *
000300*    NIGHTLY DISPATCH CALL-TIME REPORT RECORD.                   *
000400*                                                                *
000500*    ONE RECORD PER TARGET PROGRAM SUMMARIZING HOW LONG THE       *
000600*    CALLS LOGGED TO CALLFREQ FOR IT TOOK ON A GIVEN RUN OF      *
000700*    CALLPERF.  ALL TIMES ARE IN HUNDREDTHS OF A SECOND.  THE    *
000800*    95TH PERCENTILE IS THE NEAREST-RANK VALUE.  CPR-BASE-P95 IS *
000900*    THE MEAN 95TH PERCENTILE OVER THE TARGET'S LAST            *
001000*    CPR-BASE-NIGHTS PRIOR NIGHTS ON CALLPHST, THE FIGURE        *
001100*    TONIGHT'S 95TH PERCENTILE IS JUDGED AGAINST.                *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001700******************************************************************
001800 01  CPR-REPORT-RECORD.
001900     05  CPR-RUN-DATE            PIC 9(008).
002000     05  CPR-TARGET-PGM          PIC X(008).
002100     05  CPR-TIMED-CALLS         PIC 9(008).
002200     05  CPR-AVG-HSEC            PIC 9(008).
002300     05  CPR-P95-HSEC            PIC 9(008).
002400     05  CPR-MAX-HSEC            PIC 9(008).
002500     05  CPR-BASE-P95-HSEC       PIC 9(008).
002600     05  CPR-BASE-NIGHTS         PIC 9(003).
002700     05  CPR-STATUS              PIC X(008).
002800         88  CPR-STATUS-OK           VALUE 'OK      '.
002900         88  CPR-STATUS-SLOW         VALUE 'SLOW    '.
003000         88  CPR-STATUS-NO-BASE      VALUE 'NO BASE '.
003100         88  CPR-STATUS-NO-CALLS     VALUE 'NO CALLS'.

000800*    CALLHIST.CPY) THAT CAPACITY PLANNING SHOULD BE TOLD WITHOUT  *
000900*    HAVING TO EYEBALL SUCCESSIVE CALLRPT OUTPUTS SIDE BY SIDE.   *
001000*                                                                *
001010*    CALLPERF WRITES A SLOW CALLS ROW WHEN A TARGET'S 95TH       *
001020*    PERCENTILE CALL TIME HAS DEGRADED AGAINST ITS OWN HISTORY   *
001030*    (SEE CALLPHST.CPY).  ON THOSE ROWS THE CURRENT AND PRIOR    *
001040*    COUNTS CARRY TONIGHT'S AND THE BASELINE 95TH PERCENTILE IN  *
001050*    HUNDREDTHS OF A SECOND, AND THE PRIOR DATE IS THE LATEST    *
001060*    NIGHT IN THE BASELINE.                                      *
001070*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-08-21 MAR   ORIGINAL COPYBOOK.                         *
001410*    2026-10-14 MAR   ADDED CAT-REASON-SLOW.                     *
001500******************************************************************
001600 01  CAT-ALERT-RECORD.
001700     05  CAT-TIMESTAMP.
002600         88  CAT-REASON-JUMP         VALUE 'VOLUME JUMP '.
002700         88  CAT-REASON-DROP         VALUE 'VOLUME DROP '.
002800         88  CAT-REASON-NEW-ACT      VALUE 'NEW ACTIVITY'.
002900         88  CAT-REASON-SLOW         VALUE 'SLOW CALLS  '.

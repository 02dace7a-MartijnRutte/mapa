000100******************************************************************
000200*    DRFTALRT.CPY                                                *
000300*    OUTBOUND CONTENT-DRIFT ALERT RECORD.                        *
000400*                                                                *
000500*    FEEDDRFT APPENDS ONE ROW HERE FOR EVERY PROFILED VALUE OF A *
000600*    FEED WHOSE SHARE TONIGHT MOVED FURTHER FROM ITS ROLLING     *
000700*    BASELINE THAN THE FEED'S DRFTPARM TOLERANCE.  SHARES ARE    *
000800*    PERCENT OF THE FEED'S CUSTOMERS (OF ITS JARDIFF ROWS FOR    *
000900*    CHANGED); THE TOLERANCE IS IN PERCENTAGE POINTS.  EACH ROW  *
001000*    OF A RUN CARRIES THE RUN TIME PLUS ITS ORDINAL IN           *
001100*    HUNDREDTHS, SO EVERY ALERT KEEPS ITS OWN ID IN ALRTSTOR.    *
001200*    ALRTMGR INGESTS THE ROWS INTO THE CENTRAL ALERT STORE.      *
001300*                                                                *
001400*      DIMENSION  VALUE                                          *
001500*      SD-002-A   THE FLAG VALUE                                 *
001600*      SD-002-B   THE FLAG VALUE                                 *
001700*      ACCTTYPE   THE ACCOUNT TYPE ('NONE' = NO CUSTDETL)        *
001800*      SD-004     TONIGHT'S MOST COMMON DATE                     *
001900*      CHANGED    SPACES                                         *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    ----------------------------------------------------------- *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002500******************************************************************
002600 01  DRA-ALERT-RECORD.
002700     05  DRA-TIMESTAMP.
002800         10  DRA-TIMESTAMP-DATE  PIC 9(008).
002900         10  DRA-TIMESTAMP-TIME  PIC 9(008).
003000     05  DRA-FEED-ID             PIC X(010).
003100     05  DRA-DIMENSION           PIC X(008).
003200     05  DRA-VALUE               PIC X(008).
003300     05  DRA-TONIGHT-PCT         PIC 9(003)V99.
003400     05  DRA-BASELINE-PCT        PIC 9(003)V99.
003500     05  DRA-TOLERANCE-PTS       PIC 9(003)V99.
003600     05  DRA-POPULATION          PIC 9(009).
003700     05  DRA-BASELINE-NIGHTS     PIC 9(003).

000100******************************************************************
000200*    DRFTPARM.CPY                                                *
000300*    OUTBOUND CONTENT-DRIFT TOLERANCE RECORD.                    *
000400*                                                                *
000500*    ONE ROW PER FEED TELLS FEEDDRFT HOW FAR TONIGHT'S SHARE OF  *
000600*    ANY PROFILED VALUE (AN SD-002-A OR SD-002-B FLAG VALUE, THE *
000700*    MOST COMMON SD-004 DATE, AN ACCOUNT TYPE, OR THE SHARE OF   *
000800*    CUSTOMERS WHOSE BUFFER CHANGED) MAY MOVE AWAY FROM ITS      *
000900*    ROLLING BASELINE BEFORE A DRFTALRT ALERT IS RAISED, HOW     *
001000*    MANY DAYS BACK THE BASELINE REACHES, AND THE FEWEST         *
001100*    CUSTOMERS A FEED MUST HAVE TONIGHT FOR A SHIFT TO COUNT.    *
001200*    A ROW FOR FEED 'DEFAULT' COVERS EVERY FEED WITHOUT ONE OF   *
001300*    ITS OWN; WITHOUT THAT THE COMPILED-IN DEFAULTS ARE 10.00    *
001400*    POINTS, 7 DAYS AND 20 CUSTOMERS.  A FIELD THAT IS NOT       *
001500*    NUMERIC, OR ZERO, TAKES THE DEFAULT.  THE TOLERANCE IS      *
001600*    KEYED AS FIVE DIGITS WITH TWO IMPLIED DECIMALS AND IS IN    *
001700*    PERCENTAGE POINTS -- 00750 IS 7.50 POINTS.                  *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ----------------------------------------------------------- *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002300******************************************************************
002400 01  DRP-PARM-RECORD.
002500     05  DRP-FEED-ID             PIC X(010).
002600     05  DRP-TOLERANCE-PTS       PIC 9(003)V99.
002700     05  DRP-BASELINE-DAYS       PIC 9(003).
002800     05  DRP-MIN-POPULATION      PIC 9(007).

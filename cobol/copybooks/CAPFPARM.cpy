000100******************************************************************
000200*    CAPFPARM.CPY                                                *
000300*    CAPACITY FORECAST PARAMETER RECORD.                         *
000400*                                                                *
000500*    ONE-RECORD PARAMETER FILE READ BY CAPFCST AT STARTUP.  NO   *
000600*    FILE, OR A STATUS OTHER THAN '00', RUNS WITH THE DEFAULTS   *
000700*    SHOWN; SO DOES ANY FIELD LEFT ZERO OR NOT NUMERIC.          *
000800*                                                                *
000900*      CFP-AS-OF-DATE          LAST DAY OF THE TRAILING WINDOW   *
001000*                              AND THE DAY PROJECTIONS COUNT     *
001100*                              FROM (DEFAULT: TODAY)             *
001200*      CFP-WINDOW-DAYS         DAYS OF HISTORY TRENDED, 7 TO     *
001300*                              366 (DEFAULT: 90)                 *
001400*      CFP-LEAD-DAYS           A LIMIT PROJECTED WITHIN THIS     *
001500*                              MANY DAYS IS FLAGGED AND SETS     *
001600*                              RETURN CODE 4 (DEFAULT: 90)       *
001700*      CFP-WINDOW-SLA-SECONDS  THE NIGHT'S BATCH-WINDOW SLA --   *
001800*                              TOTAL ELAPSED SECONDS OF THE      *
001900*                              NIGHT'S COMPLETED BATWIN RUNS,    *
002000*                              THE SAME NIGHTLY FIGURE OPSSCORE  *
002100*                              REPORTS (DEFAULT: 21600, SIX      *
002200*                              HOURS)                            *
002300*      CFP-MIN-POINTS          FEWEST DAYS WITH DATA A SERIES    *
002400*                              NEEDS BEFORE IT IS PROJECTED,     *
002500*                              AT LEAST 2 (DEFAULT: 10)          *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    ----------------------------------------------------------- *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
003100******************************************************************
003200 01  CFP-FORECAST-PARM-RECORD.
003300     05  CFP-AS-OF-DATE          PIC 9(008).
003400     05  CFP-WINDOW-DAYS         PIC 9(003).
003500     05  CFP-LEAD-DAYS           PIC 9(004).
003600     05  CFP-WINDOW-SLA-SECONDS  PIC 9(006).
003700     05  CFP-MIN-POINTS          PIC 9(003).

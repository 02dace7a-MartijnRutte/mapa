000100******************************************************************
000200*    SHFPARM.CPY                                                 *
000300*    SHIFT-HANDOVER WORKLIST RUN PARAMETER RECORD.               *
000400*                                                                *
000500*    ONE RECORD GIVES SHFTHAND, FOR EACH QUEUE IT REPORTS ON,    *
000600*    THE NUMBER OF DAYS AN ITEM MAY WAIT FOR ITS DECISION        *
000700*    BEFORE IT IS FLAGGED OVER LIMIT ON THE HANDOVER REPORT.     *
000800*    NO RECORD, OR A VALUE THAT IS NOT NUMERIC, TAKES THAT       *
000900*    QUEUE'S COMPILED-IN DEFAULT (SEE SHFTHAND'S WS-AGE-LIMITS). *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001450*    2026-10-14 MAR   ADDED SHP-CTLXTXN-DAYS.                    *
001500******************************************************************
001600 01  SHP-PARM-RECORD.
001700     05  SHP-CMPENDQ-DAYS        PIC 9(003).
001800     05  SHP-BOOLSTGQ-DAYS       PIC 9(003).
001900     05  SHP-CTLMAINT-DAYS       PIC 9(003).
002000     05  SHP-PPVRSUB-DAYS        PIC 9(003).
002100     05  SHP-CMRSTREQ-DAYS       PIC 9(003).
002200     05  SHP-DLVTRACK-DAYS       PIC 9(003).
002300     05  SHP-ALRTSTOR-DAYS       PIC 9(003).
002400     05  SHP-CTLXTXN-DAYS        PIC 9(003).

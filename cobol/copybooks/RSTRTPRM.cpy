000100******************************************************************
000200*    RSTRTPRM.CPY                                                *
000300*    JSNNITE RESTART REQUEST PARAMETER RECORD.                   *
000400*                                                                *
000500*    ONE-RECORD CARD READ BY JSNRSTRT AT THE TOP OF JSNNITE.     *
000600*    LEFT EMPTY, THE STREAM STARTS A NEW NIGHT -- OR, IF TODAY'S *
000700*    RUN IS ALREADY ON THE STEP LEDGER, RESUMES IT AT ITS FIRST  *
000800*    STEP NOT COMPLETED CLEAN.  FILLED IN, IT NAMES THE RUN TO   *
000900*    RESUME (NEEDED ONCE THE NIGHT HAS CROSSED MIDNIGHT) AND,    *
001000*    OPTIONALLY, THE STEP TO RESUME FROM.                        *
001100*                                                                *
001200*    RESUMING FROM A STEP THAT ALREADY COMPLETED CLEAN RE-RUNS   *
001300*    IT AND EVERY STEP AFTER IT, SO IT NEEDS RSP-OVERRIDE-SW     *
001400*    'Y' PLUS THE OPERATOR AND THE REASON, ALL OF WHICH GO ON    *
001500*    THE LEDGER.  AN OVERRIDE IS HONOURED ONCE: THE SAME CARD    *
001600*    LEFT IN PLACE DOES NOT RE-RUN THE STEPS A SECOND TIME, AND  *
001700*    A CARD NAMING A RUN THAT HAS SINCE COMPLETED IS IGNORED.    *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ----------------------------------------------------------- *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002300******************************************************************
002400 01  RSP-RESTART-PARM-RECORD.
002500     05  RSP-RUN-DATE            PIC 9(008).
002600     05  RSP-FROM-STEP           PIC X(008).
002700     05  RSP-OVERRIDE-SW         PIC X(001).
002800         88  RSP-OVERRIDE-CLEAN      VALUE 'Y'.
002900     05  RSP-OPERATOR-ID         PIC X(008).
003000     05  RSP-REASON              PIC X(040).

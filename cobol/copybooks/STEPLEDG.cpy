000100******************************************************************
000200*    STEPLEDG.CPY                                                *
000300*    JSNNITE STEP LEDGER RECORD.                                 *
000400*                                                                *
000500*    THE RUN LEDGER FOR THE NIGHTLY JOB STREAM.  JSNRSTRT        *
000600*    APPENDS ONE ROW PER EVENT AND NEVER REWRITES ONE, SO THE    *
000700*    FILE READS IN THE ORDER THINGS HAPPENED.  A RUN IS KNOWN BY *
000800*    THE DATE ITS FIRST STEP BEGAN (SLG-RUN-DATE), EVEN WHEN A   *
000900*    RESTART FINISHES IT AFTER MIDNIGHT.                         *
001000*                                                                *
001100*      B  RUN BEGUN      -- JSNNITE STARTED A NEW NIGHT          *
001200*      C  STEP CLEAN     -- THE STEP ENDED WITH RETURN CODE 0    *
001300*      R  RUN RESTARTED  -- REASON NAMES THE RESTART STEP        *
001400*      S  STEP SKIPPED   -- ALREADY CLEAN, NOT RE-EXECUTED       *
001500*      O  OVERRIDE       -- OPERATOR ORDERED A CLEAN STEP, AND   *
001600*                           EVERY STEP AFTER IT, RUN AGAIN       *
001700*      X  REFUSED        -- RESTART REQUEST REJECTED; NOTHING RAN*
001800*                                                                *
001900*    RUN-LEVEL ROWS (B, R, X) CARRY 'JSNNITE' AS THE STEP NAME.  *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    ----------------------------------------------------------- *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002500******************************************************************
002600 01  SLG-LEDGER-RECORD.
002700     05  SLG-RUN-DATE            PIC 9(008).
002800     05  SLG-STEP-NAME           PIC X(008).
002900     05  SLG-PROGRAM-ID          PIC X(008).
003000     05  SLG-EVENT               PIC X(001).
003100         88  SLG-RUN-BEGUN           VALUE 'B'.
003200         88  SLG-STEP-CLEAN          VALUE 'C'.
003300         88  SLG-RUN-RESTARTED       VALUE 'R'.
003400         88  SLG-STEP-SKIPPED        VALUE 'S'.
003500         88  SLG-RERUN-OVERRIDE      VALUE 'O'.
003600         88  SLG-RESTART-REFUSED     VALUE 'X'.
003700     05  SLG-TIMESTAMP.
003800         10  SLG-TIMESTAMP-DATE  PIC 9(008).
003900         10  SLG-TIMESTAMP-TIME  PIC 9(008).
004000     05  SLG-OPERATOR-ID         PIC X(008).
004100     05  SLG-REASON              PIC X(050).

000100******************************************************************
000200*    CTLDRST.CPY                                                 *
000300*    CONTROL-TABLE DRIFT CHECK RESULT RECORD.                    *
000400*                                                                *
000500*    ONE RECORD, REWRITTEN BY EVERY CTLDRIFT RUN, SUMMING UP THE *
000600*    COMPARE OF THE TEST ENVIRONMENT'S CONTROL TABLES AGAINST    *
000700*    PRODUCTION'S.  FEEDCMPR READS IT BEFORE IT WILL CALL A      *
000800*    PARALLEL RUN CERTIFIED: THE CHECK MUST HAVE RUN TODAY,      *
000900*    COMPARED EVERY TABLE, AND FOUND NO 'TEST STALE' DIFFERENCE. *
001000*    'TEST AHEAD' DIFFERENCES ARE CHANGES WAITING ON CTLPROMO    *
001100*    AND ARE WHAT A CERTIFICATION IS EXPECTED TO EXERCISE.       *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001700******************************************************************
001800 01  CDS-DRIFT-RESULT-RECORD.
001900     05  CDS-RUN-DATE            PIC 9(008).
002000     05  CDS-RUN-TIME            PIC 9(008).
002100     05  CDS-TABLES-COMPARED     PIC 9(003).
002200     05  CDS-TABLES-NOT-COMPARED PIC 9(003).
002300     05  CDS-DIFFERENCES         PIC 9(009).
002400     05  CDS-TEST-AHEAD          PIC 9(009).
002500     05  CDS-TEST-STALE          PIC 9(009).

000100******************************************************************
000200*    STEPPOST.CPY                                                *
000300*    JSNNITE STEP-COMPLETION POSTING CARD.                       *
000400*                                                                *
000500*    IN-STREAM CARD ON EACH JSNRSTRT POSTING STEP IN JSNNITE,    *
000600*    NAMING THE JOB STEP THAT HAS JUST ENDED CLEAN.  ITS         *
000700*    PRESENCE IS WHAT PUTS JSNRSTRT IN POSTING MODE.             *
000800*                                                                *
000900*    MODIFICATION HISTORY                                       *
001000*    ----------------------------------------------------------- *
001100*    DATE       INIT  DESCRIPTION                                *
001200*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001300******************************************************************
001400 01  SPP-POSTING-RECORD.
001500     05  SPP-STEP-NAME           PIC X(008).

000100******************************************************************
000200*    CRMPARM.CPY                                                 *
000300*    CRM CHANGE-NOTIFICATION EXTRACT DATE PARAMETER RECORD.      *
000400*                                                                *
000500*    ONE-RECORD PARAMETER FILE READ BY CMCRMXTR AT STARTUP,      *
000600*    NAMING THE JOURNAL DAY (YYYYMMDD) TO EXTRACT -- SET IT TO   *
000700*    RE-CUT A MISSED OR LOST DAY.  NO FILE, OR A STATUS OTHER    *
000800*    THAN '00', EXTRACTS TODAY'S ROWS.                           *
000900*                                                                *
001000*    MODIFICATION HISTORY                                       *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  CRP-EXTRACT-PARM-RECORD.
001600     05  CRP-EXTRACT-DATE        PIC 9(008).

000100******************************************************************
000200*    RPTDPARM.CPY                                                *
000300*    REPORT DISTRIBUTION RUN PARAMETER RECORD.                   *
000400*                                                                *
000500*    OPTIONAL.  ONE RECORD GIVES RPTDIST THE NIGHT IT IS         *
000600*    DISTRIBUTING, FOR A JSNNITE STREAM THAT FINISHED AFTER      *
000700*    MIDNIGHT OR A RERUN ON A LATER DAY.  NO RECORD, OR A DATE   *
000800*    THAT IS NOT NUMERIC, MEANS TODAY.                           *
000900*                                                                *
001000*    MODIFICATION HISTORY                                       *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  RDP-PARM-RECORD.
001600     05  RDP-RUN-DATE            PIC 9(008).

000100******************************************************************
000200*    PLVPARM.CPY                                                 *
000300*    PAYLOAD VERSION REPORT RUN PARAMETER RECORD.                *
000400*                                                                *
000500*    ONE RECORD GIVES PAYLVRPT THE NUMBER OF DAYS AHEAD OF A     *
000600*    PAYLOAD VERSION'S PAYLVER DEPRECATION DATE THAT EVERY FEED  *
000700*    STILL ON THAT VERSION IS ALERTED.  NO RECORD, OR A VALUE    *
000800*    THAT IS NOT NUMERIC, TAKES THE COMPILED-IN DEFAULT OF 30    *
000900*    DAYS.                                                       *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  PLP-PARM-RECORD.
001700     05  PLP-ALERT-DAYS          PIC 9(003).

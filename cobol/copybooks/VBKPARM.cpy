000100******************************************************************
000200*    VBKPARM.CPY                                                 *
000300*    VOLUME-CAP BACKLOG REPORT RUN PARAMETER RECORD.             *
000400*                                                                *
000500*    ONE RECORD GIVES VOLBKRPT THE NUMBER OF DAYS A CUSTOMER MAY *
000600*    WAIT ON THE VOLBKLG BACKLOG BEFORE ITS FEED IS ALERTED.  A  *
000700*    CUSTOMER WAITING MORE THAN THAT MANY DAYS IS OVERDUE.  NO   *
000800*    RECORD, OR A VALUE THAT IS NOT NUMERIC, TAKES THE COMPILED- *
000900*    IN DEFAULT OF 3 DAYS.                                       *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  VBP-PARM-RECORD.
001700     05  VBP-ALERT-DAYS          PIC 9(003).

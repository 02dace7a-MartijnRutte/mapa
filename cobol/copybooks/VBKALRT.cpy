000100******************************************************************
000200*    VBKALRT.CPY                                                 *
000300*    VOLUME-CAP BACKLOG AGE ALERT RECORD.                        *
000400*                                                                *
000500*    VOLBKRPT APPENDS ONE ROW HERE FOR EACH FEED WITH A          *
000600*    CUSTOMER THAT HAS WAITED ON THE VOLBKLG BACKLOG MORE THAN   *
000700*    THE RUN'S VBKPARM ALERT DAYS.  ALRTMGR INGESTS THE ROWS     *
000800*    INTO THE CENTRAL ALERT STORE.                               *
000900*                                                                *
001000*    MODIFICATION HISTORY                                       *
001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001400******************************************************************
001500 01  VBA-ALERT-RECORD.
001600     05  VBA-TIMESTAMP.
001700         10  VBA-TIMESTAMP-DATE  PIC 9(008).
001800         10  VBA-TIMESTAMP-TIME  PIC 9(008).
001900     05  VBA-FEED-ID             PIC X(010).
002000     05  VBA-BACKLOG-COUNT       PIC 9(009).
002100     05  VBA-OVERDUE-COUNT       PIC 9(009).
002200     05  VBA-OLDEST-DATE         PIC 9(008).
002300     05  VBA-OLDEST-DAYS         PIC 9(005).
002400     05  VBA-ALERT-DAYS          PIC 9(003).

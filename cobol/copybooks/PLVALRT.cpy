000100******************************************************************
000200*    PLVALRT.CPY                                                 *
000300*    PAYLOAD VERSION DEPRECATION ALERT RECORD.                   *
000400*                                                                *
000500*    PAYLVRPT APPENDS ONE ROW HERE FOR EACH FEED WHOSE PAYLOAD   *
000600*    VERSION IS DEPRECATED WITHIN THE RUN'S PLVPARM ALERT DAYS   *
000700*    (PLA-EXPIRED 'N') OR ALREADY PAST ITS DEPRECATION DATE      *
000800*    (PLA-EXPIRED 'Y', DAYS LEFT ZERO).  EACH ROW OF A RUN       *
000900*    CARRIES THE RUN TIME PLUS ITS ORDINAL IN HUNDREDTHS, SO     *
001000*    EVERY ALERT KEEPS ITS OWN ID IN ALRTSTOR.  ALRTMGR INGESTS  *
001100*    THE ROWS INTO THE CENTRAL ALERT STORE.                      *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001700******************************************************************
001800 01  PLA-ALERT-RECORD.
001900     05  PLA-TIMESTAMP.
002000         10  PLA-TIMESTAMP-DATE  PIC 9(008).
002100         10  PLA-TIMESTAMP-TIME  PIC 9(008).
002200     05  PLA-FEED-ID             PIC X(010).
002300     05  PLA-PAYLOAD-VERSION     PIC 9(003).
002400     05  PLA-DEPRECATE-DATE      PIC 9(008).
002500     05  PLA-DAYS-LEFT           PIC 9(005).
002600     05  PLA-EXPIRED-SW          PIC X(001).
002700         88  PLA-EXPIRED             VALUE 'Y'.
002800     05  PLA-ALERT-DAYS          PIC 9(003).

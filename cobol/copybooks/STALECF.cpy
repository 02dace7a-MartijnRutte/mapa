000100******************************************************************
000200*    STALECF.CPY                                                 *
000300*    STALE-UPDATE CONFLICT LOG RECORD.                           *
000400*                                                                *
000500*    ONE ROW PER INBOUND CHANGE JSNCMUPD REFUSED TO APPLY        *
000600*    BECAUSE ITS TXN-TIMESTAMP WAS EARLIER THAN THE CUSTOMER'S   *
000700*    CUSTSTMP STAMP -- THE CHANGE IS OLDER THAN WHAT IS ALREADY  *
000800*    ON THE MASTER.  CARRIES BOTH SIDES: THE INBOUND FEED, STAMP *
000900*    AND SOURCE BUFFER, AND THE STAMP, FEED AND MASTER IMAGE ON  *
001000*    FILE, SO THE OWNING PARTNER CAN BE ASKED WHICH IS RIGHT.    *
001100*    SCF-ACTION SAYS WHETHER THE CHANGE WAS REJECTED OR PENDED   *
001200*    TO CMPENDQ.  STALERPT LISTS THE DAY'S ROWS.                 *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ----------------------------------------------------------- *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001800******************************************************************
001900 01  SCF-CONFLICT-RECORD.
002000     05  SCF-TIMESTAMP.
002100         10  SCF-TIMESTAMP-DATE  PIC 9(008).
002200         10  SCF-TIMESTAMP-TIME  PIC 9(008).
002300     05  SCF-CUSTOMER-KEY        PIC X(008).
002400     05  SCF-ACTION              PIC X(001).
002500         88  SCF-ACTION-REJECTED     VALUE 'R'.
002600         88  SCF-ACTION-PENDED       VALUE 'P'.
002700     05  SCF-INBOUND.
002800         10  SCF-IN-FEED-ID      PIC X(010).
002900         10  SCF-IN-STAMP-DATE   PIC 9(008).
003000         10  SCF-IN-STAMP-TIME   PIC 9(008).
003100         10  SCF-IN-BUFFER       PIC X(100).
003200     05  SCF-ON-FILE.
003300         10  SCF-OF-FEED-ID      PIC X(010).
003400         10  SCF-OF-STAMP-DATE   PIC 9(008).
003500         10  SCF-OF-STAMP-TIME   PIC 9(008).
003600         10  SCF-OF-IMAGE        PIC X(028).

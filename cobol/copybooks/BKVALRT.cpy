000100******************************************************************
000200*    BKVALRT.CPY                                                 *
000300*    BACKUP VERIFICATION ALERT RECORD.                           *
000400*                                                                *
000500*    BKUPVRFY APPENDS ONE ROW HERE FOR EVERY BACKED-UP DATASET   *
000600*    IT COULD NOT VERIFY: A CUSTSNAP GENERATION OR JSONARCH THAT *
000700*    COULD NOT BE OPENED OR READ TO THE END (SEVERITY H), ONE    *
000800*    WHOSE RECORD COUNT OR HASH TOTAL DOES NOT MATCH WHAT ITS    *
000900*    WRITER RECORDED ON JSNCTOT, OR FOR WHICH NO COUNTS WERE     *
001000*    RECORDED AT ALL, AND EVERY CMPROFRP PROFILE ROW THE TRIAL   *
001100*    REBUILD OF THE LATEST SNAPSHOT DOES NOT REPRODUCE (ALL      *
001200*    SEVERITY M).  EACH ROW OF A RUN CARRIES THE RUN TIME PLUS   *
001300*    ITS ORDINAL IN HUNDREDTHS, SO EVERY ALERT KEEPS ITS OWN ID  *
001400*    IN ALRTSTOR.  ALRTMGR INGESTS THE ROWS INTO THE CENTRAL     *
001500*    ALERT STORE.                                                *
001600*                                                                *
001700*      CONDITION  EXPECTED / ACTUAL                              *
001800*      UNREAD     ROWS RECORDED / ROWS READ BEFORE THE FAILURE   *
001900*      NOTOTALS   ZERO / ROWS READ                               *
002000*      COUNT      ROWS RECORDED / ROWS READ                      *
002100*      HASH       ROWS RECORDED / ROWS READ (HASHES DIFFER)      *
002200*      PROFILE    CMPROFRP COUNT / TRIAL-REBUILD COUNT FOR THE   *
002300*                 METRIC AND KEY VALUE NAMED                     *
002400*                                                                *
002500*    MODIFICATION HISTORY                                       *
002600*    ----------------------------------------------------------- *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002900******************************************************************
003000 01  BKA-ALERT-RECORD.
003100     05  BKA-TIMESTAMP.
003200         10  BKA-TIMESTAMP-DATE  PIC 9(008).
003300         10  BKA-TIMESTAMP-TIME  PIC 9(008).
003400     05  BKA-DATASET-ID          PIC X(008).
003500     05  BKA-GENERATION          PIC 9(003).
003600     05  BKA-CONDITION           PIC X(008).
003700         88  BKA-UNREADABLE          VALUE 'UNREAD  '.
003800         88  BKA-NO-TOTALS           VALUE 'NOTOTALS'.
003900         88  BKA-COUNT-OFF           VALUE 'COUNT   '.
004000         88  BKA-HASH-OFF            VALUE 'HASH    '.
004100         88  BKA-PROFILE-OFF         VALUE 'PROFILE '.
004200     05  BKA-SEVERITY            PIC X(001).
004300         88  BKA-SEVERITY-HIGH       VALUE 'H'.
004400         88  BKA-SEVERITY-MEDIUM     VALUE 'M'.
004500     05  BKA-FILE-STATUS         PIC X(002).
004600     05  BKA-EXPECTED-COUNT      PIC 9(009).
004700     05  BKA-ACTUAL-COUNT        PIC 9(009).
004800     05  BKA-EXPECTED-HASH       PIC 9(015).
004900     05  BKA-ACTUAL-HASH         PIC 9(015).
005000     05  BKA-METRIC              PIC X(016).
005100     05  BKA-KEY-VALUE           PIC X(010).

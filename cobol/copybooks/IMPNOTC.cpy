000100******************************************************************
000200*    IMPNOTC.CPY                                                 *
000300*    PARTNER IMPACT NOTICE RECORD.                               *
000400*                                                                *
000500*    WRITTEN BY PTNRIMPT: ONE RECORD PER PARTNER FEED THAT WILL  *
000600*    NOT RECEIVE TONIGHT'S FILE, READY TO BE SENT TO THE         *
000700*    PARTNER AS IT STANDS.  IT CARRIES ONLY PARTNER-SAFE TEXT -- *
000800*    THE OPERATOR'S OWN HOLD REASON AND THE STEP DETAIL STAY ON  *
000900*    THE INTERNAL IMPRPT EXPOSURE SUMMARY.                       *
001000*                                                                *
001100*      F  STREAM FAILURE   -- THE NIGHTLY FEED STEP DID NOT      *
001200*                             COMPLETE AND NO GENERATION WAS     *
001300*                             WRITTEN FOR THE FEED               *
001400*      H  OPERATOR HOLD    -- AN OPSDRCTV HOLD IS IN FORCE       *
001500*      C  CONTENT HOLD     -- THE GENERATION WAS HELD BY THE     *
001600*                             PRE-RELEASE CONFORMANCE CHECK      *
001700*                                                                *
001800*    IMN-DEADLINE-DATE/TIME IS THE CONTRACTUAL DELIVERY          *
001900*    DEADLINE AT RISK, FROM DLVDLTBL.  A FEED WITH NO DLVDLTBL   *
002000*    ROW GETS THE END OF THE RUN DATE AND BASIS 'D'.             *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    ----------------------------------------------------------- *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002600******************************************************************
002700 01  IMN-NOTICE-RECORD.
002800     05  IMN-RUN-DATE            PIC 9(008).
002900     05  IMN-FEED-ID             PIC X(010).
003000     05  IMN-CAUSE               PIC X(001).
003100         88  IMN-CAUSE-FAILURE       VALUE 'F'.
003200         88  IMN-CAUSE-OPER-HOLD     VALUE 'H'.
003300         88  IMN-CAUSE-CONTENT-HOLD  VALUE 'C'.
003400     05  IMN-DEADLINE-DATE       PIC 9(008).
003500     05  IMN-DEADLINE-TIME       PIC 9(006).
003600     05  IMN-DEADLINE-BASIS      PIC X(001).
003700         88  IMN-BASIS-CONTRACT      VALUE 'C'.
003800         88  IMN-BASIS-DEFAULT       VALUE 'D'.
003900     05  IMN-ISSUED.
004000         10  IMN-ISSUED-DATE     PIC 9(008).
004100         10  IMN-ISSUED-TIME     PIC 9(008).
004200     05  IMN-NOTICE-TEXT         PIC X(080).

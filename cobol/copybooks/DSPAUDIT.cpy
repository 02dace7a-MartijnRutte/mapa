001100*    ----------------------------------------------------------- *
001200*    DATE       INIT  DESCRIPTION                                *
001300*    2026-08-09 MAR   ORIGINAL COPYBOOK.                         *
001310*    2026-10-14 MAR   ADDED THE RUN DATE THE ROUTE WAS RESOLVED  *
001320*                     FOR AND THE EFFECTIVE DATES OF THE DISPTBL *
001330*                     ROW USED (ZERO FOR THE CATCH-ALL).         *
001400******************************************************************
001500 01  DAU-AUDIT-RECORD.
001600     05  DAU-TIMESTAMP.
002200     05  DAU-SOURCE              PIC X(008).
002300         88  DAU-SOURCE-TABLE        VALUE 'TABLE   '.
002400         88  DAU-SOURCE-CATCH-ALL    VALUE 'CATCHALL'.
002500     05  DAU-RUN-DATE            PIC 9(008).
002600     05  DAU-EFFECTIVE-FROM      PIC 9(008).
002700     05  DAU-EFFECTIVE-TO        PIC 9(008).

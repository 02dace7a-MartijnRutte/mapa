000100******************************************************************
000200*    ENTLRULE.CPY                                                *
000300*    CUSTOMER-TO-FEED ENTITLEMENT RULE RECORD.                   *
000400*                                                                *
000500*    PER-FEED ENTITLEMENT RULES AND EXCLUSIONS, READ ALONGSIDE   *
000600*    THE EXPLICIT CUSTOMER/FEED ROWS ON ENTLTBL.  AN 'R' ROW     *
000700*    ENTITLES EVERY CUSTOMER WHOSE CDT-ACCOUNT-TYPE, SD-STATUS   *
000800*    AND SD-003 MATCH ITS CRITERIA.  A BLANK CRITERION MATCHES   *
000900*    ANYTHING, ERL-STATUS 'A' MATCHES AN ACTIVE (OR BLANK)       *
001000*    STATUS, AND ERL-SD-003 MATCHES AN SD-003 THAT BEGINS WITH   *
001100*    ITS NON-BLANK PART.  AN 'X' ROW EXCLUDES ONE CUSTOMER FROM  *
001200*    THE FEED WHATEVER A RULE OR AN ENTLTBL ROW SAYS.  OTHERWISE *
001300*    AN ENTLTBL ROW ENTITLES ITS CUSTOMER WHETHER OR NOT A RULE  *
001400*    MATCHES.  ERL-RULE-ID NAMES THE ROW ON ENTLPICK AND ON THE  *
001500*    ENTLRRPT REPORT.  A FEED WITH NO ROWS HERE IS ENTITLED BY   *
001600*    ENTLTBL ALONE, EXACTLY AS BEFORE.                           *
001700*                                                                *
001800*    MODIFICATION HISTORY                                       *
001900*    ----------------------------------------------------------- *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002200******************************************************************
002300 01  ERL-RULE-RECORD.
002400     05  ERL-ROW-TYPE            PIC X(001).
002500         88  ERL-ROW-RULE            VALUE 'R'.
002600         88  ERL-ROW-EXCLUDE         VALUE 'X'.
002700     05  ERL-FEED-ID             PIC X(010).
002800     05  ERL-RULE-ID             PIC X(008).
002900     05  ERL-RULE-CRITERIA.
003000         10  ERL-ACCOUNT-TYPE    PIC X(004).
003100         10  ERL-STATUS          PIC X(001).
003200         10  ERL-SD-003          PIC X(008).
003300     05  ERL-EXCLUDE-VIEW REDEFINES ERL-RULE-CRITERIA.
003400         10  ERL-CUSTOMER-KEY    PIC X(008).
003500         10  FILLER              PIC X(005).

000100******************************************************************
000200*    PKEYXREF.CPY                                                *
000300*    PARTNER-KEY CROSS-REFERENCE RECORD.                         *
000400*                                                                *
000500*    ONE ROW PER PARTNER ACCOUNT NUMBER A FEED USES IN PLACE OF  *
000600*    OUR SD-001, KEYED BY FEED ID AND THE PARTNER'S KEY, GIVING  *
000700*    THE SD-001 IT STANDS FOR.  JSNCMUPD RESOLVES AN INBOUND     *
000800*    PARTNER KEY THROUGH IT BEFORE THE APPLY (FOR A FEED WHOSE   *
000900*    APLYCTL ROW SAYS SO), AND JSNGDLY PUTS THE PARTNER'S KEY    *
001000*    BACK IN THE PAYLOAD OF A FEED WHOSE FEEDCFG ROW NAMES THIS  *
001100*    FEED'S ROWS.  MAINTAINED BY PKXMAINT (ADD, VERIFY, RETIRE), *
001200*    EVERY CHANGE AUDITED ON PKXAUDIT.                           *
001300*                                                                *
001400*    A ROW JSNCMUPD CREATES FOR AN UNKNOWN PARTNER KEY ON AN ADD *
001500*    IS PENDING ('P') UNTIL AN OPERATOR VERIFIES IT; IT STILL    *
001600*    RESOLVES MEANWHILE, SO THE PARTNER'S NEXT UPDATE LANDS ON   *
001700*    THE SAME CUSTOMER.  A RETIRED ROW ('R') IS KEPT FOR HISTORY *
001800*    AND NO LONGER RESOLVES.  THE CONTROL ROW -- FEED ID         *
001900*    '*CONTROL', BLANK PARTNER KEY, STATUS 'C' -- HOLDS THE LAST *
002000*    SEQUENCE USED FOR A NEW CUSTOMER KEY ('PK' AND SIX DIGITS). *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    ----------------------------------------------------------- *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002600******************************************************************
002700 01  PKX-XREF-RECORD.
002800     05  PKX-XREF-KEY.
002900         10  PKX-FEED-ID         PIC X(010).
003000         10  PKX-PARTNER-KEY     PIC X(008).
003100     05  PKX-CUSTOMER-KEY        PIC X(008).
003200     05  PKX-CONTROL-AREA REDEFINES PKX-CUSTOMER-KEY.
003300         10  PKX-LAST-SEQ        PIC 9(006).
003400         10  FILLER              PIC X(002).
003500     05  PKX-STATUS              PIC X(001).
003600         88  PKX-STATUS-ACTIVE       VALUE 'A'.
003700         88  PKX-STATUS-PENDING      VALUE 'P'.
003800         88  PKX-STATUS-RETIRED      VALUE 'R'.
003900         88  PKX-IN-FORCE            VALUE 'A' 'P'.
004000         88  PKX-CONTROL-ROW         VALUE 'C'.
004100     05  PKX-CREATED-DATE        PIC 9(008).
004200     05  PKX-CREATED-BY          PIC X(008).
004300     05  PKX-UPDATED-DATE        PIC 9(008).
004400     05  PKX-UPDATED-BY          PIC X(008).

000100******************************************************************
000200*    PAYLSPEC.CPY                                                *
000300*    PER-FEED PARTNER PAYLOAD SPECIFICATION RECORD.              *
000400*                                                                *
000500*    WHAT EACH PARTNER'S PUBLISHED PAYLOAD SPEC SAYS ITS LOADER  *
000600*    ACCEPTS, ONE RULE PER ROW, READ BY FEEDCONF AGAINST EVERY   *
000700*    BUFFER OF THE FEED'S SECTION OF A JSONFEED GENERATION       *
000800*    BEFORE IT IS TRANSMITTED.  PSP-FIELD-NAME IS THE NAME AS IT *
000900*    APPEARS IN THE PAYLOAD -- AFTER NAMETBL RENAMING -- SO A    *
001000*    DETAIL-SEGMENT FIELD IS NAMED BY ITS OWN KEY (CONTACT,      *
001100*    PHONE, TYPE).                                               *
001200*                                                                *
001300*      R  REQUIRED   -- THE FIELD MUST BE PRESENT AND NOT BLANK  *
001400*      L  LENGTH     -- VALUE NO LONGER THAN PSP-MAX-LENGTH      *
001500*      F  FORMAT     -- VALUE MATCHES PSP-FORMAT                 *
001600*      V  VALUE      -- ONE ALLOWED VALUE; A FIELD WITH ANY V    *
001700*                       ROW MUST MATCH ONE OF ITS V ROWS         *
001800*      T  THRESHOLD  -- PSP-HOLD-THRESHOLD IS THE NUMBER OF      *
001900*                       VIOLATING RECORDS TOLERATED BEFORE THE   *
002000*                       GENERATION IS HELD.  NO T ROW MEANS      *
002100*                       ZERO -- ANY VIOLATION HOLDS IT.          *
002200*                                                                *
002300*    L, F AND V RULES ARE ONLY APPLIED TO A FIELD THAT IS        *
002400*    PRESENT; AN R ROW IS WHAT MAKES ONE MANDATORY.  A FEED      *
002500*    WITH NO ROWS AT ALL IS NOT CHECKED.                         *
002600*                                                                *
002700*    MODIFICATION HISTORY                                       *
002800*    ----------------------------------------------------------- *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
003100******************************************************************
003200 01  PSP-SPEC-RECORD.
003300     05  PSP-FEED-ID             PIC X(010).
003400     05  PSP-RULE-TYPE           PIC X(001).
003500         88  PSP-RULE-REQUIRED       VALUE 'R'.
003600         88  PSP-RULE-LENGTH         VALUE 'L'.
003700         88  PSP-RULE-FORMAT         VALUE 'F'.
003800         88  PSP-RULE-VALUE          VALUE 'V'.
003900         88  PSP-RULE-THRESHOLD      VALUE 'T'.
004000     05  PSP-FIELD-NAME          PIC X(020).
004100     05  PSP-RULE-DATA           PIC X(020).
004200     05  PSP-LENGTH-DATA REDEFINES PSP-RULE-DATA.
004300         10  PSP-MAX-LENGTH      PIC 9(003).
004400         10  FILLER              PIC X(017).
004500     05  PSP-FORMAT-DATA REDEFINES PSP-RULE-DATA.
004600         10  PSP-FORMAT          PIC X(008).
004700             88  PSP-FORMAT-ISO8601  VALUE 'ISO8601 '.
004800             88  PSP-FORMAT-DDMMYYYY VALUE 'DDMMYYYY'.
004900             88  PSP-FORMAT-YYYYMMDD VALUE 'YYYYMMDD'.
005000             88  PSP-FORMAT-NUMERIC  VALUE 'NUMERIC '.
005100         10  FILLER              PIC X(012).
005200     05  PSP-VALUE-DATA REDEFINES PSP-RULE-DATA.
005300         10  PSP-ALLOWED-VALUE   PIC X(020).
005400     05  PSP-THRESHOLD-DATA REDEFINES PSP-RULE-DATA.
005500         10  PSP-HOLD-THRESHOLD  PIC 9(007).
005600         10  FILLER              PIC X(013).

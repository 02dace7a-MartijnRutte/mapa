000100******************************************************************
000200*    TOKVAULT.CPY                                                *
000300*    CONTACT PII TOKEN VAULT RECORD.                             *
000400*                                                                *
000500*    CDT-CONTACT-NAME AND CDT-CONTACT-PHONE ARE HELD AT REST AS  *
000600*    TOKENS -- '*TK' AND A NINE-DIGIT SEQUENCE, LEFT-JUSTIFIED   *
000700*    IN THE FIELD -- IN CUSTDETL, IN EVERY JSONARCH BUFFER AND   *
000800*    CMJRNL DETAIL ROW THAT CARRIES THE DETAIL SEGMENT.  THE     *
000900*    CLEAR VALUE LIVES ONLY HERE, ONE ROW PER TOKEN, KEYED BY    *
001000*    THE TOKEN.  THE TOKVAULT DATASET IS READ-RESTRICTED TO THE  *
001100*    PROGRAMS THAT ISSUE OR RESOLVE TOKENS:                      *
001200*                                                                *
001300*      ISSUE    JSNCMUPD (DETLIN), CUSTDMNT, CDTTOKN             *
001400*      RESOLVE  JSNGDLY AND JSNRSEND (PAYLOAD BUILD ONLY),       *
001500*               CMCRMXTR, CMDUPCHK, BORRECON, CUSTINQR           *
001600*               (AUTHORIZED PURPOSE CODES ONLY)                  *
001700*      SHRED    CMERASE                                          *
001800*                                                                *
001900*    A TOKEN ONLY RESOLVES FOR THE CUSTOMER KEY AND FIELD TYPE   *
002000*    IT WAS ISSUED FOR.  AN UNCHANGED VALUE KEEPS ITS TOKEN; A   *
002100*    CHANGED ONE GETS A NEW TOKEN AND THE OLD ROW STAYS, SO      *
002200*    JOURNAL AND ARCHIVE HISTORY STILL RESOLVES.  A BLANK VALUE  *
002300*    IS NEVER TOKENIZED.  THE CONTROL ROW '*TK000000000' (TYPE   *
002400*    'C') HOLDS THE LAST SEQUENCE ISSUED.                        *
002500*                                                                *
002600*    MODIFICATION HISTORY                                       *
002700*    ----------------------------------------------------------- *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
003000******************************************************************
003100 01  TKV-VAULT-RECORD.
003200     05  TKV-TOKEN               PIC X(012).
003300     05  TKV-TOKEN-PARTS REDEFINES TKV-TOKEN.
003400         10  TKV-TOKEN-PREFIX    PIC X(003).
003500             88  TKV-IS-TOKEN        VALUE '*TK'.
003600         10  TKV-TOKEN-SEQ       PIC 9(009).
003700     05  TKV-FIELD-TYPE          PIC X(001).
003800         88  TKV-CONTACT-NAME        VALUE 'N'.
003900         88  TKV-CONTACT-PHONE       VALUE 'P'.
004000         88  TKV-CONTROL-ROW         VALUE 'C'.
004100     05  TKV-CUSTOMER-KEY        PIC X(008).
004200     05  TKV-CLEAR-VALUE         PIC X(020).
004300     05  TKV-CONTROL-AREA REDEFINES TKV-CLEAR-VALUE.
004400         10  TKV-LAST-SEQ        PIC 9(009).
004500         10  FILLER              PIC X(011).
004600     05  TKV-CREATED-DATE        PIC 9(008).
004700     05  TKV-CREATED-TIME        PIC 9(008).
004800     05  TKV-CREATED-PROGRAM     PIC X(012).

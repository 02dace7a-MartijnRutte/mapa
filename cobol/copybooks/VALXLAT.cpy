000100******************************************************************
000200*    VALXLAT.CPY                                                 *
000300*    PER-FEED VALUE TRANSLATION TABLE RECORD.                    *
000400*                                                                *
000500*    ONE ROW PER FEED, FIELD AND INTERNAL CODE, GIVING THE CODE  *
000600*    THAT PARTNER USES FOR IT.  JSNGDLY'S 2960/2955 TRANSLATE    *
000700*    SD-003 AND CDT-ACCOUNT-TYPE OUTBOUND FROM INTERNAL TO       *
000800*    PARTNER CODE; JSNCMUPD TRANSLATES THE SAME ROWS IN REVERSE  *
000900*    ON THE WAY IN.  NAMETBL ONLY RENAMES FIELDS AND BOOLRTBL    *
001000*    ONLY RENDERS THE SD-002 FLAGS -- THIS TABLE CARRIES THE     *
001100*    VALUES THEMSELVES.  A FEED WITH NO ROWS FOR A FIELD SENDS   *
001200*    AND RECEIVES THAT FIELD UNTRANSLATED AS BEFORE; ONCE A FEED *
001300*    HAS ANY ROW FOR A FIELD, A VALUE WITH NO ROW IS WRITTEN TO  *
001400*    THE VALXEXC EXCEPTION FILE.  CDT-ACCOUNT-TYPE IS FOUR       *
001500*    BYTES, SO ONLY THE FIRST FOUR BYTES OF AN ACCTTYPE ROW'S    *
001600*    VALUES ARE SIGNIFICANT.                                     *
001700*                                                                *
001800*    MODIFICATION HISTORY                                       *
001900*    ----------------------------------------------------------- *
002000*    DATE       INIT  DESCRIPTION                                *
002100*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002200******************************************************************
002300 01  VXL-XLATE-RECORD.
002400     05  VXL-FEED-ID             PIC X(010).
002500     05  VXL-FIELD               PIC X(008).
002600         88  VXL-FIELD-ACCT-TYPE     VALUE 'ACCTTYPE'.
002700         88  VXL-FIELD-SD003         VALUE 'SD-003  '.
002800     05  VXL-INTERNAL-VALUE      PIC X(008).
002900     05  VXL-PARTNER-VALUE       PIC X(008).

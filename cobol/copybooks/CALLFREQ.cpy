000700*    PGMA0003, OR THE CATCH-ALL PGMA0009 THE COMPILED-IN VALUE    *
000800*    RESOLVED TO.  CALLRPT LATER READS THIS LOG AND AGGREGATES    *
000900*    IT INTO A CALL-COUNT PER TARGET PROGRAM.                     *
000910*    TESTANTLR344 AND TESTANTLR347 WRITE THE SAME RECORD FOR      *
000920*    THEIR DISPTBL-DRIVEN CALL.                                   *
000930*                                                                *
000940*    CFQ-ELAPSED-HSEC IS HOW LONG THE CALL TOOK, IN HUNDREDTHS   *
000950*    OF A SECOND, TAKEN FROM THE CLOCK READ EITHER SIDE OF IT.   *
000960*    ROWS WRITTEN BEFORE THE FIELD EXISTED READ BACK AS SPACES   *
000970*    AND ARE LEFT OUT OF CALLPERF'S TIMINGS.                     *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-08-09 MAR   ORIGINAL COPYBOOK.                         *
001410*    2026-10-14 MAR   ADDED CFQ-ELAPSED-HSEC.                    *
001500******************************************************************
001600 01  CFQ-CALL-RECORD.
001700     05  CFQ-TIMESTAMP.
001900         10  CFQ-TIMESTAMP-TIME  PIC 9(008).
002000     05  CFQ-PROGRAM-ID          PIC X(012).
002100     05  CFQ-TARGET-PGM          PIC X(008).
002200     05  CFQ-ELAPSED-HSEC        PIC 9(008).

000100******************************************************************
000200*    RSYNPARM.CPY                                                *
000300*    FULL-BOOK RESYNC PARAMETER RECORD.                          *
000400*                                                                *
000500*    ONE-RECORD PARAMETER FILE NAMING THE ONE FEED TO BE RESENT  *
000600*    IN FULL AND THE POINT IN TIME ITS BOOK IS TO BE RESENT AS   *
000700*    OF.  THE LEADING AS-OF DATE/TIME DELIBERATELY LINES UP      *
000800*    WITH CMRBPARM'S TARGET DATE/TIME, SO THE SAME CARD DRIVES   *
000900*    BOTH CMREBLD'S REBUILD OF THE MASTER AND JSNGDLY'S RESYNC   *
001000*    GENERATION FROM IT -- SEE JSNRSYNC.JCL.  A BLANK AS-OF      *
001100*    TIME MEANS THE END OF THE AS-OF DATE.  JSNGDLY RUNS ITS     *
001200*    NORMAL NIGHTLY FAN-OUT WHEN THIS FILE IS NOT ALLOCATED.     *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ----------------------------------------------------------- *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001800******************************************************************
001900 01  RSY-RESYNC-PARM-RECORD.
002000     05  RSY-AS-OF-DATE          PIC 9(008).
002100     05  RSY-AS-OF-TIME          PIC 9(008).
002200     05  RSY-FEED-ID             PIC X(010).

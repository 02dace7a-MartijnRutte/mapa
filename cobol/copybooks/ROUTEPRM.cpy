000700*    INSTEAD OF RECOMPILING THE DISPATCHER WITH A NEW LITERAL.     *
000800*    NO FILE, OR A STATUS OTHER THAN '00', LEAVES THE DISPATCHER   *
000900*    ON ITS COMPILED-IN DEFAULT ROUTE.                             *
000910*    RTP-RUN-DATE, WHEN NUMERIC AND NONZERO, IS THE DATE WHOSE     *
000920*    DISPTBL ROW IS USED IN PLACE OF TODAY'S -- FOR A RERUN OF A   *
000930*    NIGHT THAT HAS ALREADY CUT OVER.                              *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-08-09 MAR   ORIGINAL COPYBOOK.                         *
001410*    2026-10-14 MAR   ADDED RTP-RUN-DATE.                        *
001500******************************************************************
001600 01  RTP-ROUTE-PARM-RECORD.
001700     05  RTP-ROUTE-CODE          PIC X(008).
001800     05  RTP-RUN-DATE            PIC 9(008).

000100******************************************************************
000200*    INBHOLD.CPY                                                 *
000300*    INBOUND MULTI-PART BATCH HOLDING RECORD.                    *
000400*                                                                *
000500*    ONE ROW PER JSON LINE OF A PART INBASMB HAS REGISTERED ON   *
000600*    INBREG BUT NOT YET RELEASED, KEYED BY FEED, BATCH, PART AND *
000700*    THE LINE'S SEQUENCE WITHIN THE PART, SO A KEY-ORDER READ OF *
000800*    A BATCH GIVES ITS LINES BACK IN PART ORDER.  THE ROWS OF A  *
000900*    BATCH ARE DELETED AS THEY ARE RELEASED TO JSONIN, AND THE   *
001000*    ROWS OF A MISMATCHED PART WHEN IT IS RESENT.                *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001510*    2026-10-15 MAR   IBH-LINE WIDENED TO 250 TO MATCH JSONIN.   *
001600******************************************************************
001700 01  IBH-HOLD-RECORD.
001800     05  IBH-HOLD-KEY.
001900         10  IBH-FEED-ID         PIC X(010).
002000         10  IBH-BATCH-ID        PIC X(020).
002100         10  IBH-PART            PIC 9(003).
002200         10  IBH-SEQ             PIC 9(007).
002300     05  IBH-LINE                PIC X(250).

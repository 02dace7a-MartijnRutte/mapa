000100******************************************************************
000200*    INBREG.CPY                                                  *
000300*    INBOUND MULTI-PART BATCH REGISTER RECORD.                   *
000400*                                                                *
000500*    A PARTNER MAY SEND ITS NIGHTLY JSONIN AS SEVERAL PART FILES *
000600*    (PART 1 OF 4 ...) THAT LAND HOURS APART.  INBASMB RECORDS   *
000700*    EACH PART HERE AS IT ARRIVES AND HOLDS ITS LINES ON INBHOLD *
000800*    UNTIL EVERY DECLARED PART OF THE BATCH IS PRESENT WITH ITS  *
000900*    LINE COUNT AGREEING WITH ITS HEADER, THEN RELEASES THE      *
001000*    WHOLE BATCH, IN PART ORDER, AS THE ONE JSONIN FILE JSNCMUPD *
001100*    APPLIES.  KEYED BY FEED, BATCH AND PART.  PART 000 IS THE   *
001200*    BATCH ROW: THE DECLARED PART COUNT, HOW MANY PARTS ARE      *
001300*    PRESENT AND AGREE, WHEN THE FIRST PART LANDED, WHETHER THE  *
001400*    BATCH IS HELD OR RELEASED, AND THE LAST DAY AN INCOMPLETE   *
001500*    BATCH WAS ALERTED ON ARRVALRT.  PARTS 001-999 ARE ONE ROW   *
001600*    PER PART RECEIVED.  A PART WHOSE LINE COUNT DISAGREED IS    *
001700*    KEPT AS A MISMATCH AND MAY BE RESENT; A SECOND COPY OF A    *
001800*    PART THAT AGREED IS REFUSED.                                *
001900*                                                                *
002000*    MODIFICATION HISTORY                                       *
002100*    ----------------------------------------------------------- *
002200*    DATE       INIT  DESCRIPTION                                *
002300*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002400******************************************************************
002500 01  IBR-REGISTER-RECORD.
002600     05  IBR-REGISTER-KEY.
002700         10  IBR-FEED-ID         PIC X(010).
002800         10  IBR-BATCH-ID        PIC X(020).
002900         10  IBR-PART            PIC 9(003).
003000             88  IBR-BATCH-ROW       VALUE 0.
003100     05  IBR-PART-COUNT          PIC 9(003).
003200     05  IBR-PARTS-PRESENT       PIC 9(003).
003300     05  IBR-RECORDS-DECLARED    PIC 9(009).
003400     05  IBR-RECORDS-RECEIVED    PIC 9(009).
003500     05  IBR-STATUS              PIC X(001).
003600         88  IBR-BATCH-HELD          VALUE 'H'.
003700         88  IBR-BATCH-RELEASED      VALUE 'R'.
003800         88  IBR-PART-AGREED         VALUE 'A'.
003900         88  IBR-PART-MISMATCH       VALUE 'M'.
004000     05  IBR-ARRIVED-DATE        PIC 9(008).
004100     05  IBR-ARRIVED-TIME        PIC 9(008).
004200     05  IBR-RELEASED-DATE       PIC 9(008).
004300     05  IBR-RELEASED-TIME       PIC 9(008).
004400     05  IBR-LAST-ALERT-DATE     PIC 9(008).

001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-09-02 MAR   ORIGINAL COPYBOOK.                         *
001410*    2026-10-14 MAR   INBASMB NOW RAISES ROWS TOO: INCOMPLT FOR  *
001420*                     A MULTI-PART INBOUND BATCH STILL MISSING   *
001430*                     PARTS PAST ITS ARRVSCHD EXPECTED TIME, AND *
001440*                     BADPART FOR A PART IT REFUSED OR WHOSE     *
001450*                     LINE COUNT DISAGREED WITH ITS HEADER.  THE *
001460*                     BATCH ID, PARTS PRESENT AND DECLARED, AND  *
001470*                     HOURS PAST DUE ARE BLANK OR ZERO ON THE    *
001480*                     ROWS FEEDARRV WRITES.                      *
001500******************************************************************
001600 01  ARV-ARRIVAL-ALERT-RECORD.
001700     05  ARV-TIMESTAMP.
002200     05  ARV-REASON              PIC X(008).
002300         88  ARV-REASON-MISSING      VALUE 'MISSING '.
002400         88  ARV-REASON-EMPTY        VALUE 'EMPTY   '.
002500         88  ARV-REASON-INCOMPLETE   VALUE 'INCOMPLT'.
002600         88  ARV-REASON-BAD-PART     VALUE 'BADPART '.
002700     05  ARV-BATCH-ID            PIC X(020).
002800     05  ARV-PARTS-PRESENT       PIC 9(003).
002900     05  ARV-PART-COUNT          PIC 9(003).
003000     05  ARV-HOURS-OVERDUE       PIC 9(005).

003300*                  CMJRNL AS AN ADD, SO CMREBLD'S POINT-IN-TIME  *
003400*                  REBUILD CARRIES RESTORED CUSTOMERS INSTEAD    *
003500*                  OF SILENTLY DROPPING THEM.                    *
003510* 2026-10-14 MAR   THE JOURNAL ROW'S NEW CMJ-SOURCE-ADJUST FLAG  *
003520*                  IS WRITTEN AS SPACE -- NOTHING HERE MOVES AN  *
003530*                  SD-004 TO A BUSINESS DAY.                     *
003532* 2026-10-14 MAR   THE JOURNAL ROW'S NEW CMJ-BEFORE-STAMP IS     *
003534*                  WRITTEN AS SPACES -- ONLY A FEED APPLY        *
003536*                  STAMPS CUSTSTMP.                              *
003600******************************************************************
003700 Environment Division.
003800 Input-Output Section.
055000     MOVE WS-JRN-BEFORE    TO CMJ-BEFORE-IMAGE
055100     MOVE WS-JRN-AFTER     TO CMJ-AFTER-IMAGE
055200     MOVE WS-JRN-NOTE      TO CMJ-SOURCE-BUFFER
055210     MOVE SPACE            TO CMJ-SOURCE-ADJUST
055215     MOVE SPACES           TO CMJ-BEFORE-STAMP
055300
055400     WRITE CMJ-JOURNAL-RECORD
055500

003700*                  REFILED ONE), SO CMREBLD'S POINT-IN-TIME      *
003800*                  REBUILD NO LONGER RESURRECTS A REKEYED KEY    *
003900*                  OR LOSES THE NEW ONE.                         *
003910* 2026-10-14 MAR   THE JOURNAL ROW'S NEW CMJ-SOURCE-ADJUST FLAG  *
003920*                  IS WRITTEN AS SPACE -- NOTHING HERE MOVES AN  *
003930*                  SD-004 TO A BUSINESS DAY.                     *
003932* 2026-10-14 MAR   THE JOURNAL ROW'S NEW CMJ-BEFORE-STAMP IS     *
003934*                  WRITTEN AS SPACES -- ONLY A FEED APPLY        *
003936*                  STAMPS CUSTSTMP.                              *
004000******************************************************************
004100 Environment Division.
004200 Input-Output Section.
073200     MOVE WS-JRN-BEFORE    TO CMJ-BEFORE-IMAGE
073300     MOVE WS-JRN-AFTER     TO CMJ-AFTER-IMAGE
073400     MOVE WS-JRN-NOTE      TO CMJ-SOURCE-BUFFER
073410     MOVE SPACE            TO CMJ-SOURCE-ADJUST
073415     MOVE SPACES           TO CMJ-BEFORE-STAMP
073500
073600     WRITE CMJ-JOURNAL-RECORD
073700

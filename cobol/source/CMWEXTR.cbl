002300*                  DRIVERS, SO THE WAREHOUSE LOAD CAN BALANCE    *
002400*                  AGAINST IT.  ANALYTICS STOPS RE-KEYING        *
002500*                  PRINTED REPORTS.                              *
002525* 2026-10-14 MAR   THE JSNCTOT ROW CLEARS THE NEW CTLTOT         *
002550*                  DATASET FIELDS -- THIS RUN WRITES NO BACKED-  *
002575*                  UP DATASET.                                   *
002600******************************************************************
002700 Environment Division.
002800 Input-Output Section.
022000     MOVE MYNAME            TO CTL-PROGRAM-ID
022100     MOVE WS-RECS-READ      TO CTL-RECS-READ
022200     MOVE SPACES            TO CTL-FEED-ID
022225     MOVE SPACES            TO CTL-DATASET-ID
022250     MOVE SPACES            TO CTL-DATASET-SCOPE
022275     MOVE 0                 TO CTL-HASH-TOTAL
022300     MOVE WS-RECS-WRITTEN   TO CTL-RECS-WRITTEN
022400     MOVE 0                 TO CTL-RECS-FAILED
022500     MOVE RETURN-CODE       TO CTL-RETURN-CODE

001900*                  TOTALS SO A FAILED OR PARTIAL RUN IS VISIBLE  *
002000*                  FROM THE CONTROL-TOTALS LOG, NOT JUST FROM    *
002100*                  DISPLAY OUTPUT IN THE JOB LOG.                *
002125* 2026-10-14 MAR   THE JSNCTOT ROW CLEARS THE NEW CTLTOT         *
002150*                  DATASET FIELDS -- THIS RUN WRITES NO BACKED-  *
002175*                  UP DATASET.                                   *
002200******************************************************************
002300 Environment Division.
002400 Input-Output Section.
018800     MOVE MYNAME            TO CTL-PROGRAM-ID
018900     MOVE WS-RECS-READ      TO CTL-RECS-READ
019000     MOVE SPACES            TO CTL-FEED-ID
019025     MOVE SPACES            TO CTL-DATASET-ID
019050     MOVE SPACES            TO CTL-DATASET-SCOPE
019075     MOVE 0                 TO CTL-HASH-TOTAL
019100     MOVE WS-RECS-WRITTEN   TO CTL-RECS-WRITTEN
019200     MOVE WS-RECS-FAILED    TO CTL-RECS-FAILED
019300     MOVE RETURN-CODE       TO CTL-RETURN-CODE

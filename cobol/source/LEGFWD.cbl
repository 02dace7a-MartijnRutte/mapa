001800*                  SD-002-A/SD-002-B LAYOUT, SO AN OLD ARCHIVED  *
001900*                  FILE CAN BE MIGRATED ONCE INSTEAD OF RELYING  *
002000*                  ON THE LEGACY FALLBACK PARSE FOREVER.         *
002025* 2026-10-14 MAR   THE JSNCTOT ROW CLEARS THE NEW CTLTOT         *
002050*                  DATASET FIELDS -- THIS RUN WRITES NO BACKED-  *
002075*                  UP DATASET.                                   *
002100******************************************************************
002200 Environment Division.
002300 Input-Output Section.
021800     MOVE MYNAME            TO CTL-PROGRAM-ID
021900     MOVE WS-RECS-READ      TO CTL-RECS-READ
022000     MOVE SPACES            TO CTL-FEED-ID
022025     MOVE SPACES            TO CTL-DATASET-ID
022050     MOVE SPACES            TO CTL-DATASET-SCOPE
022075     MOVE 0                 TO CTL-HASH-TOTAL
022100     MOVE WS-RECS-WRITTEN   TO CTL-RECS-WRITTEN
022200     MOVE WS-RECS-FAILED    TO CTL-RECS-FAILED
022300     MOVE RETURN-CODE       TO CTL-RETURN-CODE

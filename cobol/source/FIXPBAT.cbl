004900*                  REPORTED AND SKIPPED AT LOAD TIME INSTEAD OF  *
005000*                  ABENDING THE UNLOAD ON AN OUT-OF-RANGE        *
005100*                  REFERENCE.                                    *
005125* 2026-10-14 MAR   THE JSNCTOT ROW CLEARS THE NEW CTLTOT         *
005150*                  DATASET FIELDS -- THIS RUN WRITES NO BACKED-  *
005175*                  UP DATASET.                                   *
005200******************************************************************
005300 Environment Division.
005400 Input-Output Section.
037800     MOVE MYNAME            TO CTL-PROGRAM-ID
037900     MOVE WS-RECS-READ      TO CTL-RECS-READ
038000     MOVE WS-FEED-ID        TO CTL-FEED-ID
038025     MOVE SPACES            TO CTL-DATASET-ID
038050     MOVE SPACES            TO CTL-DATASET-SCOPE
038075     MOVE 0                 TO CTL-HASH-TOTAL
038100     MOVE WS-RECS-WRITTEN   TO CTL-RECS-WRITTEN
038200     MOVE WS-RECS-FAILED    TO CTL-RECS-FAILED
038300     MOVE RETURN-CODE       TO CTL-RETURN-CODE

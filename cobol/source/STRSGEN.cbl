002500*                  TARGET RECORD COUNT COMES FROM THE OPTIONAL   *
002600*                  STRSCTL OVERRIDE, DEFAULTING TO TEN RECORDS   *
002700*                  PAST WKA-COUNT-MAX.                           *
002725* 2026-10-14 MAR   THE JSNCTOT ROW CLEARS THE NEW CTLTOT         *
002750*                  DATASET FIELDS -- THIS RUN WRITES NO BACKED-  *
002775*                  UP DATASET.                                   *
002800******************************************************************
002900 Environment Division.
003000 Input-Output Section.
031000     MOVE MYNAME            TO CTL-PROGRAM-ID
031100     MOVE WS-TARGET-COUNT   TO CTL-RECS-READ
031200     MOVE SPACES            TO CTL-FEED-ID
031225     MOVE SPACES            TO CTL-DATASET-ID
031250     MOVE SPACES            TO CTL-DATASET-SCOPE
031275     MOVE 0                 TO CTL-HASH-TOTAL
031300     MOVE WS-RECS-WRITTEN   TO CTL-RECS-WRITTEN
031400     MOVE WS-RECS-FAILED    TO CTL-RECS-FAILED
031500     MOVE RETURN-CODE       TO CTL-RETURN-CODE

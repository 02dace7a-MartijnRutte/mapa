002300*                  JSNCMUPD QUIETLY PROCESSES AN EMPTY NIGHT.    *
002400*                  ANY ALERT ENDS THE RUN WITH RETURN CODE 4 SO  *
002500*                  THE STREAM'S CONDITION CODES CAN REACT.       *
002510* 2026-10-14 MAR   THE ARRVALRT ROW IS CLEARED BEFORE IT IS      *
002520*                  BUILT -- IT NOW ALSO CARRIES INBASMB'S        *
002530*                  MULTI-PART BATCH FIELDS, LEFT ZERO HERE.      *
002600******************************************************************
002700 Environment Division.
002800 Input-Output Section.
033200         SET WS-ALERT-IS-OPEN TO TRUE
033300     END-IF
033400
033450     INITIALIZE ARV-ARRIVAL-ALERT-RECORD
033500     ACCEPT ARV-TIMESTAMP-DATE FROM DATE YYYYMMDD
033600     ACCEPT ARV-TIMESTAMP-TIME FROM TIME
033700     MOVE ASC-FEED-ID   TO ARV-FEED-ID

002600*                  CTLMAINT NEXT APPLIES THE TRANSACTIONS, WITH  *
002700*                  ITS OWN EDITS AND AUDIT TRAIL -- THE SAME     *
002800*                  HANDS-OFF RULE BOOLPRMO FOLLOWS.              *
002820* 2026-10-14 MAR   EVERY RETIRE TRANSACTION NOW NAMES THIS       *
002840*                  PROGRAM AS ITS MAKER, WITH TODAY AS THE       *
002860*                  SUBMIT DATE (8000), SO NONE IS APPLIED UNTIL  *
002880*                  A CHECKER APPROVES IT ON CTLXAPPR.            *
002900******************************************************************
003000 Environment Division.
003100 Input-Output Section.
047800         SET WS-CTLXTXN-IS-OPEN TO TRUE
047900     END-IF
048000
048020     MOVE MYNAME TO CMT-MAKER-ID
048040     ACCEPT CMT-SUBMIT-DATE FROM DATE YYYYMMDD
048060     MOVE SPACES TO CMT-CHECKER-ID
048080
048100     WRITE CTL-MAINT-TRANSACTION
048200     ADD 1 TO WS-TXNS-QUEUED
048300

002470*                  TRUTHTBL ADD TRANSACTION CARRIES THAT FEED ID *
002480*                  FORWARD IN CMT-FIELD-1 SO CTLMAINT REGISTERS  *
002490*                  THE TOKEN FOR THE RIGHT FEED.                 *
002492* 2026-10-14 MAR   THE TRUTHTBL ADD NOW NAMES THIS PROGRAM AS    *
002494*                  ITS MAKER, WITH TODAY AS THE SUBMIT DATE, SO  *
002496*                  IT WAITS IN CTLXTXN FOR A CHECKER'S CTLXAPPR  *
002498*                  APPROVAL LIKE ANY OPERATOR'S TRANSACTION.     *
002500******************************************************************
002600 Environment Division.
002700 Input-Output Section.
023600     MOVE WS-PROMOTE-FEED-ID TO CMT-FIELD-1
023700     MOVE SPACES     TO CMT-FIELD-2
023750     MOVE 0          TO CMT-EFFECTIVE-DATE
023760     MOVE MYNAME     TO CMT-MAKER-ID
023770     ACCEPT CMT-SUBMIT-DATE FROM DATE YYYYMMDD
023780     MOVE SPACES     TO CMT-CHECKER-ID
023800
023900     WRITE CTL-MAINT-TRANSACTION
024000

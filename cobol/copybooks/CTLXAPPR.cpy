000100******************************************************************
000200*    CTLXAPPR.CPY                                                *
000300*    CONTROL-TABLE MAINTENANCE APPROVAL (CHECKER) RECORD.        *
000400*                                                                *
000500*    ONE ROW PER PENDING CTLXTXN TRANSACTION A SECOND OPERATOR   *
000600*    HAS REVIEWED AND APPROVED FOR CTLMAINT TO APPLY.  THE FIRST *
000700*    SEVEN FIELDS ARE THE TRANSACTION AS IT STANDS ON CTLXTXN    *
000800*    (TABLE, ACTION, KEY, BOTH DATA FIELDS, EFFECTIVE DATE AND   *
000900*    MAKER) AND MUST MATCH IT EXACTLY, SO AN APPROVAL COVERS     *
001000*    THE CHANGE THE CHECKER ACTUALLY SAW.  CXA-CHECKER-ID IS THE *
001100*    APPROVING OPERATOR; AN APPROVAL BY THE TRANSACTION'S OWN    *
001200*    MAKER IS REJECTED.  SUPPLIED FRESH FOR EACH RUN, AS         *
001300*    BOOLAPPR AND CMAPPR ARE.                                    *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ----------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001900******************************************************************
002000 01  CTL-MAINT-APPROVAL.
002100     05  CXA-TABLE-ID            PIC X(008).
002200     05  CXA-ACTION-CODE         PIC X(001).
002300     05  CXA-KEY                 PIC X(010).
002400     05  CXA-FIELD-1             PIC X(020).
002500     05  CXA-FIELD-2             PIC X(020).
002600     05  CXA-EFFECTIVE-DATE      PIC X(008).
002700     05  CXA-MAKER-ID            PIC X(008).
002800     05  CXA-CHECKER-ID          PIC X(008).

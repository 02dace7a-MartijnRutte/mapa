000100******************************************************************
000200*    DUPPAIR.CPY                                                 *
000300*    PROBABLE-DUPLICATE CUSTOMER PAIR RECORD.                    *
000400*                                                                *
000500*    ONE ROW PER PAIR OF SD-001 KEYS CMDUPCHK'S WEEKLY MATCHING   *
000600*    RUN SCORED AS PROBABLY THE SAME CUSTOMER, ON THE CUSTDETL   *
000700*    CONTACT NAME (CASE, SPACING AND PUNCTUATION IGNORED),       *
000800*    CONTACT PHONE (DIGITS ONLY), ACCOUNT TYPE AND THE MASTER'S  *
000900*    SD-003.  DPP-KEY-A IS ALWAYS THE LOWER KEY.  EACH RUN       *
001000*    CARRIES THE FILE FORWARD TO A NEW GENERATION (DUPPAIR ->    *
001100*    DUPPAIRN):                                                  *
001200*                                                                *
001300*      P  PROPOSED  -- AWAITING THE OPERATOR'S DECISION ON       *
001400*                      DUPDCSN.  AN UNDECIDED PAIR IS RE-SCORED  *
001500*                      BY THE NEXT RUN, NOT CARRIED.             *
001600*      M  MERGED    -- CONFIRMED; A REKEYIN MERGE TRANSACTION    *
001700*                      WAS WRITTEN FOR CMREKEY, RETIRING THE     *
001800*                      KEY THAT IS NOT DPP-SURVIVOR-KEY.         *
001900*      X  DECLINED  -- NOT THE SAME CUSTOMER; NEVER PROPOSED     *
002000*                      AGAIN.                                    *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    ----------------------------------------------------------- *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002600******************************************************************
002700 01  DPP-PAIR-RECORD.
002800     05  DPP-PAIR-KEY.
002900         10  DPP-KEY-A           PIC X(008).
003000         10  DPP-KEY-B           PIC X(008).
003100     05  DPP-SCORE               PIC 9(003).
003200     05  DPP-MATCHES.
003300         10  DPP-NAME-MATCH-SW   PIC X(001).
003400         10  DPP-PHONE-MATCH-SW  PIC X(001).
003500         10  DPP-TYPE-MATCH-SW   PIC X(001).
003600         10  DPP-SD003-MATCH-SW  PIC X(001).
003700     05  DPP-FOUND-DATE          PIC 9(008).
003800     05  DPP-STATUS-SW           PIC X(001).
003900         88  DPP-PROPOSED            VALUE 'P'.
004000         88  DPP-MERGED              VALUE 'M'.
004100         88  DPP-DECLINED            VALUE 'X'.
004200     05  DPP-SURVIVOR-KEY        PIC X(008).
004300     05  DPP-DECISION-DATE       PIC 9(008).
004400     05  DPP-OPERATOR-ID         PIC X(008).

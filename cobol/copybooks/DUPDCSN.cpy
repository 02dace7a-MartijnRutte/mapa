000100******************************************************************
000200*    DUPDCSN.CPY                                                 *
000300*    OPERATOR DECISION ON A PROPOSED DUPLICATE PAIR.             *
000400*                                                                *
000500*    ONE ROW PER PAIR FROM THE DUPRPT REVIEW REPORT THE OPERATOR *
000600*    HAS DECIDED, SUPPLIED TO THE NEXT CMDUPCHK RUN.  THE TWO    *
000700*    KEYS MAY BE GIVEN IN EITHER ORDER.  C CONFIRMS THE PAIR AS  *
000800*    ONE CUSTOMER: DDC-SURVIVOR-KEY (ONE OF THE TWO; SPACES      *
000900*    MEANS DDC-KEY-1) IS KEPT AND THE OTHER IS MERGED INTO IT BY *
001000*    CMREKEY.  D DECLINES IT FOR GOOD.  A DECISION FOR A PAIR    *
001100*    THAT IS NOT PROPOSED ON DUPPAIR IS REPORTED AND IGNORED.    *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001700******************************************************************
001800 01  DDC-DECISION-RECORD.
001900     05  DDC-KEY-1               PIC X(008).
002000     05  DDC-KEY-2               PIC X(008).
002100     05  DDC-DECISION            PIC X(001).
002200         88  DDC-CONFIRM             VALUE 'C'.
002300         88  DDC-DECLINE             VALUE 'D'.
002400     05  DDC-SURVIVOR-KEY        PIC X(008).
002500     05  DDC-OPERATOR-ID         PIC X(008).

000100******************************************************************
000200*    DSPRPARM.CPY                                                *
000300*    DISPATCH ROUTE REPORT RUN PARAMETER RECORD.                 *
000400*                                                                *
000500*    ONE RECORD TELLS DSPRTRPT WHICH DATE TO SHOW THE DISPTBL    *
000600*    ROUTING AS OF AND HOW MANY DAYS BEYOND IT TO LIST UPCOMING  *
000700*    CUTOVERS FOR.  A ZERO, BLANK OR INVALID AS-OF DATE MEANS    *
000800*    TODAY; A ZERO OR BLANK LOOKAHEAD MEANS 30 DAYS.  A ROUTE    *
000900*    CODE LIMITS BOTH SECTIONS TO THAT ONE ROUTE; BLANK LISTS    *
001000*    EVERY ROUTE ON DISPTBL.                                     *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001600******************************************************************
001700 01  DRP-PARM-RECORD.
001800     05  DRP-AS-OF-DATE          PIC 9(008).
001900     05  DRP-LOOKAHEAD-DAYS      PIC 9(003).
002000     05  DRP-ROUTE-CODE          PIC X(008).

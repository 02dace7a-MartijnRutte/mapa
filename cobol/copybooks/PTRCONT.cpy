000100******************************************************************
000200*    PTRCONT.CPY                                                 *
000300*    PARTNER CONTACT DIRECTORY RECORD.                           *
000400*                                                                *
000500*    ONE ROW PER PARTNER FEED NAMING WHO TO CONTACT AT THE       *
000600*    PARTNER: A PRIMARY, A SECONDARY AND AN AFTER-HOURS CONTACT, *
000700*    EACH WITH A MAIL ADDRESS AND A MOBILE NUMBER.  ALRTMGR      *
000800*    ATTACHES A CONTACT TO EVERY PARTNER ALERT IT RAISES OR      *
000900*    RE-RAISES AND WRITES THE NOTIFICATION FOR THE MAIL/SMS      *
001000*    GATEWAY (NTFYGATE).                                         *
001100*                                                                *
001200*    PCN-ESCALATION-ORDER LISTS THE CONTACTS IN THE ORDER THEY   *
001300*    ARE TRIED, ONE LETTER EACH -- P PRIMARY, S SECONDARY, A     *
001400*    AFTER-HOURS; BLANK MEANS 'PSA'.  AN ALERT STARTS AT THE     *
001500*    FIRST CONTACT AND MOVES TO THE NEXT EVERY                   *
001600*    PCN-RAISES-PER-LEVEL RAISES NOBODY HAS ACKNOWLEDGED (ZERO   *
001700*    OR BLANK MEANS EVERY RAISE), STAYING ON THE LAST.  A        *
001800*    CONTACT WITH NEITHER ADDRESS IS PASSED OVER FOR THE ONE     *
001900*    BEFORE IT.                                                  *
002000*                                                                *
002100*    PCN-PREFERRED-CHANNEL: E MAIL, S SMS, B BOTH; BLANK MEANS   *
002200*    MAIL.  A CONTACT WITHOUT AN ADDRESS FOR THE PREFERRED       *
002300*    CHANNEL IS REACHED ON THE OTHER ONE.                        *
002400*                                                                *
002500*    MODIFICATION HISTORY                                       *
002600*    ----------------------------------------------------------- *
002700*    DATE       INIT  DESCRIPTION                                *
002800*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002900******************************************************************
003000 01  PCN-CONTACT-RECORD.
003100     05  PCN-FEED-ID             PIC X(010).
003200     05  PCN-ESCALATION-ORDER    PIC X(003).
003300     05  PCN-RAISES-PER-LEVEL    PIC 9(002).
003400     05  PCN-PREFERRED-CHANNEL   PIC X(001).
003500         88  PCN-CHANNEL-MAIL        VALUE 'E' SPACE.
003600         88  PCN-CHANNEL-SMS         VALUE 'S'.
003700         88  PCN-CHANNEL-BOTH        VALUE 'B'.
003800     05  PCN-CONTACTS.
003900         10  PCN-PRIMARY.
004000             15  PCN-PRI-NAME        PIC X(030).
004100             15  PCN-PRI-EMAIL       PIC X(050).
004200             15  PCN-PRI-PHONE       PIC X(015).
004300         10  PCN-SECONDARY.
004400             15  PCN-SEC-NAME        PIC X(030).
004500             15  PCN-SEC-EMAIL       PIC X(050).
004600             15  PCN-SEC-PHONE       PIC X(015).
004700         10  PCN-AFTER-HOURS.
004800             15  PCN-AFH-NAME        PIC X(030).
004900             15  PCN-AFH-EMAIL       PIC X(050).
005000             15  PCN-AFH-PHONE       PIC X(015).
005100     05  PCN-CONTACT-LIST REDEFINES PCN-CONTACTS.
005200         10  PCN-CONTACT OCCURS 3 TIMES.
005300             15  PCN-NAME            PIC X(030).
005400             15  PCN-EMAIL           PIC X(050).
005500             15  PCN-PHONE           PIC X(015).

000100******************************************************************
000200*    NTFYGATE.CPY                                                *
000300*    MAIL/SMS GATEWAY NOTIFICATION RECORD.                       *
000400*                                                                *
000500*    ONE MESSAGE FOR ONE PARTNER CONTACT ON ONE CHANNEL, WRITTEN *
000600*    BY ALRTMGR FOR EVERY PARTNER ALERT IT RAISES OR RE-RAISES   *
000700*    AND EVERY HELD-FEED NOTICE PTNRIMPT ISSUED TODAY, READY FOR *
000800*    THE GATEWAY TO SEND AS IT STANDS.  A CONTACT REACHED BY     *
000900*    MAIL AND SMS GETS TWO RECORDS.                              *
001000*                                                                *
001100*    NTG-ALERT-ID IS THE ALRTSTOR ALERT THE MESSAGE IS ABOUT, SO *
001200*    A REPLY CAN BE ACKNOWLEDGED THROUGH ALRTACK; FOR A HELD-    *
001300*    FEED NOTICE IT IS 'IMPNOTC' AND THE NOTICE'S ISSUE STAMP,   *
001400*    WITH A RAISE COUNT OF ZERO -- A NOTICE IS NOT AN ALERT AND  *
001500*    IS NOT ACKNOWLEDGED.                                        *
001600*                                                                *
001700*    NTG-CONTACT-LEVEL IS THE POSITION IN THE FEED'S PTRCONT     *
001800*    ESCALATION ORDER, NTG-CONTACT-ROLE THE CONTACT THERE        *
001900*    (P PRIMARY, S SECONDARY, A AFTER-HOURS).                    *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    ----------------------------------------------------------- *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002500******************************************************************
002600 01  NTG-NOTIFY-RECORD.
002700     05  NTG-CREATED.
002800         10  NTG-CREATED-DATE    PIC 9(008).
002900         10  NTG-CREATED-TIME    PIC 9(008).
003000     05  NTG-ALERT-ID.
003100         10  NTG-SOURCE-FILE     PIC X(008).
003200         10  NTG-ORIG-DATE       PIC 9(008).
003300         10  NTG-ORIG-TIME       PIC 9(008).
003400     05  NTG-FEED-ID             PIC X(010).
003500     05  NTG-SEVERITY            PIC X(001).
003600     05  NTG-RAISE-COUNT         PIC 9(004).
003700     05  NTG-CONTACT-LEVEL       PIC 9(001).
003800     05  NTG-CONTACT-ROLE        PIC X(001).
003900         88  NTG-ROLE-PRIMARY        VALUE 'P'.
004000         88  NTG-ROLE-SECONDARY      VALUE 'S'.
004100         88  NTG-ROLE-AFTER-HOURS    VALUE 'A'.
004200     05  NTG-CHANNEL             PIC X(001).
004300         88  NTG-CHANNEL-MAIL        VALUE 'E'.
004400         88  NTG-CHANNEL-SMS         VALUE 'S'.
004500     05  NTG-CONTACT-NAME        PIC X(030).
004600     05  NTG-ADDRESS             PIC X(050).
004700     05  NTG-MESSAGE             PIC X(080).

000300*    CENTRAL ALERT STORE RECORD.                                 *
000400*                                                                *
000500*    ONE ROW PER ALERT INGESTED FROM THE WRITE-ONCE ALERT FILES  *
000600*    (CALLALRT, DLVALERT, RUNVALRT, CAUALRT, PTRLEAK, BORALRT,   *
000650*    VBKALRT, DRFTALRT, BKVALRT, PLVALRT, ARRVALRT), KEYED BY    *
000660*    SOURCE FILE PLUS THE ORIGINAL ALERT TIMESTAMP.  ALRTMGR     *
000700*    CARRIES IT FORWARD EACH NIGHT: AN OPEN ALERT IS RE-RAISED   *
000800*    (RAISE COUNT UP, LAST-RAISED TODAY) UNTIL AN OPERATOR       *
000900*    ACKNOWLEDGES IT THROUGH AN ALRTACK TRANSACTION.  AN ALERT   *
001000*    NOBODY ACKED GETS LOUDER, NOT QUIETER.                      *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-09-02 MAR   ORIGINAL COPYBOOK.                         *
001610*    2026-10-14 MAR   BORALRT ADDED TO THE INGESTED FILES.       *
001620*    2026-10-14 MAR   VBKALRT ADDED TO THE INGESTED FILES.       *
001630*    2026-10-14 MAR   DRFTALRT ADDED TO THE INGESTED FILES.      *
001640*    2026-10-14 MAR   BKVALRT ADDED TO THE INGESTED FILES.       *
001645*    2026-10-14 MAR   ARRVALRT ADDED TO THE INGESTED FILES.      *
001650*    2026-10-14 MAR   PARTNER FEED AND THE PTRCONT CONTACT THE   *
001660*                     ALERT IS ESCALATED TO ADDED.  THE FEED IS  *
001670*                     BLANK FOR AN ALERT NOT ABOUT ONE PARTNER   *
001680*                     FEED, THE CONTACT BLANK WHEN THE FEED HAS  *
001690*                     NO PTRCONT ROW.                            *
001700******************************************************************
001800 01  ALS-ALERT-RECORD.
001900     05  ALS-ALERT-ID.
003200     05  ALS-ACK-OPERATOR        PIC X(008).
003300     05  ALS-ACK-DATE            PIC 9(008).
003400     05  ALS-DETAIL              PIC X(060).
003500     05  ALS-FEED-ID             PIC X(010).
003600     05  ALS-CONTACT-LEVEL       PIC 9(001).
003700     05  ALS-CONTACT-ROLE        PIC X(001).
003800     05  ALS-CONTACT-NAME        PIC X(030).

000100******************************************************************
000200*    RPTCATLG.CPY                                                *
000300*    NIGHTLY REPORT DISTRIBUTION CATALOG ROW.                    *
000400*                                                                *
000500*    ONE ROW PER REPORT RPTDIST DISTRIBUTES.  RCT-REPORT-ID IS   *
000600*    THE DD NAME THE PRODUCING PROGRAM WRITES THE REPORT UNDER   *
000700*    (CTLBALRP, FQLTRPT, ...), AND RPTDIST READS IT UNDER THE    *
000800*    SAME NAME.  EACH RECIPIENT IS A TEAM OR PERSON ID THAT IS   *
000900*    ALSO THE DD NAME OF ITS NIGHTLY BUNDLE; UNUSED RECIPIENT    *
001000*    SLOTS ARE SPACES.  THE SCHEDULE SAYS WHEN THE REPORT IS     *
001100*    EXPECTED:                                                   *
001200*                                                                *
001300*      D  EVERY NIGHT                                            *
001400*      W  WEEKLY, ON RCT-RUN-DAY (1 = MONDAY ... 7 = SUNDAY)     *
001500*      M  MONTHLY, ON DAY RCT-RUN-DAY OF THE MONTH -- A DAY THE  *
001600*         MONTH DOES NOT HAVE MEANS ITS LAST DAY                 *
001700*      R  ON REQUEST -- DISTRIBUTED WHEN PRODUCED, NEVER MISSED  *
001800*                                                                *
001900*    THE CONFIDENTIALITY CLASS IS P(UBLIC), I(NTERNAL),          *
002000*    C(ONFIDENTIAL) OR R(ESTRICTED) AND IS STAMPED ON EVERY      *
002100*    BUNDLE THE REPORT GOES INTO.  RETENTION IS IN DAYS FROM THE *
002200*    RUN DATE.                                                   *
002300*                                                                *
002400*    MODIFICATION HISTORY                                       *
002500*    ----------------------------------------------------------- *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002800******************************************************************
002900 01  RCT-CATALOG-RECORD.
003000     05  RCT-REPORT-ID           PIC X(008).
003100     05  RCT-PROGRAM-ID          PIC X(008).
003200     05  RCT-DESCRIPTION         PIC X(030).
003300     05  RCT-OWNER-TEAM          PIC X(008).
003400     05  RCT-CONF-CLASS          PIC X(001).
003500         88  RCT-CONF-PUBLIC         VALUE 'P'.
003600         88  RCT-CONF-INTERNAL       VALUE 'I'.
003700         88  RCT-CONF-CONFIDENTIAL   VALUE 'C'.
003800         88  RCT-CONF-RESTRICTED     VALUE 'R'.
003900     05  RCT-RETENTION-DAYS      PIC 9(004).
004000     05  RCT-SCHEDULE            PIC X(001).
004100         88  RCT-SCHED-NIGHTLY       VALUE 'D'.
004200         88  RCT-SCHED-WEEKLY        VALUE 'W'.
004300         88  RCT-SCHED-MONTHLY       VALUE 'M'.
004400         88  RCT-SCHED-ON-REQUEST    VALUE 'R'.
004500     05  RCT-RUN-DAY             PIC 9(002).
004600     05  RCT-RECIPIENTS.
004700         10  RCT-RECIPIENT       PIC X(008) OCCURS 6 TIMES.

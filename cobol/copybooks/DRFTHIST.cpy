000100******************************************************************
000200*    DRFTHIST.CPY                                                *
000300*    OUTBOUND CONTENT PROFILE HISTORY RECORD.                    *
000400*                                                                *
000500*    FEEDDRFT APPENDS ONE ROW PER FEED PER NIGHT PROFILING THE   *
000600*    CUSTOMERS JSNGDLY SENT IT THAT NIGHT, TAKEN FROM THE MASTER *
000700*    AND DETAIL RECORDS BEHIND EACH JSONARCH ROW: HOW MANY       *
000800*    CARRIED EACH SD-002-A VALUE, EACH SD-002-B VALUE AND EACH   *
000900*    ACCOUNT TYPE (THE THREE DFH-MIX TABLES, IN THAT ORDER), THE *
001000*    MOST COMMON SD-004 DATE AND HOW MANY SHARED IT, AND HOW     *
001100*    MANY OF THE FEED'S JARDIFF ROWS SAID CHANGED.  THE ROWS     *
001200*    INSIDE A FEED'S DRFTPARM WINDOW ARE ITS ROLLING BASELINE.   *
001300*    AN ACCOUNT TYPE OF 'NONE' IS A CUSTOMER WITH NO CUSTDETL    *
001400*    SEGMENT.  A NIGHT WITHOUT CUSTDETL OR WITHOUT JARDIFF ROWS  *
001500*    IS FLAGGED NOT PROFILED FOR THAT DIMENSION AND DOES NOT     *
001600*    COUNT TOWARD ITS BASELINE.  A RERUN ON THE SAME NIGHT DOES  *
001700*    NOT APPEND A SECOND ROW.                                    *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ----------------------------------------------------------- *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002300******************************************************************
002400 01  DFH-HISTORY-RECORD.
002500     05  DFH-RUN-DATE            PIC 9(008).
002600     05  DFH-FEED-ID             PIC X(010).
002700     05  DFH-CUSTOMERS           PIC 9(009).
002800     05  DFH-TOP-SD-004          PIC 9(008).
002900     05  DFH-TOP-SD-004-COUNT    PIC 9(009).
003000     05  DFH-DISTINCT-SD-004     PIC 9(009).
003100     05  DFH-ACCT-PROFILED-SW    PIC X(001).
003200         88  DFH-ACCT-PROFILED       VALUE 'Y'.
003300     05  DFH-DIFF-ROWS           PIC 9(009).
003400     05  DFH-CHANGED-COUNT       PIC 9(009).
003500     05  DFH-MIX OCCURS 3 TIMES.
003600         10  DFH-MIX-ENTRY OCCURS 12 TIMES.
003700             15  DFH-MIX-VALUE   PIC X(004).
003800             15  DFH-MIX-COUNT   PIC 9(009).

001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-09-02 MAR   ORIGINAL COPYBOOK.                         *
001410*    2026-10-14 MAR   ADDED ASC-EXPECTED-TIME, THE TIME OF DAY   *
001420*                     (HHMM) THE FILE IS EXPECTED BY.  INBASMB   *
001430*                     AGES AN INCOMPLETE MULTI-PART BATCH        *
001440*                     AGAINST IT; ZERO OR BLANK MEANS BY THE END *
001450*                     OF THE DAY.                                *
001500******************************************************************
001600 01  ASC-ARRIVAL-SCHEDULE-RECORD.
001700     05  ASC-FEED-ID             PIC X(010).
002200         88  ASC-FILE-DLVRCPT        VALUE 'DLVRCPT '.
002300     05  ASC-BUSINESS-DAY-SW     PIC X(001).
002400         88  ASC-BUSINESS-DAYS-ONLY  VALUE 'Y'.
002500     05  ASC-EXPECTED-TIME       PIC 9(004).

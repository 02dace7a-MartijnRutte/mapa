004400*                     FOUR-DIGIT SEQUENCE WRAPS PAST 9999 UNDER    *
004500*                     REAL VOLUME AND STOPS BEING USABLE AS PART   *
004600*                     OF A MATCH KEY.                              *
004610*    2026-10-14 MAR   ADDED JAR-RECALL-NOTICE.  JSNGDLY ARCHIVES     *
004620*                     EVERY RECALL NOTICE IT SENDS UNDER ITS OWN     *
004630*                     PROGRAM ID, SO THE LATEST ROW FOR A CUSTOMER   *
004640*                     AND FEED SAYS WHETHER THE PARTNER LAST GOT THE *
004650*                     CUSTOMER OR A RECALL OF IT, AND THE RECALL     *
004660*                     NEVER COUNTS AS AN ALREADY-FED CUSTOMER.       *
004700******************************************************************
004800 01  JAR-ARCHIVE-RECORD.
004900     05  JAR-ARCHIVE-KEY.
005300         10  JAR-SEQUENCE-NBR    PIC 9(008).
005400     05  JAR-TIMESTAMP-TIME      PIC 9(008).
005500     05  JAR-PROGRAM-ID          PIC X(012).
005550         88  JAR-RECALL-NOTICE       VALUE 'JSNGDLY-RCL '.
005600     05  JAR-BUFFER              PIC X(250).

003100*                     THEM, CMREBLD'S ROLL-FORWARD REPLAYED THE  *
003200*                     BACKED-OUT RUN AND REBUILT EXACTLY THE     *
003300*                     HALF-APPLIED STATE THE BREAKER UNDID.      *
003310*    2026-10-14 MAR   ADDED THE DETAIL-SEGMENT ACTIONS 'DAD' AND *
003320*                     'DCH' -- A CUSTDETL ROW ADDED OR CHANGED,  *
003330*                     BY JSNCMUPD'S DETLIN PASS OR ONLINE BY     *
003340*                     CUSTDMNT.  THEIR IMAGES ARE THE 44-BYTE    *
003350*                     CUSTDETL RECORD, SO THEY ARE CARRIED IN    *
003360*                     THE CMJ-DETAIL-IMAGE-AREA VIEW, WITH THE   *
003370*                     OPERATOR WHO MADE AN ONLINE CHANGE.  A     *
003380*                     READER OF MASTER IMAGES MUST PASS THEM BY. *
003382*    2026-10-14 MAR   ADDED CMJ-SOURCE-ADJUST.  'F' OR 'P' SAYS  *
003384*                     THE APPLIED SD-004 IS NOT THE DATE IN THE  *
003386*                     SOURCE BUFFER -- JSNCMUPD (OR CMPAPPR, FOR *
003388*                     A PENDED CHANGE) ROLLED THE PARTNER'S NON- *
003390*                     BUSINESS DATE FORWARD OR BACK TO A         *
003392*                     BUSINESS DAY UNDER THE FEED'S APLYCTL      *
003394*                     RULE (SEE BDAYADJ.CPY).  SPACE ON EVERY    *
003396*                     OTHER ROW.                                 *
003406*    2026-10-14 MAR   ADDED CMJ-BEFORE-STAMP, THE CUSTOMER'S     *
003416*                     CUSTSTMP ROW AS IT STOOD BEFORE A JSNCMUPD *
003426*                     MASTER APPLY, SO THE CIRCUIT-BREAKER       *
003436*                     BACKOUT PUTS THE STAMP BACK WITH THE       *
003446*                     BEFORE IMAGE.  SPACES WHEN THE CUSTOMER    *
003456*                     HAD NO STAMP, AND ON EVERY OTHER ROW.      *
003466******************************************************************
003500 01  CMJ-JOURNAL-RECORD.
003600     05  CMJ-TIMESTAMP.
003700         10  CMJ-TIMESTAMP-DATE  PIC 9(008).
004600         88  CMJ-ACTION-INACTIVATE   VALUE 'INA'.
004700         88  CMJ-ACTION-REVERSE-ADD  VALUE 'DEL'.
004800         88  CMJ-ACTION-RESTORE      VALUE 'RST'.
004810         88  CMJ-ACTION-DETAIL-ADD   VALUE 'DAD'.
004820         88  CMJ-ACTION-DETAIL-CHANGE
004830                                     VALUE 'DCH'.
004840         88  CMJ-ACTION-DETAIL       VALUE 'DAD' 'DCH'.
004900     05  CMJ-CUSTOMER-KEY        PIC X(008).
004950     05  CMJ-IMAGE-AREA.
005000         10  CMJ-BEFORE-IMAGE    PIC X(028).
005100         10  CMJ-AFTER-IMAGE     PIC X(028).
005200         10  CMJ-SOURCE-BUFFER   PIC X(100).
005210*
005220* DETAIL-SEGMENT ROWS ('DAD'/'DCH').  A BEFORE IMAGE OF SPACES
005230* MEANS THE CUSTOMER HAD NO CUSTDETL ROW.  THE OPERATOR ID IS
005240* SPACES ON A BATCH ROW.
005250     05  CMJ-DETAIL-IMAGE-AREA REDEFINES CMJ-IMAGE-AREA.
005260         10  CMJ-DTL-BEFORE-IMAGE
005270                                 PIC X(044).
005280         10  CMJ-DTL-AFTER-IMAGE PIC X(044).
005290         10  CMJ-DTL-OPERATOR-ID PIC X(008).
005295         10  CMJ-DTL-SOURCE-BUFFER
005297                                 PIC X(060).
005300     05  CMJ-SOURCE-ADJUST       PIC X(001).
005400         88  CMJ-SD004-ROLLED-FORWARD
005500                                     VALUE 'F'.
005600         88  CMJ-SD004-ROLLED-BACK   VALUE 'P'.
005700         88  CMJ-SD004-ADJUSTED      VALUE 'F' 'P'.
005800     05  CMJ-BEFORE-STAMP        PIC X(035).

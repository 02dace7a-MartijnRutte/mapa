000100******************************************************************
000200*    CRMCHG.CPY                                                  *
000300*    CRM CHANGE-NOTIFICATION INTERFACE RECORD.                   *
000400*                                                                *
000500*    WRITTEN BY CMCRMXTR FROM ONE DAY'S CMJRNL ROWS: ONE DETAIL  *
000600*    RECORD PER CUSTOMER-MASTER CHANGE, THEN ONE TRAILER.  THE   *
000700*    JOURNAL'S 28-BYTE BEFORE/AFTER IMAGES ARE BROKEN OUT INTO   *
000800*    NAMED SD-002 THROUGH SD-STATUS VALUES (SPACES ON THE SIDE   *
000900*    OF AN ADD OR DELETE THAT HAS NO RECORD), WITH A CHANGED     *
001000*    FLAG PER FIELD.                                             *
001100*                                                                *
001200*      ADD  KEY ADDED TO THE MASTER (INCLUDING A RESTORE)        *
001300*      CHG  KEY CHANGED                                          *
001400*      INA  KEY INACTIVATED                                      *
001500*      DEL  KEY REMOVED FROM THE MASTER (A RE-KEY'S OLD KEY)     *
001600*      CAN  CANCEL: EVERY NOTICE ALREADY SENT FOR THIS KEY       *
001700*           FROM THIS RUN-ID WAS BACKED OUT; THE AFTER VALUES    *
001800*           ARE THE RECORD AS IT STANDS AGAIN (SPACES IF THE     *
001900*           KEY IS GONE)                                         *
001910*      DTL  THE CUSTDETL DETAIL SEGMENT WAS ADDED OR CHANGED --  *
001920*           CRC-DETAIL-VALUES CARRIES IT BEFORE AND AFTER        *
001930*           (BEFORE SPACES IF THE CUSTOMER HAD NONE) AND THE     *
001940*           SD- VALUES ARE SPACES.  CRC-OPERATOR-ID NAMES WHO    *
001950*           MADE AN ONLINE CHANGE                                *
002000*                                                                *
002100*    A CHANGE BACKED OUT THE SAME DAY IS NEVER SENT AT ALL.  THE *
002200*    TRAILER BALANCES: JOURNAL ROWS = ADD + CHG + INA + DEL +    *
002300*    CAN + DTL + CANCELLED IN DAY + NOT NOTIFIED, AND NOTICES =  *
002400*    ADD + CHG + INA + DEL + CAN + DTL.                          *
002500*                                                                *
002600*    MODIFICATION HISTORY                                       *
002700*    ----------------------------------------------------------- *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002910*    2026-10-14 MAR   ADDED THE 'DTL' DETAIL-SEGMENT NOTICE, ITS *
002920*                     CRC-DETAIL-VALUES AND THE TRAILER'S DTL    *
002930*                     COUNT.                                     *
003000******************************************************************
003100 01  CRC-CHANGE-RECORD.
003200     05  CRC-RECORD-TYPE         PIC X(001).
003300         88  CRC-TYPE-DETAIL         VALUE 'D'.
003400         88  CRC-TYPE-TRAILER        VALUE 'T'.
003500     05  CRC-EXTRACT-DATE        PIC 9(008).
003600     05  CRC-DETAIL-AREA.
003700         10  CRC-SEQUENCE-NBR    PIC 9(009).
003800         10  CRC-ACTION          PIC X(003).
003900             88  CRC-ACTION-ADD      VALUE 'ADD'.
004000             88  CRC-ACTION-CHANGE   VALUE 'CHG'.
004100             88  CRC-ACTION-INACTIVATE
004200                                     VALUE 'INA'.
004300             88  CRC-ACTION-DELETE   VALUE 'DEL'.
004400             88  CRC-ACTION-CANCEL   VALUE 'CAN'.
004410             88  CRC-ACTION-DETAIL   VALUE 'DTL'.
004500         10  CRC-CUSTOMER-KEY    PIC X(008).
004600         10  CRC-CHANGE-DATE     PIC 9(008).
004700         10  CRC-CHANGE-TIME     PIC 9(008).
004800         10  CRC-SOURCE-PROGRAM  PIC X(012).
004900         10  CRC-RUN-ID-DATE     PIC 9(008).
005000         10  CRC-RUN-ID-TIME     PIC 9(008).
005100         10  CRC-BEFORE-VALUES.
005200             15  CRC-BEFORE-SD-002   PIC X(002).
005300             15  CRC-BEFORE-SD-003   PIC X(008).
005400             15  CRC-BEFORE-SD-004   PIC X(008).
005500             15  CRC-BEFORE-VERSION  PIC X(001).
005600             15  CRC-BEFORE-STATUS   PIC X(001).
005700         10  CRC-AFTER-VALUES.
005800             15  CRC-AFTER-SD-002    PIC X(002).
005900             15  CRC-AFTER-SD-003    PIC X(008).
006000             15  CRC-AFTER-SD-004    PIC X(008).
006100             15  CRC-AFTER-VERSION   PIC X(001).
006200             15  CRC-AFTER-STATUS    PIC X(001).
006300         10  CRC-CHANGED-FLAGS.
006400             15  CRC-SD-002-CHANGED  PIC X(001).
006500             15  CRC-SD-003-CHANGED  PIC X(001).
006600             15  CRC-SD-004-CHANGED  PIC X(001).
006700             15  CRC-VERSION-CHANGED PIC X(001).
006800             15  CRC-STATUS-CHANGED  PIC X(001).
006804         10  CRC-DETAIL-VALUES.
006809             15  CRC-BEFORE-CONTACT-NAME
006814                                     PIC X(020).
006819             15  CRC-BEFORE-CONTACT-PHONE
006824                                     PIC X(012).
006829             15  CRC-BEFORE-ACCOUNT-TYPE
006834                                     PIC X(004).
006839             15  CRC-AFTER-CONTACT-NAME
006844                                     PIC X(020).
006849             15  CRC-AFTER-CONTACT-PHONE
006854                                     PIC X(012).
006859             15  CRC-AFTER-ACCOUNT-TYPE
006864                                     PIC X(004).
006869             15  CRC-CONTACT-NAME-CHANGED
006874                                     PIC X(001).
006879             15  CRC-CONTACT-PHONE-CHANGED
006884                                     PIC X(001).
006889             15  CRC-ACCOUNT-TYPE-CHANGED
006894                                     PIC X(001).
006899             15  CRC-OPERATOR-ID     PIC X(008).
006900     05  CRC-TRAILER-AREA REDEFINES CRC-DETAIL-AREA.
007000         10  CRC-TRL-NOTICE-COUNT    PIC 9(009).
007100         10  CRC-TRL-ADD-COUNT       PIC 9(009).
007200         10  CRC-TRL-CHG-COUNT       PIC 9(009).
007300         10  CRC-TRL-INA-COUNT       PIC 9(009).
007400         10  CRC-TRL-DEL-COUNT       PIC 9(009).
007500         10  CRC-TRL-CAN-COUNT       PIC 9(009).
007600         10  CRC-TRL-JOURNAL-ROWS    PIC 9(009).
007700         10  CRC-TRL-CANCELLED-IN-DAY
007800                                     PIC 9(009).
007900         10  CRC-TRL-NOT-NOTIFIED    PIC 9(009).
007950         10  CRC-TRL-DTL-COUNT       PIC 9(009).
008000         10  FILLER                  PIC X(102).

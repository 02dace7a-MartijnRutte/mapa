001400*    ----------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    2026-09-02 MAR   ORIGINAL COPYBOOK.                         *
001610*    2026-10-14 MAR   ADDED CMP-SD004-ADJUST AND CMP-SD004-      *
001620*                     ADJUSTED: WHEN JSNCMUPD ROLLED THE         *
001630*                     BUFFER'S SD-004 TO A BUSINESS DAY BEFORE   *
001640*                     PENDING IT, CMPAPPR APPLIES THE ADJUSTED   *
001650*                     DATE, NOT THE ONE IN THE BUFFER, AND FLAGS *
001660*                     ITS JOURNAL ROW THE SAME WAY.  SPACE AND   *
001670*                     ZERO WHEN THE DATE WAS NOT MOVED.          *
001672*    2026-10-14 MAR   ADDED THE 'STALE UPDATE' REASON AND        *
001674*                     CMP-TXN-TIMESTAMP, THE JSONIN LINE'S OWN   *
001676*                     TXN-TIMESTAMP (NOT CARRIED IN THE SOURCE   *
001678*                     BUFFER), SO CMPAPPR CAN STAMP CUSTSTMP     *
001680*                     WHEN IT APPLIES THE ROW.  ZERO WHEN THE    *
001682*                     LINE CARRIED NONE.                         *
001684*    2026-10-15 MAR   ADDED CMP-SD003-XLATED, THE SD-003 AFTER   *
001686*                     JSNCMUPD'S VALXLAT TRANSLATION -- THE      *
001688*                     SOURCE BUFFER STILL HOLDS THE PARTNER'S    *
001690*                     OWN CODE -- WHICH CMPAPPR APPLIES IN ITS   *
001692*                     PLACE.  ADDED CMP-DETAIL-SW AND            *
001694*                     CMP-DETAIL-SEGMENT: A LINE THAT NESTED ITS *
001696*                     CUSTDETL SEGMENT PENDS IT WITH THE MASTER, *
001698*                     ALREADY TRANSLATED AND TOKENIZED (NO CLEAR *
001699*                     CONTACT VALUES), AND CMPAPPR LANDS BOTH.   *
001700******************************************************************
001800 01  CMP-PENDING-RECORD.
001900     05  CMP-TIMESTAMP.
002400     05  CMP-REASON              PIC X(012).
002500         88  CMP-REASON-SD004-MOVE   VALUE 'SD-004 MOVE '.
002600         88  CMP-REASON-SD002-FLIP   VALUE 'SD-002 FLIP '.
002650         88  CMP-REASON-STALE-UPDATE VALUE 'STALE UPDATE'.
002700     05  CMP-STATUS              PIC X(001).
002800         88  CMP-STATUS-PENDING      VALUE 'P'.
002900         88  CMP-STATUS-APPLIED      VALUE 'A'.
003000     05  CMP-SOURCE-BUFFER       PIC X(100).
003100     05  CMP-SD004-ADJUST        PIC X(001).
003200     05  CMP-SD004-ADJUSTED      PIC 9(008).
003250     05  CMP-SD003-XLATED        PIC X(008).
003300     05  CMP-TXN-TIMESTAMP.
003400         10  CMP-TXN-DATE        PIC 9(008).
003500         10  CMP-TXN-TIME        PIC 9(008).
003600     05  CMP-DETAIL-SW           PIC X(001).
003700         88  CMP-DETAIL-PENDED       VALUE 'Y'.
003800     05  CMP-DETAIL-SEGMENT      PIC X(044).

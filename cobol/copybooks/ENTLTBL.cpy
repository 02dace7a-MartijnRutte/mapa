001600*    ----------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    2026-09-02 MAR   ORIGINAL COPYBOOK.                         *
001820*    2026-10-14 MAR   A FEED'S ENTLRULE RULES NOW ENTITLE TOO,   *
001850*                     AND ITS EXCLUSIONS OVERRIDE A ROW HERE.    *
001900******************************************************************
002000 01  ETL-ENTITLE-RECORD.
002100     05  ETL-CUSTOMER-KEY        PIC X(008).

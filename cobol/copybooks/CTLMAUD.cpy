001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-08-21 MAR   ORIGINAL COPYBOOK.                         *
001420*    2026-10-14 MAR   ADDED CMA-MAKER-ID AND CMA-CHECKER-ID --   *
001440*                     WHO SUBMITTED THE TRANSACTION AND WHO      *
001460*                     APPROVED IT.  CTLPROMO'S OWN ROWS CARRY    *
001480*                     ITS OPERATOR AS MAKER AND NO CHECKER.      *
001500******************************************************************
001600 01  CTL-MAINT-AUDIT-RECORD.
001700     05  CMA-TIMESTAMP.
002400         88  CMA-RESULT-APPLIED      VALUE 'APPLIED '.
002500         88  CMA-RESULT-REJECTED     VALUE 'REJECTED'.
002600     05  CMA-REASON              PIC X(040).
002700     05  CMA-MAKER-ID            PIC X(008).
002800     05  CMA-CHECKER-ID          PIC X(008).

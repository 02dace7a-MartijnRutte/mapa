001570*                     AND "EVERY ROW FOR THE KEY" ON A CHANGE    *
001580*                     OR RETIRE, SO EXISTING TRANSACTION FILES   *
001590*                     KEEP THEIR OLD MEANING UNCHANGED.          *
001595*    2026-10-14 MAR   DUAL CONTROL: ADDED CMT-MAKER-ID (THE      *
001600*                     SUBMITTING OPERATOR, OR THE PROGRAM NAME   *
001605*                     FOR A GENERATED TRANSACTION), CMT-SUBMIT-  *
001610*                     DATE AND CMT-CHECKER-ID.  CTLMAINT APPLIES *
001615*                     A TRANSACTION ONLY ONCE A DIFFERENT        *
001620*                     OPERATOR HAS APPROVED IT ON CTLXAPPR, AND  *
001625*                     STAMPS THAT OPERATOR IN CMT-CHECKER-ID ON  *
001630*                     ITS APPROVED WORK FILE; A SUBMITTER LEAVES *
001635*                     CMT-CHECKER-ID BLANK.  NO MAKER IS         *
001640*                     REJECTED.                                  *
001645******************************************************************
001700 01  CTL-MAINT-TRANSACTION.
001800     05  CMT-TABLE-ID            PIC X(008).
001900     05  CMT-ACTION-CODE         PIC X(001).
002400     05  CMT-FIELD-1             PIC X(020).
002500     05  CMT-FIELD-2             PIC X(020).
002600     05  CMT-EFFECTIVE-DATE      PIC 9(008).
002700     05  CMT-MAKER-ID            PIC X(008) VALUE SPACES.
002800     05  CMT-SUBMIT-DATE         PIC 9(008) VALUE 0.
002900     05  CMT-CHECKER-ID          PIC X(008) VALUE SPACES.

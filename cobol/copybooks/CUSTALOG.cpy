000300*    CUSTOMER-DATA ACCESS LOG RECORD.                            *
000400*                                                                *
000500*    ONE ROW PER ON-DEMAND CUSTOMER LOOKUP REQUEST HANDLED BY    *
000600*    JSNCMLUP, JSNCJSON OR CUSTINQR -- INCLUDING REJECTED ONES   *
000700*    -- SAYING WHO ASKED, WHY, FOR WHICH CUSTOMER, AND WHAT THEY *
000800*    GOT, SO A REGULATOR'S "WHO ACCESSED THIS CUSTOMER" QUESTION *
000900*    IS A FILE SCAN INSTEAD OF UNANSWERABLE.  CALOGRPT ROLLS A   *
001000*    MONTH OF THESE ROWS INTO THE COMPLIANCE REPORT.             *
001100*                                                                *
001200*    MODIFICATION HISTORY                                       *
001300*    ----------------------------------------------------------- *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    2026-09-02 MAR   ORIGINAL COPYBOOK.                         *
001510*    2026-10-14 MAR   CUSTINQR LOGS ITS INQUIRIES; CLEAR AND     *
001520*                     TOKENS SAY WHETHER THE CONTACT NAME AND    *
001530*                     PHONE WERE SHOWN RESOLVED OR AS TOKENS.    *
001600******************************************************************
001700 01  ALG-ACCESS-LOG-RECORD.
001800     05  ALG-TIMESTAMP.
002900         88  ALG-RESULT-INACTIVE     VALUE 'INACTIVE'.
003000         88  ALG-RESULT-NOTENTLD     VALUE 'NOTENTLD'.
003100         88  ALG-RESULT-REJECTED     VALUE 'REJECTED'.
003110         88  ALG-RESULT-CLEAR        VALUE 'CLEAR   '.
003120         88  ALG-RESULT-TOKENS       VALUE 'TOKENS  '.

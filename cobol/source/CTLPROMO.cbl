002700*                  GENERATIONS BACK THE SAME WAY.  EVERY SWAP IS *
002800*                  AUDITED TO CTLMAUD UNDER THE OPERATOR ID ON   *
002900*                  THE PARM.                                     *
002920* 2026-10-14 MAR   THE PARM OPERATOR IS NOW ALSO RECORDED AS THE *
002940*                  MAKER ON EACH CTLMAUD ROW; A PROMOTE OR       *
002960*                  BACKOUT HAS NO SEPARATE CHECKER.              *
003000******************************************************************
003100 Environment Division.
003200 Input-Output Section.
139100     MOVE 'P'            TO CMA-ACTION-CODE
139200     MOVE WS-OPERATOR-ID TO CMA-KEY
139300     SET CMA-RESULT-APPLIED TO TRUE
139320     MOVE WS-OPERATOR-ID TO CMA-MAKER-ID
139340     MOVE SPACES         TO CMA-CHECKER-ID
139400     IF WS-ACTION-BACKOUT
139500         MOVE 'GENERATION BACKED OUT BY OPERATOR' TO CMA-REASON
139600     ELSE

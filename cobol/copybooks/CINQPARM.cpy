000300*    SINGLE-CUSTOMER ACTIVITY INQUIRY PARAMETER RECORD.          *
000400*                                                                *
000500*    ONE-RECORD PARAMETER FILE READ BY CUSTINQR, NAMING THE      *
000600*    SD-001 CUSTOMER KEY WHOSE ACTIVITY IS BEING RESEARCHED,     *
000610*    WHO IS ASKING AND WHY.  THE CUSTDETL CONTACT NAME AND PHONE *
000620*    ARE SHOWN IN CLEAR ONLY TO A NAMED REQUESTOR WITH ONE OF    *
000630*    THE AUTHORIZED PURPOSE CODES BELOW; ANY OTHER INQUIRY SEES  *
000640*    THE TOKENS.  EVERY INQUIRY IS LOGGED TO CUSTALOG.           *
000650*                                                                *
000660*      PRIV  PRIVACY (SUBJECT ACCESS) REQUEST                    *
000670*      LEGL  LEGAL OR REGULATORY REQUEST                         *
000680*      FRAU  FRAUD INVESTIGATION                                 *
000700*                                                                *
000800*    MODIFICATION HISTORY                                       *
000900*    ----------------------------------------------------------- *
001000*    DATE       INIT  DESCRIPTION                                *
001100*    2026-09-02 MAR   ORIGINAL COPYBOOK.                         *
001110*    2026-10-14 MAR   ADDED CIQ-REQUESTOR-ID AND CIQ-PURPOSE-    *
001120*                     CODE FOR THE TOKENIZED CONTACT VALUES.     *
001200******************************************************************
001300 01  CIQ-INQUIRY-PARM-RECORD.
001400     05  CIQ-CUSTOMER-ID         PIC X(008).
001500     05  CIQ-REQUESTOR-ID        PIC X(008).
001600     05  CIQ-PURPOSE-CODE        PIC X(004).
001700         88  CIQ-PURPOSE-CLEAR-VALUES
001800                                     VALUE 'PRIV' 'LEGL' 'FRAU'.

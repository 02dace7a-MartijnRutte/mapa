001500*                     TO SAY WHO IS ASKING AND WHY; JSNCMLUP     *
001600*                     REJECTS A REQUEST MISSING EITHER AND LOGS  *
001700*                     EVERY REQUEST TO CUSTALOG.                 *
001720*    2026-10-14 MAR   ADDED CRQ-REQUEST-DATE AND CRQ-FEED-ID,    *
001740*                     STAMPED BY JSNCMUPD ON ITS CMRSTREQ        *
001760*                     RESTORE PROMPTS SO SHFTHAND CAN AGE THEM.  *
001780*                     BOTH STAY ZERO/BLANK ON A LOOKUP REQUEST.  *
001800******************************************************************
001900 01  CUSTOMER-LOOKUP-REQUEST.
002000     05  CRQ-CUSTOMER-ID         PIC X(008).
002100     05  CRQ-REQUESTOR-ID        PIC X(008) VALUE SPACES.
002200     05  CRQ-PURPOSE-CODE        PIC X(004) VALUE SPACES.
002300     05  CRQ-REQUEST-DATE        PIC 9(008) VALUE 0.
002400     05  CRQ-FEED-ID             PIC X(010) VALUE SPACES.

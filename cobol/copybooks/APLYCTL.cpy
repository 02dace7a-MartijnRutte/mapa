002300*                     WITH RETURN CODE 12.  ZERO (OR AN OLD-     *
002400*                     LAYOUT ROW READING BACK AS SPACES)         *
002500*                     DISABLES THE BREAKER.                      *
002510*    2026-10-14 MAR   ADDED ACT-SD004-BUSDAY-RULE, WHAT JSNCMUPD *
002520*                     DOES WITH AN INBOUND SD-004 THAT FALLS ON  *
002530*                     A WEEKEND OR A CALNDTBL DATE: ROLL IT TO   *
002540*                     THE FOLLOWING OR PRECEDING BUSINESS DAY,   *
002550*                     OR REJECT THE RECORD.  BLANK (AN OLD-      *
002560*                     LAYOUT ROW) OR 'N' TAKES THE DATE AS SENT. *
002570*    2026-10-14 MAR   ADDED ACT-PARTNER-KEY-SW.  'Y' MEANS THE   *
002580*                     FEED SENDS ITS OWN CUSTOMER KEYS IN SD-001 *
002590*                     AND JSNCMUPD RESOLVES THEM TO OURS THROUGH *
002592*                     PKEYXREF BEFORE APPLYING.  BLANK OR 'N'    *
002594*                     MEANS SD-001 IS ALREADY OUR KEY.           *
002604*    2026-10-14 MAR   ADDED ACT-STALE-UPDATE-RULE, WHAT JSNCMUPD *
002614*                     DOES WITH A CHANGE WHOSE TXN-TIMESTAMP IS  *
002624*                     EARLIER THAN THE CUSTOMER'S CUSTSTMP       *
002634*                     STAMP: 'P' PENDS IT TO CMPENDQ FOR REVIEW. *
002644*                     BLANK (AN OLD-LAYOUT ROW) OR 'R' REJECTS   *
002654*                     IT.  EITHER WAY IT IS LOGGED TO STALECF.   *
002664******************************************************************
002700 01  ACT-APPLY-CONTROL-RECORD.
002800     05  ACT-FEED-ID             PIC X(010).
002900     05  ACT-SD004-MAX-MOVE-DAYS PIC 9(004).
003000     05  ACT-REJECT-PCT-LIMIT    PIC 9(003).
003100     05  ACT-SD004-BUSDAY-RULE   PIC X(001).
003200         88  ACT-BUSDAY-AS-SENT      VALUE 'N' SPACE.
003300         88  ACT-BUSDAY-FOLLOWING    VALUE 'F'.
003400         88  ACT-BUSDAY-PRECEDING    VALUE 'P'.
003500         88  ACT-BUSDAY-REJECT       VALUE 'R'.
003600     05  ACT-PARTNER-KEY-SW      PIC X(001).
003700         88  ACT-PARTNER-KEYS        VALUE 'Y'.
003800     05  ACT-STALE-UPDATE-RULE   PIC X(001).
003900         88  ACT-STALE-REJECT        VALUE 'R' SPACE.
004000         88  ACT-STALE-PEND          VALUE 'P'.

000100******************************************************************
000200*    INBPHDR.CPY                                                 *
000300*    INBOUND PART FILE HEADER.                                   *
000400*                                                                *
000500*    THE FIRST LINE OF EVERY INBOUND PART FILE IS A JSON OBJECT  *
000600*    NAMING THE FEED, THE BATCH, WHICH PART THIS IS, HOW MANY    *
000700*    PARTS THE BATCH HAS, AND HOW MANY JSON LINES FOLLOW IN THIS *
000800*    PART, E.G.                                                  *
000900*                                                                *
001000*      {"IPH-FEED-ID":"CUSTUPD","IPH-BATCH-ID":"20261014A",      *
001100*       "IPH-PART":2,"IPH-PART-COUNT":4,"IPH-RECORDS":1200}      *
001200*                                                                *
001300*    ON ONE LINE.  A BLANK FEED ID IS TAKEN AS CUSTUPD, THE FEED *
001400*    JSNCMUPD APPLIES.                                           *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ----------------------------------------------------------- *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002000******************************************************************
002100 01  IPH-PART-HEADER.
002200     05  IPH-FEED-ID             PIC X(010).
002300     05  IPH-BATCH-ID            PIC X(020).
002400     05  IPH-PART                PIC 9(003).
002500     05  IPH-PART-COUNT          PIC 9(003).
002600     05  IPH-RECORDS             PIC 9(009).

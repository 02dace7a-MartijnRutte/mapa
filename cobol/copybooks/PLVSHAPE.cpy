000100******************************************************************
000200*    PLVSHAPE.CPY                                                *
000300*    OUTBOUND PAYLOAD VERSION SHAPE LEVELS.                      *
000400*                                                                *
000500*    EACH OUTBOUND PAYLOAD VERSION IS THE SHAPE OF THE VERSION   *
000600*    BEFORE IT PLUS ONE ADDITION, SO A FEED PINNED TO A VERSION  *
000700*    (FCF-PAYLOAD-VERSION) GETS EVERY ADDITION UP TO AND         *
000800*    INCLUDING ITS OWN AND NOTHING AFTER.  THE LEVELS BELOW ARE  *
000900*    THE FIRST VERSION THAT CARRIES EACH ADDITION:               *
001000*                                                                *
001100*      001  SD-001 AND SD-002 ONLY, SD-002 AS ONE QUOTED STRING  *
001200*      002  THE NESTED CUSTDETL DETAIL OBJECT (FCF-DETAIL-       *
001300*           SEGMENT-SW)                                          *
001400*      003  SD-003 AND SD-004 (FLDSELTB), SD-004 IN THE FEED'S   *
001500*           FCF-DATE-FORMAT                                      *
001600*      004  SD-002 RENDERED AS SD-002-A/-B BOOLEANS (BOOLRTBL)   *
001650*      005  THE CUSTHIER PARENT KEY (FCF-PARENT-KEY-SW)          *
001700*                                                                *
001800*    WS-PLV-CURRENT-VERSION IS THE NEWEST SHAPE, WHICH EVERY     *
001900*    UNPINNED FEED RECEIVES.  A NEW PAYLOAD ADDITION TAKES THE   *
002000*    NEXT VERSION NUMBER HERE, A LEVEL ITEM OF ITS OWN, AND A    *
002100*    PAYLVER ROW.                                                *
002200*                                                                *
002300*    MODIFICATION HISTORY                                       *
002400*    ----------------------------------------------------------- *
002500*    DATE       INIT  DESCRIPTION                                *
002600*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002650*    2026-10-14 MAR   ADDED 005, THE CUSTHIER PARENT KEY.        *
002700******************************************************************
002800 01  WS-PLV-SHAPE-LEVELS.
002900     05  WS-PLV-CURRENT-VERSION  PIC 9(003) VALUE 5.
003000     05  WS-PLV-DETAIL-FROM      PIC 9(003) VALUE 2.
003100     05  WS-PLV-SD003-SD004-FROM PIC 9(003) VALUE 3.
003200     05  WS-PLV-BOOL-RENDER-FROM PIC 9(003) VALUE 4.
003300     05  WS-PLV-PARENT-KEY-FROM  PIC 9(003) VALUE 5.

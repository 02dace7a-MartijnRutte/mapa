000100******************************************************************
000200*    PAYLVER.CPY                                                 *
000300*    OUTBOUND PAYLOAD VERSION TABLE RECORD.                      *
000400*                                                                *
000500*    ONE ROW PER OUTBOUND PAYLOAD VERSION (SEE PLVSHAPE.CPY FOR  *
000600*    THE SHAPE EACH VERSION CARRIES), WITH A SHORT DESCRIPTION   *
000700*    AND THE DATE THE VERSION IS DEPRECATED -- THE DATE AFTER    *
000800*    WHICH A FEED STILL PINNED TO IT IS NO LONGER SUPPORTED.     *
000900*    PAYLVRPT REPORTS EVERY FEED'S VERSION FROM THIS TABLE AND   *
001000*    ALERTS EACH FEED WHOSE VERSION'S DEPRECATION DATE IS NEAR   *
001100*    OR PAST.  A DEPRECATION DATE OF ZERO MEANS THE VERSION IS   *
001200*    NOT DEPRECATED.                                             *
001300*                                                                *
001400*    MODIFICATION HISTORY                                       *
001500*    ----------------------------------------------------------- *
001600*    DATE       INIT  DESCRIPTION                                *
001700*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001800******************************************************************
001900 01  PVR-VERSION-RECORD.
002000     05  PVR-VERSION             PIC 9(003).
002100     05  PVR-DEPRECATE-DATE      PIC 9(008).
002200     05  PVR-DESCRIPTION         PIC X(040).

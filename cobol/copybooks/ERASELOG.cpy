000100******************************************************************
000200*    ERASELOG.CPY                                                *
000300*    CUSTOMER ERASURE CERTIFICATE RECORD.                        *
000400*                                                                *
000500*    ONE ROW PER ERASURE REQUEST CMERASE HAS HANDLED, APPENDED   *
000600*    TO THE PERMANENT ERASELOG AND NEVER ROLLED OR PURGED.  IT   *
000700*    IS COMPLIANCE'S EVIDENCE THAT A REQUEST WAS CARRIED OUT --  *
000800*    OR WHY IT WAS REFUSED -- AND NAMES, FOR EVERY FILE THE      *
000900*    ERASURE COVERS, HOW MANY RECORDS WERE REMOVED, HOW MANY     *
001000*    WERE ANONYMIZED IN PLACE, AND THE FILE'S OPEN STATUS ('00'  *
001100*    PROCESSED; ANYTHING ELSE MEANS THE FILE WAS NOT THERE TO    *
001200*    BE SEARCHED).  THE CERTIFICATE IS FILED UNDER THE CASE      *
001300*    REFERENCE AND DELIBERATELY DOES NOT CARRY THE ERASED KEY.   *
001400*                                                                *
001500*      ELG-OUTCOME  E  ERASED (COUNTS MAY BE ZERO IF THE KEY     *
001600*                      HELD NOTHING)                             *
001700*                   H  REFUSED -- KEY OR ALIAS UNDER AN ARCHHOLD *
001800*                      LEGAL HOLD; NOTHING WAS TOUCHED           *
001900*                   X  REFUSED -- BLANK KEY ON THE REQUEST       *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    ----------------------------------------------------------- *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
002410*    2026-10-15 MAR   ELG-FILE-ENTRY WIDENED FROM 13 TO 20 FOR   *
002420*                     CUSTSTMP, STALECF, PKEYXREF, CUSTHIER,     *
002430*                     EMBARGO, VOLBKLG AND DUPPAIR.  EARLIER     *
002440*                     ROWS END AFTER THE THIRTEENTH ENTRY.       *
002450*    2026-10-15 MAR   WIDENED FROM 20 TO 26 FOR VALXEXC,         *
002460*                     BDAYADJ, PKXAUDIT, HIERAUD, ENTLPICK AND   *
002470*                     EMBWHLD.  EARLIER ROWS END AFTER THE       *
002480*                     TWENTIETH ENTRY.                           *
002500******************************************************************
002600 01  ELG-CERTIFICATE-RECORD.
002700     05  ELG-ERASE-DATE          PIC 9(008).
002800     05  ELG-ERASE-TIME          PIC 9(008).
002900     05  ELG-CASE-REF            PIC X(012).
003000     05  ELG-REQUESTED-BY        PIC X(008).
003100     05  ELG-OUTCOME             PIC X(001).
003200         88  ELG-ERASED              VALUE 'E'.
003300         88  ELG-REFUSED-HOLD        VALUE 'H'.
003400         88  ELG-REFUSED-INVALID     VALUE 'X'.
003500     05  ELG-KEYS-ERASED         PIC 9(003).
003600     05  ELG-RECORDS-TOTAL       PIC 9(009).
003700     05  ELG-FILE-ENTRY OCCURS 26 TIMES.
003800         10  ELG-FILE-ID         PIC X(008).
003900         10  ELG-FILE-STATUS     PIC X(002).
004000         10  ELG-FILE-REMOVED    PIC 9(007).
004100         10  ELG-FILE-ANONYMIZED PIC 9(007).

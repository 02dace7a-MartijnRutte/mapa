000100******************************************************************
000200*    ERASEREQ.CPY                                                *
000300*    CUSTOMER ERASURE REQUEST RECORD.                            *
000400*                                                                *
000500*    ONE ROW PER PRIVACY ERASURE REQUEST COMPLIANCE HAS FILED,   *
000600*    NAMING THE CUSTOMER'S CURRENT SD-001 KEY, THE COMPLIANCE    *
000700*    CASE REFERENCE THE CERTIFICATE IS FILED UNDER, AND WHO      *
000800*    RAISED IT.  CMERASE FINDS THE KEY'S CUSTXREF ALIASES        *
000900*    ITSELF; THEY ARE NOT LISTED HERE.                           *
001000*                                                                *
001100*    MODIFICATION HISTORY                                       *
001200*    ----------------------------------------------------------- *
001300*    DATE       INIT  DESCRIPTION                                *
001400*    2026-10-14 MAR   ORIGINAL COPYBOOK.                         *
001500******************************************************************
001600 01  ERQ-REQUEST-RECORD.
001700     05  ERQ-CASE-REF            PIC X(012).
001800     05  ERQ-CUSTOMER-KEY        PIC X(008).
001900     05  ERQ-REQUESTED-BY        PIC X(008).

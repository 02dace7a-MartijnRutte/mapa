000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. CMINTEG.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  WEEKLY REFERENTIAL-        *
001500*                  INTEGRITY SWEEP OF THE CUSTOMER MASTER AND    *
001600*                  ITS SATELLITES.  REKEYS, ARCHIVALS, RESTORES  *
001700*                  AND INACTIVATIONS LEAVE CUSTDETL, ENTLTBL,    *
001800*                  CUSTXREF, CUSTARCK AND CMPENDQ ROWS BEHIND    *
001900*                  THAT NO LONGER LINE UP WITH CUSTMAST.  EVERY  *
002000*                  SATELLITE ROW IS CLASSIFIED AGAINST THE       *
002100*                  MASTER (LIVE, INACTIVE, ARCHIVED, REKEYED OR  *
002200*                  GONE), EVERY ORPHAN OR DANGLING REFERENCE IS  *
002300*                  LISTED BY CATEGORY ON INTGRPT, AND THOSE WITH *
002400*                  A MECHANICAL FIX ARE WRITTEN TO INTGTXN AS    *
002500*                  PROPOSED CLEANUP TRANSACTIONS FOR OPERATOR    *
002600*                  REVIEW.  NOTHING IS CHANGED BY THIS PROGRAM.  *
002700*                  CUSTARCK AND CUSTXREF ARE COPIED ONCE INTO    *
002800*                  KEYED RUN COPIES (CUSTARKX/CUSTXRKX), THE     *
002900*                  SAME WAY JSNCMUPD'S 1150 DOES, SO EACH ROW    *
003000*                  COSTS KEYED READS RATHER THAN SCANS.          *
003100******************************************************************
003200 Environment Division.
003300 Input-Output Section.
003400 File-Control.
003500     Select Customer-Master Assign to 'CUSTMAST'
003600         Organization is Indexed
003700         Access Mode is Random
003800         Record Key is SD-001 OF CUSTMAST-REC
003900         File Status is WS-CUSTMAST-STATUS.
004000
004100     Select Customer-Detail Assign to 'CUSTDETL'
004200         Organization is Indexed
004300         Access Mode is Sequential
004400         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
004500         File Status is WS-CUSTDETL-STATUS.
004600
004700     Select Entitle-Table Assign to 'ENTLTBL'
004800         Organization is Line Sequential
004900         File Status is WS-ENTLTBL-STATUS.
005000
005100     Select Key-Xref Assign to 'CUSTXREF'
005200         Organization is Line Sequential
005300         File Status is WS-CUSTXREF-STATUS.
005400
005500     Select Key-Xref-Keyed Assign to 'CUSTXRKX'
005600         Organization is Indexed
005700         Access Mode is Random
005800         Record Key is CXR-OLD-KEY OF CXRK-XREF-RECORD
005900         File Status is WS-CUSTXRKX-STATUS.
006000
006100     Select Archived-Keys Assign to 'CUSTARCK'
006200         Organization is Line Sequential
006300         File Status is WS-CUSTARCK-STATUS.
006400
006500     Select Archived-Keys-Keyed Assign to 'CUSTARKX'
006600         Organization is Indexed
006700         Access Mode is Random
006800         Record Key is CAK-CUSTOMER-KEY
006900             OF CAKX-ARCHIVED-KEY-RECORD
007000         File Status is WS-CUSTARKX-STATUS.
007100
007200     Select Pend-Queue Assign to 'CMPENDQ'
007300         Organization is Line Sequential
007400         File Status is WS-CMPENDQ-STATUS.
007500
007600     Select Integrity-Report Assign to 'INTGRPT'
007700         Organization is Line Sequential
007800         File Status is WS-INTGRPT-STATUS.
007900
008000     Select Cleanup-Transactions Assign to 'INTGTXN'
008100         Organization is Line Sequential
008200         File Status is WS-INTGTXN-STATUS.
008300
008400     Select Run-Lock Assign to 'RUNLOCK'
008500         Organization is Sequential
008600         File Status is WS-RUNLOCK-STATUS.
008700 Data Division.
008800 File Section.
008900 FD  Customer-Master
009000     Label Records are Standard
009100     Recording Mode is F.
009200 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMAST-REC==.
009300
009400 FD  Customer-Detail
009500     Label Records are Standard
009600     Recording Mode is F.
009700 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
009800                         ==CUSTDETL-REC==.
009900
010000 FD  Entitle-Table
010100     Label Records are Standard
010200     Recording Mode is F.
010300 COPY ENTLTBL.
010400
010500 FD  Key-Xref
010600     Label Records are Standard
010700     Recording Mode is F.
010800 COPY CUSTXREF.
010900
011000 FD  Key-Xref-Keyed
011100     Label Records are Standard
011200     Recording Mode is F.
011300 COPY CUSTXREF Replacing ==CXR-XREF-RECORD== By
011400                         ==CXRK-XREF-RECORD==.
011500
011600 FD  Archived-Keys
011700     Label Records are Standard
011800     Recording Mode is F.
011900 COPY CUSTARCK.
012000
012100 FD  Archived-Keys-Keyed
012200     Label Records are Standard
012300     Recording Mode is F.
012400 COPY CUSTARCK Replacing ==CAK-ARCHIVED-KEY-RECORD== By
012500                         ==CAKX-ARCHIVED-KEY-RECORD==.
012600
012700 FD  Pend-Queue
012800     Label Records are Standard
012900     Recording Mode is F.
013000 COPY CMPEND.
013100
013200 FD  Integrity-Report
013300     Label Records are Standard
013400     Recording Mode is F.
013500 01  INTGRPT-REC              PIC X(100).
013600
013700 FD  Cleanup-Transactions
013800     Label Records are Standard
013900     Recording Mode is F.
014000 COPY INTGTXN.
014100
014200 FD  Run-Lock
014300     Label Records are Standard
014400     Recording Mode is F.
014500 COPY RUNLOCK.
014600
014700 Working-Storage Section.
014800 01  CONSTANTS.
014900     05  MYNAME               PIC X(008) VALUE 'CMINTEG '.
015000
015100 01  WS-CUSTMAST-STATUS       PIC X(002) VALUE '00'.
015200 01  WS-CUSTDETL-STATUS       PIC X(002) VALUE '00'.
015300 01  WS-ENTLTBL-STATUS        PIC X(002) VALUE '00'.
015400 01  WS-CUSTXREF-STATUS       PIC X(002) VALUE '00'.
015500 01  WS-CUSTXRKX-STATUS       PIC X(002) VALUE '00'.
015600 01  WS-CUSTARCK-STATUS       PIC X(002) VALUE '00'.
015700 01  WS-CUSTARKX-STATUS       PIC X(002) VALUE '00'.
015800 01  WS-CMPENDQ-STATUS        PIC X(002) VALUE '00'.
015900 01  WS-INTGRPT-STATUS        PIC X(002) VALUE '00'.
016000 01  WS-INTGTXN-STATUS        PIC X(002) VALUE '00'.
016100
016200 01  WS-SWITCHES.
016300     05  WS-CUSTDETL-EOF-SW   PIC X(001) VALUE 'N'.
016400         88  WS-CUSTDETL-EOF      VALUE 'Y'.
016500     05  WS-ENTLTBL-EOF-SW    PIC X(001) VALUE 'N'.
016600         88  WS-ENTLTBL-EOF       VALUE 'Y'.
016700     05  WS-CUSTXREF-EOF-SW   PIC X(001) VALUE 'N'.
016800         88  WS-CUSTXREF-EOF      VALUE 'Y'.
016900     05  WS-CUSTARCK-EOF-SW   PIC X(001) VALUE 'N'.
017000         88  WS-CUSTARCK-EOF      VALUE 'Y'.
017100     05  WS-CMPENDQ-EOF-SW    PIC X(001) VALUE 'N'.
017200         88  WS-CMPENDQ-EOF       VALUE 'Y'.
017300     05  WS-CUSTARKX-READY-SW PIC X(001) VALUE 'N'.
017400         88  WS-CUSTARKX-READY    VALUE 'Y'.
017500     05  WS-CUSTXRKX-READY-SW PIC X(001) VALUE 'N'.
017600         88  WS-CUSTXRKX-READY    VALUE 'Y'.
017700
017800 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
017900
018000*
018100* KEY CLASSIFICATION (7000).  WS-CHECK-KEY IS LOOKED UP ON THE
018200* MASTER, THEN THE ARCHIVED-KEY REGISTRY, THEN THE REKEY
018300* CROSS-REFERENCE; A REKEYED KEY IS FOLLOWED DOWN ITS CHAIN
018400* (7100) TO THE KEY THE CUSTOMER NOW LIVES UNDER.
018500 01  WS-CHECK-KEY             PIC X(008) VALUE SPACES.
018600 01  WS-KEY-STATE             PIC X(001) VALUE SPACE.
018700     88  WS-KEY-LIVE              VALUE 'A' 'I'.
018800     88  WS-KEY-LIVE-ACTIVE       VALUE 'A'.
018900     88  WS-KEY-LIVE-INACTIVE     VALUE 'I'.
019000     88  WS-KEY-ARCHIVED          VALUE 'R'.
019100     88  WS-KEY-REKEYED           VALUE 'K'.
019200     88  WS-KEY-GONE              VALUE 'M'.
019300 01  WS-RESOLVED-KEY          PIC X(008) VALUE SPACES.
019400 01  WS-CHAIN-HOPS            PIC 9(004) COMP-5 VALUE 0.
019500 01  WS-CHAIN-MAX             PIC 9(004) COMP-5 VALUE 20.
019600 01  WS-CHAIN-END-SW          PIC X(001) VALUE 'N'.
019700     88  WS-CHAIN-END             VALUE 'Y'.
019800 01  WS-CHAIN-CYCLE-SW        PIC X(001) VALUE 'N'.
019900     88  WS-CHAIN-CYCLE           VALUE 'Y'.
020000
020100*
020200* ONE FINDING, FILLED IN BY THE CALLER FOR 7500.  AN ACTION OF
020300* 'D' OR 'C' ALSO PROPOSES AN INTGTXN ROW; 'R' IS REPORT ONLY.
020400 01  WS-FINDING.
020500     05  WS-FND-CATEGORY      PIC X(014) VALUE SPACES.
020600     05  WS-FND-FILE          PIC X(008) VALUE SPACES.
020700     05  WS-FND-KEY           PIC X(008) VALUE SPACES.
020800     05  WS-FND-QUALIFIER     PIC X(016) VALUE SPACES.
020900     05  WS-FND-ACTION        PIC X(001) VALUE SPACE.
021000         88  WS-FND-DELETE        VALUE 'D'.
021100         88  WS-FND-CHANGE-KEY    VALUE 'C'.
021200         88  WS-FND-REVIEW        VALUE 'R'.
021300     05  WS-FND-NEW-KEY       PIC X(008) VALUE SPACES.
021400
021500*
021600* FINDING CATEGORIES AND THEIR COUNTS FOR THE REPORT TRAILER.
021700 01  WS-CATEGORY-NAMES.
021800     05  FILLER               PIC X(014) VALUE 'DETL-ORPHAN'.
021900     05  FILLER               PIC X(014) VALUE 'DETL-REKEYED'.
022000     05  FILLER               PIC X(014) VALUE 'ENTL-ORPHAN'.
022100     05  FILLER               PIC X(014) VALUE 'ENTL-INACTIVE'.
022200     05  FILLER               PIC X(014) VALUE 'ENTL-ARCHIVED'.
022300     05  FILLER               PIC X(014) VALUE 'ENTL-REKEYED'.
022400     05  FILLER               PIC X(014) VALUE 'XREF-CHAIN'.
022500     05  FILLER               PIC X(014) VALUE 'XREF-DANGLING'.
022600     05  FILLER               PIC X(014) VALUE 'XREF-CYCLE'.
022700     05  FILLER               PIC X(014) VALUE 'XREF-OLD-LIVE'.
022800     05  FILLER               PIC X(014) VALUE 'ARCK-LIVE'.
022900     05  FILLER               PIC X(014) VALUE 'PEND-ORPHAN'.
023000     05  FILLER               PIC X(014) VALUE 'PEND-ARCHIVED'.
023100     05  FILLER               PIC X(014) VALUE 'PEND-REKEYED'.
023200 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
023300     05  WS-CAT-NAME          PIC X(014) OCCURS 14 TIMES.
023400 01  WS-CATEGORY-COUNTS.
023500     05  WS-CAT-COUNT         PIC 9(009) COMP-5 OCCURS 14 TIMES.
023600 01  WS-CAT-MAX               PIC 9(004) COMP-5 VALUE 14.
023700 01  WS-CAT-SUB               PIC 9(004) COMP-5 VALUE 0.
023800
023900 01  WS-COUNTERS.
024000     05  WS-DETL-READ         PIC 9(009) COMP-5 VALUE 0.
024100     05  WS-DETL-KEPT-ARCH    PIC 9(009) COMP-5 VALUE 0.
024200     05  WS-ENTL-READ         PIC 9(009) COMP-5 VALUE 0.
024300     05  WS-XREF-READ         PIC 9(009) COMP-5 VALUE 0.
024400     05  WS-ARCK-READ         PIC 9(009) COMP-5 VALUE 0.
024500     05  WS-PEND-READ         PIC 9(009) COMP-5 VALUE 0.
024600     05  WS-FINDINGS          PIC 9(009) COMP-5 VALUE 0.
024700     05  WS-PROPOSED          PIC 9(009) COMP-5 VALUE 0.
024800
024900*
025000* REPORT LINES.
025100 01  WS-HEADING-1.
025200     05  FILLER               PIC X(009) VALUE 'CMINTEG  '.
025300     05  FILLER               PIC X(040) VALUE
025400             'CUSTOMER MASTER REFERENTIAL INTEGRITY'.
025500     05  FILLER               PIC X(009) VALUE 'RUN DATE '.
025600     05  WS-HDG-RUN-DATE      PIC 9(008).
025700 01  WS-HEADING-2.
025800     05  FILLER               PIC X(015) VALUE 'CATEGORY'.
025900     05  FILLER               PIC X(009) VALUE 'FILE'.
026000     05  FILLER               PIC X(009) VALUE 'KEY'.
026100     05  FILLER               PIC X(017) VALUE 'ROW'.
026200     05  FILLER               PIC X(007) VALUE 'ACTION'.
026300     05  FILLER               PIC X(008) VALUE 'NEW KEY'.
026400 01  WS-DETAIL-LINE.
026500     05  WS-DTL-CATEGORY      PIC X(014).
026600     05  FILLER               PIC X(001) VALUE SPACE.
026700     05  WS-DTL-FILE          PIC X(008).
026800     05  FILLER               PIC X(001) VALUE SPACE.
026900     05  WS-DTL-KEY           PIC X(008).
027000     05  FILLER               PIC X(001) VALUE SPACE.
027100     05  WS-DTL-QUALIFIER     PIC X(016).
027200     05  FILLER               PIC X(001) VALUE SPACE.
027300     05  WS-DTL-ACTION        PIC X(006).
027400     05  FILLER               PIC X(001) VALUE SPACE.
027500     05  WS-DTL-NEW-KEY       PIC X(008).
027600 01  WS-TOTAL-LINE.
027700     05  FILLER               PIC X(006) VALUE 'TOTAL '.
027800     05  WS-TOT-CATEGORY      PIC X(014).
027900     05  FILLER               PIC X(003) VALUE ' = '.
028000     05  WS-TOT-COUNT         PIC Z(008)9.
028100
028200*
028300* RUNLOCK RUN-SERIALIZATION SUPPORT (1900/8900).  THE SWEEP
028400* CHANGES NOTHING, BUT IT HOLDS THE LOCK SO THE MASTER AND ITS
028500* SATELLITES CANNOT MOVE UNDER IT MID-RUN.
028600 01  WS-RUNLOCK-STATUS        PIC X(002) VALUE '00'.
028700 01  WS-LOCK-RUN-DATE         PIC 9(008) VALUE 0.
028800 01  WS-LOCK-RUN-TIME         PIC 9(008) VALUE 0.
028900
029000******************************************************************
029100 Procedure Division.
029200******************************************************************
029300 0000-MAINLINE.
029400
029500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
029600     PERFORM 2000-CHECK-DETAIL     THRU 2000-EXIT
029700     PERFORM 3000-CHECK-ENTITLE    THRU 3000-EXIT
029800     PERFORM 4000-CHECK-XREF       THRU 4000-EXIT
029900     PERFORM 5000-CHECK-ARCHIVED   THRU 5000-EXIT
030000     PERFORM 6000-CHECK-PEND-QUEUE THRU 6000-EXIT
030100     PERFORM 8000-TERMINATE        THRU 8000-EXIT
030200
030300     GOBACK
030400     .
030500 0000-EXIT.
030600     EXIT.
030700
030800******************************************************************
030900* 1000-INITIALIZE  --  CLAIMS THE RUN LOCK, OPENS THE MASTER,    *
031000*                      THE REPORT AND THE PROPOSAL FILE, WRITES  *
031100*                      THE REPORT HEADINGS, AND BUILDS THE TWO   *
031200*                      KEYED RUN COPIES.                         *
031300******************************************************************
031400 1000-INITIALIZE.
031500
031600     DISPLAY MYNAME ' Begin'
031700     PERFORM 1900-CLAIM-RUN-LOCK THRU 1900-EXIT
031800
031900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
032000     MOVE 0 TO WS-CAT-SUB
032100     PERFORM UNTIL WS-CAT-SUB = WS-CAT-MAX
032200         ADD 1 TO WS-CAT-SUB
032300         MOVE 0 TO WS-CAT-COUNT (WS-CAT-SUB)
032400     END-PERFORM
032500
032600     OPEN INPUT Customer-Master
032700     IF WS-CUSTMAST-STATUS NOT = '00'
032800         DISPLAY MYNAME ' UNABLE TO OPEN CUSTMAST, STATUS = '
032900             WS-CUSTMAST-STATUS
033000         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
033100         MOVE 16 TO RETURN-CODE
033200         GOBACK
033300     END-IF
033400
033500     OPEN OUTPUT Integrity-Report
033600     IF WS-INTGRPT-STATUS NOT = '00'
033700         DISPLAY MYNAME ' UNABLE TO OPEN INTGRPT, STATUS = '
033800             WS-INTGRPT-STATUS
033900         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
034000         MOVE 16 TO RETURN-CODE
034100         GOBACK
034200     END-IF
034300
034400     OPEN OUTPUT Cleanup-Transactions
034500     IF WS-INTGTXN-STATUS NOT = '00'
034600         DISPLAY MYNAME ' UNABLE TO OPEN INTGTXN, STATUS = '
034700             WS-INTGTXN-STATUS
034800         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
034900         MOVE 16 TO RETURN-CODE
035000         GOBACK
035100     END-IF
035200
035300     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
035400     WRITE INTGRPT-REC FROM WS-HEADING-1
035500     MOVE SPACES TO INTGRPT-REC
035600     WRITE INTGRPT-REC
035700     WRITE INTGRPT-REC FROM WS-HEADING-2
035800
035900     PERFORM 1100-BUILD-ARCHIVED-KEYED THRU 1100-EXIT
036000     PERFORM 1200-BUILD-XREF-KEYED     THRU 1200-EXIT
036100
036200     .
036300 1000-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700* 1100-BUILD-ARCHIVED-KEYED  --  COPIES THE CUSTARCK REGISTRY    *
036800*                                ONCE INTO THE KEYED CUSTARKX    *
036900*                                RUN COPY.  A MISSING REGISTRY   *
037000*                                OR AN UNOPENABLE COPY MEANS NO  *
037100*                                KEY IS TREATED AS ARCHIVED.     *
037200******************************************************************
037300 1100-BUILD-ARCHIVED-KEYED.
037400
037500     MOVE 'N' TO WS-CUSTARCK-EOF-SW
037600     OPEN INPUT Archived-Keys
037700     IF WS-CUSTARCK-STATUS NOT = '00'
037800         DISPLAY MYNAME ' CUSTARCK NOT AVAILABLE, STATUS = '
037900             WS-CUSTARCK-STATUS ', NO KEYS TREATED AS ARCHIVED'
038000         GO TO 1100-EXIT
038100     END-IF
038200
038300     OPEN OUTPUT Archived-Keys-Keyed
038400     IF WS-CUSTARKX-STATUS NOT = '00'
038500         DISPLAY MYNAME ' CUSTARKX NOT AVAILABLE, STATUS = '
038600             WS-CUSTARKX-STATUS ', NO KEYS TREATED AS ARCHIVED'
038700         CLOSE Archived-Keys
038800         GO TO 1100-EXIT
038900     END-IF
039000
039100     PERFORM 1150-READ-ARCHIVED-KEYS THRU 1150-EXIT
039200     PERFORM UNTIL WS-CUSTARCK-EOF
039300         MOVE CAK-ARCHIVED-KEY-RECORD
039400             TO CAKX-ARCHIVED-KEY-RECORD
039500         WRITE CAKX-ARCHIVED-KEY-RECORD
039600             INVALID KEY
039700                 CONTINUE
039800         END-WRITE
039900         PERFORM 1150-READ-ARCHIVED-KEYS THRU 1150-EXIT
040000     END-PERFORM
040100
040200     CLOSE Archived-Keys
040300     CLOSE Archived-Keys-Keyed
040400
040500     OPEN INPUT Archived-Keys-Keyed
040600     IF WS-CUSTARKX-STATUS = '00'
040700         SET WS-CUSTARKX-READY TO TRUE
040800     END-IF
040900
041000     .
041100 1100-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500* 1150-READ-ARCHIVED-KEYS  --  PRIMES/ADVANCES THE CUSTARCK      *
041600*                              CURSOR.                           *
041700******************************************************************
041800 1150-READ-ARCHIVED-KEYS.
041900
042000     READ Archived-Keys
042100         AT END
042200             SET WS-CUSTARCK-EOF TO TRUE
042300     END-READ
042400
042500     .
042600 1150-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000* 1200-BUILD-XREF-KEYED  --  COPIES CUSTXREF ONCE INTO THE       *
043100*                            CUSTXRKX RUN COPY, KEYED BY THE     *
043200*                            RETIRED OLD KEY.  A KEY RETIRED     *
043300*                            TWICE (RE-ADDED, THEN REKEYED       *
043400*                            AGAIN) KEEPS ITS LATEST ROW, SINCE  *
043500*                            CUSTXREF IS WRITTEN IN DATE ORDER.  *
043600*                            A MISSING CROSS-REFERENCE MEANS NO  *
043700*                            KEY IS TREATED AS REKEYED.          *
043800******************************************************************
043900 1200-BUILD-XREF-KEYED.
044000
044100     MOVE 'N' TO WS-CUSTXREF-EOF-SW
044200     OPEN INPUT Key-Xref
044300     IF WS-CUSTXREF-STATUS NOT = '00'
044400         DISPLAY MYNAME ' CUSTXREF NOT AVAILABLE, STATUS = '
044500             WS-CUSTXREF-STATUS ', NO KEYS TREATED AS REKEYED'
044600         GO TO 1200-EXIT
044700     END-IF
044800
044900     OPEN OUTPUT Key-Xref-Keyed
045000     IF WS-CUSTXRKX-STATUS = '00'
045100         CLOSE Key-Xref-Keyed
045200         OPEN I-O Key-Xref-Keyed
045300     END-IF
045400     IF WS-CUSTXRKX-STATUS NOT = '00'
045500         DISPLAY MYNAME ' CUSTXRKX NOT AVAILABLE, STATUS = '
045600             WS-CUSTXRKX-STATUS ', NO KEYS TREATED AS REKEYED'
045700         CLOSE Key-Xref
045800         GO TO 1200-EXIT
045900     END-IF
046000
046100     PERFORM 1250-READ-XREF THRU 1250-EXIT
046200     PERFORM UNTIL WS-CUSTXREF-EOF
046300         MOVE CXR-XREF-RECORD TO CXRK-XREF-RECORD
046400         WRITE CXRK-XREF-RECORD
046500             INVALID KEY
046600                 REWRITE CXRK-XREF-RECORD
046700         END-WRITE
046800         PERFORM 1250-READ-XREF THRU 1250-EXIT
046900     END-PERFORM
047000
047100     CLOSE Key-Xref
047200     CLOSE Key-Xref-Keyed
047300
047400     OPEN INPUT Key-Xref-Keyed
047500     IF WS-CUSTXRKX-STATUS = '00'
047600         SET WS-CUSTXRKX-READY TO TRUE
047700     END-IF
047800
047900     .
048000 1200-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400* 1250-READ-XREF  --  PRIMES/ADVANCES THE CUSTXREF CURSOR.       *
048500******************************************************************
048600 1250-READ-XREF.
048700
048800     READ Key-Xref
048900         AT END
049000             SET WS-CUSTXREF-EOF TO TRUE
049100     END-READ
049200
049300     .
049400 1250-EXIT.
049500     EXIT.
049600
049700******************************************************************
049800* 2000-CHECK-DETAIL  --  WALKS CUSTDETL.  A DETAIL ROW FOR A     *
049900*                        LIVE CUSTOMER (ACTIVE OR INACTIVE) IS   *
050000*                        IN LINE, AND ONE FOR AN ARCHIVED KEY IS *
050100*                        KEPT FOR CMRESTOR.  A REKEYED KEY THE   *
050200*                        ROW WAS NOT MOVED WITH IS PROPOSED FOR  *
050300*                        A KEY CHANGE; A KEY THAT IS SIMPLY      *
050400*                        GONE IS PROPOSED FOR DELETION.          *
050500******************************************************************
050600 2000-CHECK-DETAIL.
050700
050800     OPEN INPUT Customer-Detail
050900     IF WS-CUSTDETL-STATUS NOT = '00'
051000         DISPLAY MYNAME ' CUSTDETL NOT AVAILABLE, STATUS = '
051100             WS-CUSTDETL-STATUS ', DETAIL NOT CHECKED'
051200         GO TO 2000-EXIT
051300     END-IF
051400
051500     PERFORM 2050-READ-CUSTDETL THRU 2050-EXIT
051600     PERFORM 2100-CHECK-DETAIL-ROW THRU 2100-EXIT
051700         UNTIL WS-CUSTDETL-EOF
051800
051900     CLOSE Customer-Detail
052000
052100     .
052200 2000-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600* 2050-READ-CUSTDETL  --  PRIMES/ADVANCES THE CUSTDETL CURSOR.   *
052700******************************************************************
052800 2050-READ-CUSTDETL.
052900
053000     READ Customer-Detail
053100         AT END
053200             SET WS-CUSTDETL-EOF TO TRUE
053300         NOT AT END
053400             ADD 1 TO WS-DETL-READ
053500     END-READ
053600
053700     .
053800 2050-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200* 2100-CHECK-DETAIL-ROW  --  CLASSIFIES ONE CUSTDETL ROW.        *
054300******************************************************************
054400 2100-CHECK-DETAIL-ROW.
054500
054600     MOVE CDT-CUSTOMER-KEY OF CUSTDETL-REC TO WS-CHECK-KEY
054700     PERFORM 7000-CLASSIFY-KEY THRU 7000-EXIT
054800
054900     MOVE 'CUSTDETL'   TO WS-FND-FILE
055000     MOVE WS-CHECK-KEY TO WS-FND-KEY
055100     MOVE SPACES       TO WS-FND-QUALIFIER
055200
055300     EVALUATE TRUE
055400         WHEN WS-KEY-LIVE
055500             CONTINUE
055600         WHEN WS-KEY-ARCHIVED
055700             ADD 1 TO WS-DETL-KEPT-ARCH
055800         WHEN WS-KEY-REKEYED
055900             MOVE 'DETL-REKEYED' TO WS-FND-CATEGORY
056000             PERFORM 7200-SET-REKEY-ACTION THRU 7200-EXIT
056100             PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
056200         WHEN OTHER
056300             MOVE 'DETL-ORPHAN'  TO WS-FND-CATEGORY
056400             SET WS-FND-DELETE   TO TRUE
056500             MOVE SPACES         TO WS-FND-NEW-KEY
056600             PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
056700     END-EVALUATE
056800
056900     PERFORM 2050-READ-CUSTDETL THRU 2050-EXIT
057000
057100     .
057200 2100-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600* 3000-CHECK-ENTITLE  --  WALKS ENTLTBL.  AN ENTITLEMENT IS ONLY *
057700*                         IN LINE FOR A LIVE, ACTIVE CUSTOMER.   *
057800*                         ROWS FOR INACTIVE, ARCHIVED OR VANISHED*
057900*                         KEYS ARE PROPOSED FOR DELETION; ROWS   *
058000*                         LEFT UNDER A REKEYED KEY ARE PROPOSED  *
058100*                         FOR A KEY CHANGE.                      *
058200******************************************************************
058300 3000-CHECK-ENTITLE.
058400
058500     OPEN INPUT Entitle-Table
058600     IF WS-ENTLTBL-STATUS NOT = '00'
058700         DISPLAY MYNAME ' ENTLTBL NOT AVAILABLE, STATUS = '
058800             WS-ENTLTBL-STATUS ', ENTITLEMENTS NOT CHECKED'
058900         GO TO 3000-EXIT
059000     END-IF
059100
059200     PERFORM 3050-READ-ENTITLE THRU 3050-EXIT
059300     PERFORM 3100-CHECK-ENTITLE-ROW THRU 3100-EXIT
059400         UNTIL WS-ENTLTBL-EOF
059500
059600     CLOSE Entitle-Table
059700
059800     .
059900 3000-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300* 3050-READ-ENTITLE  --  PRIMES/ADVANCES THE ENTLTBL CURSOR.     *
060400******************************************************************
060500 3050-READ-ENTITLE.
060600
060700     READ Entitle-Table
060800         AT END
060900             SET WS-ENTLTBL-EOF TO TRUE
061000         NOT AT END
061100             ADD 1 TO WS-ENTL-READ
061200     END-READ
061300
061400     .
061500 3050-EXIT.
061600     EXIT.
061700
061800******************************************************************
061900* 3100-CHECK-ENTITLE-ROW  --  CLASSIFIES ONE ENTLTBL ROW.  THE   *
062000*                             FEED ID NARROWS THE PROPOSAL TO    *
062100*                             THE ONE ROW.                       *
062200******************************************************************
062300 3100-CHECK-ENTITLE-ROW.
062400
062500     MOVE ETL-CUSTOMER-KEY TO WS-CHECK-KEY
062600     PERFORM 7000-CLASSIFY-KEY THRU 7000-EXIT
062700
062800     MOVE 'ENTLTBL '   TO WS-FND-FILE
062900     MOVE WS-CHECK-KEY TO WS-FND-KEY
063000     MOVE ETL-FEED-ID  TO WS-FND-QUALIFIER
063100     SET WS-FND-DELETE TO TRUE
063200     MOVE SPACES       TO WS-FND-NEW-KEY
063300
063400     EVALUATE TRUE
063500         WHEN WS-KEY-LIVE-ACTIVE
063600             CONTINUE
063700         WHEN WS-KEY-LIVE-INACTIVE
063800             MOVE 'ENTL-INACTIVE' TO WS-FND-CATEGORY
063900             PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
064000         WHEN WS-KEY-ARCHIVED
064100             MOVE 'ENTL-ARCHIVED' TO WS-FND-CATEGORY
064200             PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
064300         WHEN WS-KEY-REKEYED
064400             MOVE 'ENTL-REKEYED'  TO WS-FND-CATEGORY
064500             PERFORM 7200-SET-REKEY-ACTION THRU 7200-EXIT
064600             PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
064700         WHEN OTHER
064800             MOVE 'ENTL-ORPHAN'   TO WS-FND-CATEGORY
064900             PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
065000     END-EVALUATE
065100
065200     PERFORM 3050-READ-ENTITLE THRU 3050-EXIT
065300
065400     .
065500 3100-EXIT.
065600     EXIT.
065700
065800******************************************************************
065900* 4000-CHECK-XREF  --  WALKS CUSTXREF.  EACH ROW'S NEW KEY IS    *
066000*                      FOLLOWED DOWN ANY LATER REKEY OR MERGE OF *
066100*                      IT; A ROW WHOSE NEW KEY WAS ITSELF MERGED *
066200*                      AWAY IS PROPOSED FOR RE-POINTING AT THE   *
066300*                      END OF THE CHAIN.  A CHAIN ENDING AT A    *
066400*                      KEY THAT IS NEITHER LIVE NOR ARCHIVED, A  *
066500*                      CHAIN THAT LOOPS, AND A RETIRED OLD KEY   *
066600*                      THAT IS LIVE ON THE MASTER AGAIN ARE      *
066700*                      REPORTED FOR REVIEW.                      *
066800******************************************************************
066900 4000-CHECK-XREF.
067000
067100     MOVE 'N' TO WS-CUSTXREF-EOF-SW
067200     OPEN INPUT Key-Xref
067300     IF WS-CUSTXREF-STATUS NOT = '00'
067400         GO TO 4000-EXIT
067500     END-IF
067600
067700     PERFORM 1250-READ-XREF THRU 1250-EXIT
067800     PERFORM 4100-CHECK-XREF-ROW THRU 4100-EXIT
067900         UNTIL WS-CUSTXREF-EOF
068000
068100     CLOSE Key-Xref
068200
068300     .
068400 4000-EXIT.
068500     EXIT.
068600
068700******************************************************************
068800* 4100-CHECK-XREF-ROW  --  CHECKS ONE CUSTXREF ROW, ITS CURRENT  *
068900*                          NEW KEY CARRIED AS THE QUALIFIER.     *
069000******************************************************************
069100 4100-CHECK-XREF-ROW.
069200
069300     ADD 1 TO WS-XREF-READ
069400     MOVE 'CUSTXREF'  TO WS-FND-FILE
069500     MOVE CXR-OLD-KEY OF CXR-XREF-RECORD TO WS-FND-KEY
069600     MOVE CXR-NEW-KEY OF CXR-XREF-RECORD TO WS-FND-QUALIFIER
069700     MOVE SPACES      TO WS-FND-NEW-KEY
069800
069900     MOVE CXR-OLD-KEY OF CXR-XREF-RECORD
070000         TO SD-001 OF CUSTMAST-REC
070100     READ Customer-Master
070200         INVALID KEY
070300             CONTINUE
070400         NOT INVALID KEY
070500             MOVE 'XREF-OLD-LIVE' TO WS-FND-CATEGORY
070600             SET WS-FND-REVIEW    TO TRUE
070700             PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
070800     END-READ
070900
071000     MOVE CXR-NEW-KEY OF CXR-XREF-RECORD TO WS-RESOLVED-KEY
071100     PERFORM 7100-RESOLVE-XREF-CHAIN THRU 7100-EXIT
071200
071300     IF WS-CHAIN-CYCLE
071400         MOVE 'XREF-CYCLE'   TO WS-FND-CATEGORY
071500         SET WS-FND-REVIEW   TO TRUE
071600         PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
071700         GO TO 4100-NEXT
071800     END-IF
071900
072000     IF WS-CHAIN-HOPS > 0
072100         MOVE 'XREF-CHAIN'      TO WS-FND-CATEGORY
072200         SET WS-FND-CHANGE-KEY  TO TRUE
072300         MOVE WS-RESOLVED-KEY   TO WS-FND-NEW-KEY
072400         PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
072500     END-IF
072600
072700     MOVE WS-RESOLVED-KEY TO WS-CHECK-KEY
072800     PERFORM 7000-CLASSIFY-KEY THRU 7000-EXIT
072900     IF WS-KEY-GONE
073000         MOVE 'XREF-DANGLING'  TO WS-FND-CATEGORY
073100         SET WS-FND-REVIEW     TO TRUE
073200         MOVE WS-CHECK-KEY     TO WS-FND-NEW-KEY
073300         PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
073400     END-IF
073500
073600     .
073700 4100-NEXT.
073800
073900     PERFORM 1250-READ-XREF THRU 1250-EXIT
074000
074100     .
074200 4100-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600* 5000-CHECK-ARCHIVED  --  WALKS CUSTARCK.  A REGISTERED KEY     *
074700*                          THAT IS LIVE ON THE MASTER AGAIN WAS  *
074800*                          RESTORED WITHOUT ITS REGISTRY ROW     *
074900*                          BEING DROPPED, AND WOULD RAISE A      *
075000*                          FALSE RESTORE PROMPT ON ITS NEXT ADD. *
075100******************************************************************
075200 5000-CHECK-ARCHIVED.
075300
075400     MOVE 'N' TO WS-CUSTARCK-EOF-SW
075500     OPEN INPUT Archived-Keys
075600     IF WS-CUSTARCK-STATUS NOT = '00'
075700         GO TO 5000-EXIT
075800     END-IF
075900
076000     PERFORM 1150-READ-ARCHIVED-KEYS THRU 1150-EXIT
076100     PERFORM 5100-CHECK-ARCHIVED-ROW THRU 5100-EXIT
076200         UNTIL WS-CUSTARCK-EOF
076300
076400     CLOSE Archived-Keys
076500
076600     .
076700 5000-EXIT.
076800     EXIT.
076900
077000******************************************************************
077100* 5100-CHECK-ARCHIVED-ROW  --  CHECKS ONE CUSTARCK ROW AGAINST   *
077200*                              THE LIVE MASTER.                  *
077300******************************************************************
077400 5100-CHECK-ARCHIVED-ROW.
077500
077600     ADD 1 TO WS-ARCK-READ
077700     MOVE CAK-CUSTOMER-KEY OF CAK-ARCHIVED-KEY-RECORD
077800         TO SD-001 OF CUSTMAST-REC
077900     READ Customer-Master
078000         INVALID KEY
078100             CONTINUE
078200         NOT INVALID KEY
078300             MOVE 'ARCK-LIVE'  TO WS-FND-CATEGORY
078400             MOVE 'CUSTARCK'   TO WS-FND-FILE
078500             MOVE CAK-CUSTOMER-KEY OF CAK-ARCHIVED-KEY-RECORD
078600                 TO WS-FND-KEY
078700             MOVE CAK-ARCHIVE-DATE OF CAK-ARCHIVED-KEY-RECORD
078800                 TO WS-FND-QUALIFIER
078900             SET WS-FND-DELETE TO TRUE
079000             MOVE SPACES       TO WS-FND-NEW-KEY
079100             PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
079200     END-READ
079300
079400     PERFORM 1150-READ-ARCHIVED-KEYS THRU 1150-EXIT
079500
079600     .
079700 5100-EXIT.
079800     EXIT.
079900
080000******************************************************************
080100* 6000-CHECK-PEND-QUEUE  --  WALKS CMPENDQ.  ONLY ROWS STILL     *
080200*                            PENDING MATTER; ONE WHOSE CUSTOMER  *
080300*                            HAS BEEN ARCHIVED OR IS GONE CAN    *
080400*                            NEVER BE APPROVED AND IS PROPOSED   *
080500*                            FOR DELETION, AND ONE WHOSE         *
080600*                            CUSTOMER WAS REKEYED IS PROPOSED    *
080700*                            FOR A KEY CHANGE.                   *
080800******************************************************************
080900 6000-CHECK-PEND-QUEUE.
081000
081100     OPEN INPUT Pend-Queue
081200     IF WS-CMPENDQ-STATUS NOT = '00'
081300         DISPLAY MYNAME ' CMPENDQ NOT AVAILABLE, STATUS = '
081400             WS-CMPENDQ-STATUS ', PEND QUEUE NOT CHECKED'
081500         GO TO 6000-EXIT
081600     END-IF
081700
081800     PERFORM 6050-READ-PEND-QUEUE THRU 6050-EXIT
081900     PERFORM 6100-CHECK-PEND-ROW THRU 6100-EXIT
082000         UNTIL WS-CMPENDQ-EOF
082100
082200     CLOSE Pend-Queue
082300
082400     .
082500 6000-EXIT.
082600     EXIT.
082700
082800******************************************************************
082900* 6050-READ-PEND-QUEUE  --  PRIMES/ADVANCES THE CMPENDQ CURSOR.  *
083000******************************************************************
083100 6050-READ-PEND-QUEUE.
083200
083300     READ Pend-Queue
083400         AT END
083500             SET WS-CMPENDQ-EOF TO TRUE
083600         NOT AT END
083700             ADD 1 TO WS-PEND-READ
083800     END-READ
083900
084000     .
084100 6050-EXIT.
084200     EXIT.
084300
084400******************************************************************
084500* 6100-CHECK-PEND-ROW  --  CLASSIFIES ONE PENDING CMPENDQ ROW,   *
084600*                          ITS TIMESTAMP CARRIED AS THE          *
084700*                          QUALIFIER.                            *
084800******************************************************************
084900 6100-CHECK-PEND-ROW.
085000
085100     IF NOT CMP-STATUS-PENDING
085200         GO TO 6100-NEXT
085300     END-IF
085400
085500     MOVE CMP-CUSTOMER-KEY TO WS-CHECK-KEY
085600     PERFORM 7000-CLASSIFY-KEY THRU 7000-EXIT
085700
085800     MOVE 'CMPENDQ '    TO WS-FND-FILE
085900     MOVE WS-CHECK-KEY  TO WS-FND-KEY
086000     MOVE CMP-TIMESTAMP TO WS-FND-QUALIFIER
086100     SET WS-FND-DELETE  TO TRUE
086200     MOVE SPACES        TO WS-FND-NEW-KEY
086300
086400     EVALUATE TRUE
086500         WHEN WS-KEY-LIVE
086600             CONTINUE
086700         WHEN WS-KEY-ARCHIVED
086800             MOVE 'PEND-ARCHIVED' TO WS-FND-CATEGORY
086900             PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
087000         WHEN WS-KEY-REKEYED
087100             MOVE 'PEND-REKEYED'  TO WS-FND-CATEGORY
087200             PERFORM 7200-SET-REKEY-ACTION THRU 7200-EXIT
087300             PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
087400         WHEN OTHER
087500             MOVE 'PEND-ORPHAN'   TO WS-FND-CATEGORY
087600             PERFORM 7500-WRITE-FINDING THRU 7500-EXIT
087700     END-EVALUATE
087800
087900     .
088000 6100-NEXT.
088100
088200     PERFORM 6050-READ-PEND-QUEUE THRU 6050-EXIT
088300
088400     .
088500 6100-EXIT.
088600     EXIT.
088700
088800******************************************************************
088900* 7000-CLASSIFY-KEY  --  SETS WS-KEY-STATE FOR WS-CHECK-KEY:     *
089000*                        LIVE ACTIVE OR INACTIVE ON THE MASTER,  *
089100*                        ARCHIVED ON CUSTARCK, REKEYED ON        *
089200*                        CUSTXREF (WITH WS-RESOLVED-KEY SET TO   *
089300*                        THE END OF ITS CHAIN), OR GONE.         *
089400******************************************************************
089500 7000-CLASSIFY-KEY.
089600
089700     MOVE WS-CHECK-KEY TO SD-001 OF CUSTMAST-REC
089800     READ Customer-Master
089900         INVALID KEY
090000             CONTINUE
090100         NOT INVALID KEY
090200             IF SD-STATUS-INACTIVE OF CUSTMAST-REC
090300                 SET WS-KEY-LIVE-INACTIVE TO TRUE
090400             ELSE
090500                 SET WS-KEY-LIVE-ACTIVE TO TRUE
090600             END-IF
090700             GO TO 7000-EXIT
090800     END-READ
090900
091000     IF WS-CUSTARKX-READY
091100         MOVE WS-CHECK-KEY
091200             TO CAK-CUSTOMER-KEY OF CAKX-ARCHIVED-KEY-RECORD
091300         READ Archived-Keys-Keyed
091400             INVALID KEY
091500                 CONTINUE
091600             NOT INVALID KEY
091700                 SET WS-KEY-ARCHIVED TO TRUE
091800                 GO TO 7000-EXIT
091900         END-READ
092000     END-IF
092100
092200     MOVE WS-CHECK-KEY TO WS-RESOLVED-KEY
092300     PERFORM 7100-RESOLVE-XREF-CHAIN THRU 7100-EXIT
092400     IF WS-CHAIN-HOPS > 0
092500         SET WS-KEY-REKEYED TO TRUE
092600     ELSE
092700         SET WS-KEY-GONE TO TRUE
092800     END-IF
092900
093000     .
093100 7000-EXIT.
093200     EXIT.
093300
093400******************************************************************
093500* 7100-RESOLVE-XREF-CHAIN  --  FOLLOWS WS-RESOLVED-KEY THROUGH   *
093600*                              THE KEYED CROSS-REFERENCE UNTIL   *
093700*                              IT REACHES A KEY THAT WAS NEVER   *
093800*                              RETIRED, COUNTING THE HOPS.  A    *
093900*                              CHAIN LONGER THAN WS-CHAIN-MAX    *
094000*                              IS TAKEN TO LOOP.                 *
094100******************************************************************
094200 7100-RESOLVE-XREF-CHAIN.
094300
094400     MOVE 0   TO WS-CHAIN-HOPS
094500     MOVE 'N' TO WS-CHAIN-END-SW
094600     MOVE 'N' TO WS-CHAIN-CYCLE-SW
094700
094800     IF NOT WS-CUSTXRKX-READY
094900         GO TO 7100-EXIT
095000     END-IF
095100
095200     PERFORM 7150-FOLLOW-XREF-LINK THRU 7150-EXIT
095300         UNTIL WS-CHAIN-END
095400
095500     .
095600 7100-EXIT.
095700     EXIT.
095800
095900******************************************************************
096000* 7150-FOLLOW-XREF-LINK  --  ONE HOP DOWN THE CHAIN.             *
096100******************************************************************
096200 7150-FOLLOW-XREF-LINK.
096300
096400     MOVE WS-RESOLVED-KEY TO CXR-OLD-KEY OF CXRK-XREF-RECORD
096500     READ Key-Xref-Keyed
096600         INVALID KEY
096700             SET WS-CHAIN-END TO TRUE
096800             GO TO 7150-EXIT
096900     END-READ
097000
097100     MOVE CXR-NEW-KEY OF CXRK-XREF-RECORD TO WS-RESOLVED-KEY
097200     ADD 1 TO WS-CHAIN-HOPS
097300     IF WS-CHAIN-HOPS > WS-CHAIN-MAX
097400         SET WS-CHAIN-CYCLE TO TRUE
097500         SET WS-CHAIN-END   TO TRUE
097600     END-IF
097700
097800     .
097900 7150-EXIT.
098000     EXIT.
098100
098200******************************************************************
098300* 7200-SET-REKEY-ACTION  --  FOR A ROW LEFT UNDER A REKEYED KEY, *
098400*                            PROPOSES THE KEY CHANGE TO THE END  *
098500*                            OF ITS CHAIN -- OR, WHEN THE CHAIN  *
098600*                            LOOPS, ONLY REPORTS IT FOR REVIEW.  *
098700******************************************************************
098800 7200-SET-REKEY-ACTION.
098900
099000     IF WS-CHAIN-CYCLE
099100         SET WS-FND-REVIEW TO TRUE
099200         MOVE SPACES TO WS-FND-NEW-KEY
099300     ELSE
099400         SET WS-FND-CHANGE-KEY TO TRUE
099500         MOVE WS-RESOLVED-KEY TO WS-FND-NEW-KEY
099600     END-IF
099700
099800     .
099900 7200-EXIT.
100000     EXIT.
100100
100200******************************************************************
100300* 7500-WRITE-FINDING  --  ONE INTGRPT LINE FOR WS-FINDING, ITS   *
100400*                         CATEGORY COUNTED, AND -- FOR A DELETE  *
100500*                         OR KEY CHANGE -- ONE PROPOSED INTGTXN  *
100600*                         CLEANUP TRANSACTION.                   *
100700******************************************************************
100800 7500-WRITE-FINDING.
100900
101000     ADD 1 TO WS-FINDINGS
101100     MOVE 1 TO WS-CAT-SUB
101200     PERFORM UNTIL WS-CAT-SUB > WS-CAT-MAX
101300             OR WS-CAT-NAME (WS-CAT-SUB) = WS-FND-CATEGORY
101400         ADD 1 TO WS-CAT-SUB
101500     END-PERFORM
101600     IF WS-CAT-SUB NOT > WS-CAT-MAX
101700         ADD 1 TO WS-CAT-COUNT (WS-CAT-SUB)
101800     END-IF
101900
102000     MOVE WS-FND-CATEGORY  TO WS-DTL-CATEGORY
102100     MOVE WS-FND-FILE      TO WS-DTL-FILE
102200     MOVE WS-FND-KEY       TO WS-DTL-KEY
102300     MOVE WS-FND-QUALIFIER TO WS-DTL-QUALIFIER
102400     MOVE WS-FND-NEW-KEY   TO WS-DTL-NEW-KEY
102500     EVALUATE TRUE
102600         WHEN WS-FND-DELETE
102700             MOVE 'DELETE' TO WS-DTL-ACTION
102800         WHEN WS-FND-CHANGE-KEY
102900             MOVE 'REKEY ' TO WS-DTL-ACTION
103000         WHEN OTHER
103100             MOVE 'REVIEW' TO WS-DTL-ACTION
103200     END-EVALUATE
103300     WRITE INTGRPT-REC FROM WS-DETAIL-LINE
103400
103500     IF WS-FND-REVIEW
103600         GO TO 7500-EXIT
103700     END-IF
103800
103900     MOVE WS-RUN-DATE      TO ITX-RUN-DATE
104000     MOVE WS-FND-CATEGORY  TO ITX-CATEGORY
104100     MOVE WS-FND-FILE      TO ITX-FILE-ID
104200     MOVE WS-FND-ACTION    TO ITX-ACTION-CODE
104300     MOVE WS-FND-KEY       TO ITX-CUSTOMER-KEY
104400     MOVE WS-FND-QUALIFIER TO ITX-ROW-QUALIFIER
104500     MOVE WS-FND-NEW-KEY   TO ITX-NEW-KEY
104600     SET ITX-PROPOSED      TO TRUE
104700     WRITE ITX-CLEANUP-RECORD
104800     ADD 1 TO WS-PROPOSED
104900
105000     .
105100 7500-EXIT.
105200     EXIT.
105300
105400******************************************************************
105500* 8000-TERMINATE  --  WRITES THE PER-CATEGORY TOTALS, CLOSES     *
105600*                     EVERYTHING STILL OPEN, RELEASES THE RUN    *
105700*                     LOCK, AND REPORTS THE RUN COUNTS.  ANY     *
105800*                     FINDING AT ALL ENDS THE RUN WITH RETURN    *
105900*                     CODE 4 SO THE SCHEDULER FLAGS IT FOR THE   *
106000*                     DESK.                                      *
106100******************************************************************
106200 8000-TERMINATE.
106300
106400     MOVE SPACES TO INTGRPT-REC
106500     WRITE INTGRPT-REC
106600     MOVE 0 TO WS-CAT-SUB
106700     PERFORM UNTIL WS-CAT-SUB = WS-CAT-MAX
106800         ADD 1 TO WS-CAT-SUB
106900         MOVE WS-CAT-NAME (WS-CAT-SUB)  TO WS-TOT-CATEGORY
107000         MOVE WS-CAT-COUNT (WS-CAT-SUB) TO WS-TOT-COUNT
107100         WRITE INTGRPT-REC FROM WS-TOTAL-LINE
107200     END-PERFORM
107300     MOVE 'ALL FINDINGS' TO WS-TOT-CATEGORY
107400     MOVE WS-FINDINGS    TO WS-TOT-COUNT
107500     WRITE INTGRPT-REC FROM WS-TOTAL-LINE
107600
107700     CLOSE Customer-Master
107800     CLOSE Integrity-Report
107900     CLOSE Cleanup-Transactions
108000     IF WS-CUSTARKX-READY
108100         CLOSE Archived-Keys-Keyed
108200     END-IF
108300     IF WS-CUSTXRKX-READY
108400         CLOSE Key-Xref-Keyed
108500     END-IF
108600
108700     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
108800
108900     DISPLAY MYNAME ' DETAIL ROWS READ     = ' WS-DETL-READ
109000     DISPLAY MYNAME ' DETAIL KEPT ARCHIVED = ' WS-DETL-KEPT-ARCH
109100     DISPLAY MYNAME ' ENTITLE ROWS READ    = ' WS-ENTL-READ
109200     DISPLAY MYNAME ' XREF ROWS READ       = ' WS-XREF-READ
109300     DISPLAY MYNAME ' ARCHIVED ROWS READ   = ' WS-ARCK-READ
109400     DISPLAY MYNAME ' PEND ROWS READ       = ' WS-PEND-READ
109500     DISPLAY MYNAME ' FINDINGS             = ' WS-FINDINGS
109600     DISPLAY MYNAME ' CLEANUPS PROPOSED    = ' WS-PROPOSED
109700
109800     IF WS-FINDINGS > 0
109900         MOVE 4 TO RETURN-CODE
110000     END-IF
110100
110200     DISPLAY MYNAME ' End'
110300
110400     .
110500 8000-EXIT.
110600     EXIT.
110700
110800******************************************************************
110900* 1900-CLAIM-RUN-LOCK  --  CLAIMS THE SHARED CUSTOMER-MASTER RUN  *
111000*                          LOCK, CREATING THE LOCK FILE ON ITS    *
111100*                          FIRST EVER USE.  A LOCK ALREADY HELD   *
111200*                          REFUSES THE RUN WITH RETURN CODE 8 --  *
111300*                          DISTINCT FROM THE OPEN-FAILURE 16 --   *
111400*                          NAMING THE HOLDER.  SEE RUNLOCK.CPY.   *
111500******************************************************************
111600 1900-CLAIM-RUN-LOCK.
111700
111800     ACCEPT WS-LOCK-RUN-DATE FROM DATE YYYYMMDD
111900     ACCEPT WS-LOCK-RUN-TIME FROM TIME
112000
112100     OPEN I-O Run-Lock
112200     IF WS-RUNLOCK-STATUS = '05' OR WS-RUNLOCK-STATUS = '35'
112300         OPEN OUTPUT Run-Lock
112400         PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
112500         WRITE RLK-LOCK-RECORD
112600         CLOSE Run-Lock
112700         GO TO 1900-EXIT
112800     END-IF
112900     IF WS-RUNLOCK-STATUS NOT = '00'
113000         DISPLAY MYNAME ' UNABLE TO OPEN RUNLOCK, STATUS = '
113100             WS-RUNLOCK-STATUS
113200         MOVE 16 TO RETURN-CODE
113300         GOBACK
113400     END-IF
113500
113600     READ Run-Lock
113700         AT END
113800             CLOSE Run-Lock
113900             OPEN OUTPUT Run-Lock
114000             PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
114100             WRITE RLK-LOCK-RECORD
114200             CLOSE Run-Lock
114300             GO TO 1900-EXIT
114400     END-READ
114500
114600     IF RLK-LOCKED
114700         DISPLAY MYNAME ' CUSTMAST RUN LOCK HELD BY '
114800             RLK-OWNER-PGM ' RUN ' RLK-RUN-ID ', RUN REFUSED'
114900         CLOSE Run-Lock
115000         MOVE 8 TO RETURN-CODE
115100         GOBACK
115200     END-IF
115300
115400     PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
115500     REWRITE RLK-LOCK-RECORD
115600     CLOSE Run-Lock
115700
115800     .
115900 1900-EXIT.
116000     EXIT.
116100
116200******************************************************************
116300* 1950-BUILD-LOCKED-RECORD  --  STAMPS THE LOCK RECORD WITH THIS  *
116400*                               RUN'S OWNER AND RUN ID.           *
116500******************************************************************
116600 1950-BUILD-LOCKED-RECORD.
116700
116800     MOVE 'Y'              TO RLK-LOCK-SW
116900     MOVE MYNAME           TO RLK-OWNER-PGM
117000     MOVE WS-LOCK-RUN-DATE TO RLK-RUN-ID-DATE
117100     MOVE WS-LOCK-RUN-TIME TO RLK-RUN-ID-TIME
117200
117300     .
117400 1950-EXIT.
117500     EXIT.
117600
117700******************************************************************
117800* 8900-RELEASE-RUN-LOCK  --  RELEASES THE RUN LOCK, BUT ONLY IF   *
117900*                            THIS PROGRAM STILL OWNS IT -- AN     *
118000*                            OPERATOR OVERRIDE MAY HAVE CLEARED   *
118100*                            AND REISSUED IT MID-RUN.             *
118200******************************************************************
118300 8900-RELEASE-RUN-LOCK.
118400
118500     OPEN I-O Run-Lock
118600     IF WS-RUNLOCK-STATUS NOT = '00'
118700         GO TO 8900-EXIT
118800     END-IF
118900
119000     READ Run-Lock
119100         AT END
119200             CLOSE Run-Lock
119300             GO TO 8900-EXIT
119400     END-READ
119500
119600     IF RLK-LOCKED AND RLK-OWNER-PGM = MYNAME
119700         MOVE 'N'    TO RLK-LOCK-SW
119800         MOVE SPACES TO RLK-OWNER-PGM
119900         MOVE 0      TO RLK-RUN-ID-DATE
120000         MOVE 0      TO RLK-RUN-ID-TIME
120100         REWRITE RLK-LOCK-RECORD
120200     END-IF
120300
120400     CLOSE Run-Lock
120500
120600     .
120700 8900-EXIT.
120800     EXIT.

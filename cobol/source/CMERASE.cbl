000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. CMERASE.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  CUSTOMER ERASURE FOR       *
001500*                  PRIVACY REQUESTS, REPLACING HAND EDITS OF THE *
001600*                  MASTER AND ITS SATELLITES.  EVERY ERASEREQ    *
001700*                  KEY IS WIDENED TO ITS CUSTXREF ALIASES (EVERY *
001800*                  OLD KEY REKEYED OR MERGED INTO IT, FOLLOWED   *
001900*                  BACK THROUGH CHAINS), AND A REQUEST WHOSE KEY *
002000*                  OR ALIAS IS UNDER AN ARCHHOLD LEGAL HOLD IS   *
002100*                  REFUSED WHOLE.  OTHERWISE THE CUSTOMER'S      *
002200*                  ROWS ARE DELETED FROM CUSTMAST AND CUSTDETL   *
002300*                  IN PLACE AND LEFT OFF THE NEW GENERATION OF   *
002400*                  JSONARCH, JSNARCOF, CMJRNL, CUSTXREF,         *
002500*                  ENTLTBL, CMPENDQ, CUSTARCK, CUSTARCH AND      *
002600*                  CUSTSNAP -- THE SNAPSHOT AND JOURNAL BOTH, SO *
002700*                  CMREBLD CANNOT REBUILD THE CUSTOMER BACK.     *
002800*                  LOG FILES KEEP THEIR ROWS BUT LOSE THE        *
002900*                  CUSTOMER: A CUSTALOG ACCESS ROW'S KEY AND A   *
003000*                  JSONERR BUFFER ARE OVERWRITTEN, AND ANY       *
003100*                  OTHER CUSTOMER'S BUFFER THAT QUOTES AN ERASED *
003200*                  KEY HAS IT MASKED OUT.  EACH REQUEST LEAVES A *
003300*                  CERTIFICATE ON THE PERMANENT ERASELOG.  NEW   *
003400*                  GENERATIONS GO TO THE ...N DATASETS AND ARE   *
003500*                  PROMOTED THE SAME WAY AS CMREKEY'S ENTLTBLN.  *
003503* 2026-10-14 MAR   AN ERASED CUSTOMER'S TOKVAULT ROWS -- THE     *
003506*                  CLEAR CONTACT NAME AND PHONE BEHIND ITS       *
003509*                  TOKENS -- ARE DELETED IN PLACE, COUNTED WITH  *
003512*                  THE CUSTDETL ROWS THEY BELONG TO, SO EVERY    *
003515*                  TOKEN LEFT ANYWHERE FOR IT RESOLVES TO        *
003518*                  NOTHING.  NO VAULT ENDS THE RUN RC 4.         *
003521* 2026-10-14 MAR   THE NEW JSONARCHN AND CUSTSNPN GENERATIONS    *
003524*                  EACH GET A JSNCTOT ROW (5200) -- ROWS KEPT    *
003527*                  AND THEIR HASH TOTAL -- SO BKUPVRFY BALANCES  *
003530*                  THE ERASED GENERATION, NOT THE ONE IT         *
003533*                  REPLACED.                                     *
003536* 2026-10-15 MAR   ERASURE NOW ALSO COVERS THE FILES THAT STILL  *
003539*                  HELD THE CUSTOMER: CUSTSTMP, PKEYXREF AND     *
003542*                  VOLBKLG ROWS AND CUSTHIER ROWS (ITS OWN AND   *
003545*                  ANY CHILD'S LINK TO IT) ARE DELETED IN PLACE; *
003548*                  STALECF, EMBARGO AND DUPPAIR (EITHER SIDE OR  *
003551*                  SURVIVOR) GO TO NEW STALECFN, EMBARGON AND    *
003554*                  DUPPAIRN GENERATIONS, WITH ERASED KEYS MASKED *
003557*                  OUT OF OTHER CUSTOMERS' STALECF BUFFERS AND   *
003560*                  IMAGES.                                       *
003563* 2026-10-15 MAR   THE PERMANENT LOGS THAT QUOTE A CUSTOMER      *
003566*                  KEY -- VALXEXC, BDAYADJ, PKXAUDIT, HIERAUD,   *
003569*                  ENTLPICK AND EMBWHLD -- GO TO NEW ...N        *
003572*                  GENERATIONS (4900) KEEPING EVERY ROW BUT WITH *
003575*                  EACH ERASED KEY OR ALIAS OVERWRITTEN, AS      *
003578*                  CUSTALOG IS.  THE CERTIFICATE NOW LISTS       *
003581*                  ALL 26 FILES.  JSONARCH'S JSNCTOT READ COUNT  *
003584*                  NOW COMES FROM THE ERASE PASS (3100), NOT THE *
003587*                  HOLD CHECK.                                   *
003600******************************************************************
003700 Environment Division.
003800 Input-Output Section.
003900 File-Control.
004000     Select Erase-Requests Assign to 'ERASEREQ'
004100         Organization is Line Sequential
004200         File Status is WS-ERASEREQ-STATUS.
004300
004400     Select Erase-Log Assign to 'ERASELOG'
004500         Organization is Line Sequential
004600         File Status is WS-ERASELOG-STATUS.
004700
004800     Select Hold-Registry Assign to 'ARCHHOLD'
004900         Organization is Line Sequential
005000         File Status is WS-ARCHHOLD-STATUS.
005100
005200     Select Customer-Master Assign to 'CUSTMAST'
005300         Organization is Indexed
005400         Access Mode is Random
005500         Record Key is SD-001 OF CUSTMAST-REC
005600         File Status is WS-CUSTMAST-STATUS.
005700
005800     Select Customer-Detail Assign to 'CUSTDETL'
005900         Organization is Indexed
006000         Access Mode is Random
006100         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
006200         File Status is WS-CUSTDETL-STATUS.
006210
006220     Select Token-Vault Assign to 'TOKVAULT'
006230         Organization is Indexed
006240         Access Mode is Dynamic
006250         Record Key is TKV-TOKEN
006260         File Status is WS-TOKVAULT-STATUS.
006261
006262     Select Customer-Stamps Assign to 'CUSTSTMP'
006263         Organization is Indexed
006264         Access Mode is Random
006265         Record Key is CST-CUSTOMER-KEY
006266         File Status is WS-CUSTSTMP-STATUS.
006267
006268     Select Partner-Key-Xref Assign to 'PKEYXREF'
006269         Organization is Indexed
006270         Access Mode is Dynamic
006271         Record Key is PKX-XREF-KEY
006272         File Status is WS-PKEYXREF-STATUS.
006273
006274     Select Customer-Hierarchy Assign to 'CUSTHIER'
006275         Organization is Indexed
006276         Access Mode is Dynamic
006277         Record Key is CHR-CUSTOMER-KEY
006278         File Status is WS-CUSTHIER-STATUS.
006279
006280     Select Volume-Backlog Assign to 'VOLBKLG'
006281         Organization is Indexed
006282         Access Mode is Dynamic
006283         Record Key is VBK-BACKLOG-KEY
006284         File Status is WS-VOLBKLG-STATUS.
006300
006400     Select Json-Archive-Old Assign to 'JSONARCH'
006500         Organization is Indexed
006600         Access Mode is Sequential
006700         Record Key is JAR-ARCHIVE-KEY OF JAR-ARCHIVE-RECORD
006800         File Status is WS-JSONARCH-STATUS.
006900
007000     Select Json-Archive-New Assign to 'JSONARCHN'
007100         Organization is Indexed
007200         Access Mode is Sequential
007300         Record Key is JAR-ARCHIVE-KEY OF JAR-NEW-RECORD
007400         File Status is WS-JSONARCHN-STATUS.
007500
007600     Select Archive-Offload-Old Assign to 'JSNARCOF'
007700         Organization is Line Sequential
007800         File Status is WS-JSNARCOF-STATUS.
007900
008000     Select Archive-Offload-New Assign to 'JSNARCFN'
008100         Organization is Line Sequential
008200         File Status is WS-JSNARCFN-STATUS.
008300
008400     Select Journal-Old Assign to 'CMJRNL'
008500         Organization is Line Sequential
008600         File Status is WS-CMJRNL-STATUS.
008700
008800     Select Journal-New Assign to 'CMJRNLN'
008900         Organization is Line Sequential
009000         File Status is WS-CMJRNLN-STATUS.
009100
009200     Select Error-Log-Old Assign to 'JSONERR'
009300         Organization is Line Sequential
009400         File Status is WS-JSONERR-STATUS.
009500
009600     Select Error-Log-New Assign to 'JSONERRN'
009700         Organization is Line Sequential
009800         File Status is WS-JSONERRN-STATUS.
009900
010000     Select Access-Log-Old Assign to 'CUSTALOG'
010100         Organization is Line Sequential
010200         File Status is WS-CUSTALOG-STATUS.
010300
010400     Select Access-Log-New Assign to 'CUSTALGN'
010500         Organization is Line Sequential
010600         File Status is WS-CUSTALGN-STATUS.
010700
010800     Select Key-Xref-Old Assign to 'CUSTXREF'
010900         Organization is Line Sequential
011000         File Status is WS-CUSTXREF-STATUS.
011100
011200     Select Key-Xref-New Assign to 'CUSTXRFN'
011300         Organization is Line Sequential
011400         File Status is WS-CUSTXRFN-STATUS.
011500
011600     Select Entitle-Table-Old Assign to 'ENTLTBL'
011700         Organization is Line Sequential
011800         File Status is WS-ENTLTBL-STATUS.
011900
012000     Select Entitle-Table-New Assign to 'ENTLTBLN'
012100         Organization is Line Sequential
012200         File Status is WS-ENTLTBLN-STATUS.
012300
012400     Select Pend-Queue-Old Assign to 'CMPENDQ'
012500         Organization is Line Sequential
012600         File Status is WS-CMPENDQ-STATUS.
012700
012800     Select Pend-Queue-New Assign to 'CMPENDN'
012900         Organization is Line Sequential
013000         File Status is WS-CMPENDN-STATUS.
013100
013200     Select Archived-Keys-Old Assign to 'CUSTARCK'
013300         Organization is Line Sequential
013400         File Status is WS-CUSTARCK-STATUS.
013500
013600     Select Archived-Keys-New Assign to 'CUSTARCKN'
013700         Organization is Line Sequential
013800         File Status is WS-CUSTARCKN-STATUS.
013900
014000     Select Offline-Master-Old Assign to 'CUSTARCH'
014100         Organization is Sequential
014200         File Status is WS-CUSTARCH-STATUS.
014300
014400     Select Offline-Master-New Assign to 'CUSTARCN'
014500         Organization is Sequential
014600         File Status is WS-CUSTARCN-STATUS.
014700
014800     Select Snapshot-Old Assign to 'CUSTSNAP'
014900         Organization is Sequential
015000         File Status is WS-CUSTSNAP-STATUS.
015100
015200     Select Snapshot-New Assign to 'CUSTSNPN'
015300         Organization is Sequential
015400         File Status is WS-CUSTSNPN-STATUS.
015404
015408     Select Stale-Conflict-Old Assign to 'STALECF'
015412         Organization is Line Sequential
015416         File Status is WS-STALECF-STATUS.
015420
015424     Select Stale-Conflict-New Assign to 'STALECFN'
015428         Organization is Line Sequential
015432         File Status is WS-STALECFN-STATUS.
015436
015440     Select Embargo-Old Assign to 'EMBARGO'
015444         Organization is Line Sequential
015448         File Status is WS-EMBARGO-STATUS.
015452
015456     Select Embargo-New Assign to 'EMBARGON'
015460         Organization is Line Sequential
015464         File Status is WS-EMBARGON-STATUS.
015468
015472     Select Dup-Pair-Old Assign to 'DUPPAIR'
015476         Organization is Line Sequential
015480         File Status is WS-DUPPAIR-STATUS.
015484
015488     Select Dup-Pair-New Assign to 'DUPPAIRN'
015492         Organization is Line Sequential
015496         File Status is WS-DUPPAIRN-STATUS.
015500
015502     Select Value-Except-Old Assign to 'VALXEXC'
015504         Organization is Line Sequential
015506         File Status is WS-VALXEXC-STATUS.
015508
015510     Select Value-Except-New Assign to 'VALXEXCN'
015512         Organization is Line Sequential
015514         File Status is WS-VALXEXCN-STATUS.
015516
015518     Select Date-Adjust-Old Assign to 'BDAYADJ'
015520         Organization is Line Sequential
015522         File Status is WS-BDAYADJ-STATUS.
015524
015526     Select Date-Adjust-New Assign to 'BDAYADJN'
015528         Organization is Line Sequential
015530         File Status is WS-BDAYADJN-STATUS.
015532
015534     Select Pkx-Audit-Old Assign to 'PKXAUDIT'
015536         Organization is Line Sequential
015538         File Status is WS-PKXAUDIT-STATUS.
015540
015542     Select Pkx-Audit-New Assign to 'PKXAUDTN'
015544         Organization is Line Sequential
015546         File Status is WS-PKXAUDTN-STATUS.
015548
015550     Select Hier-Audit-Old Assign to 'HIERAUD'
015552         Organization is Line Sequential
015554         File Status is WS-HIERAUD-STATUS.
015556
015558     Select Hier-Audit-New Assign to 'HIERAUDN'
015560         Organization is Line Sequential
015562         File Status is WS-HIERAUDN-STATUS.
015564
015566     Select Entl-Pickup-Old Assign to 'ENTLPICK'
015568         Organization is Line Sequential
015570         File Status is WS-ENTLPICK-STATUS.
015572
015574     Select Entl-Pickup-New Assign to 'ENTLPCKN'
015576         Organization is Line Sequential
015578         File Status is WS-ENTLPCKN-STATUS.
015580
015582     Select Emb-Withheld-Old Assign to 'EMBWHLD'
015584         Organization is Line Sequential
015586         File Status is WS-EMBWHLD-STATUS.
015588
015590     Select Emb-Withheld-New Assign to 'EMBWHLDN'
015592         Organization is Line Sequential
015594         File Status is WS-EMBWHLDN-STATUS.
015596
015600     Select Run-Lock Assign to 'RUNLOCK'
015700         Organization is Sequential
015800         File Status is WS-RUNLOCK-STATUS.
015820
015840     Select Control-Totals Assign to 'JSNCTOT'
015860         Organization is Line Sequential
015880         File Status is WS-CTLTOT-STATUS.
015900 Data Division.
016000 File Section.
016100 FD  Erase-Requests
016200     Label Records are Standard
016300     Recording Mode is F.
016400 COPY ERASEREQ.
016500
016600 FD  Erase-Log
016700     Label Records are Standard
016800     Recording Mode is F.
016900 COPY ERASELOG.
017000
017100 FD  Hold-Registry
017200     Label Records are Standard
017300     Recording Mode is F.
017400 COPY ARCHHOLD.
017500
017600 FD  Customer-Master
017700     Label Records are Standard
017800     Recording Mode is F.
017900 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMAST-REC==.
018000
018100 FD  Customer-Detail
018200     Label Records are Standard
018300     Recording Mode is F.
018400 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
018500                         ==CUSTDETL-REC==.
018510
018520 FD  Token-Vault
018530     Label Records are Standard
018540     Recording Mode is F.
018550 COPY TOKVAULT.
018552
018554 FD  Customer-Stamps
018556     Label Records are Standard
018558     Recording Mode is F.
018560 COPY CUSTSTMP.
018562
018564 FD  Partner-Key-Xref
018566     Label Records are Standard
018568     Recording Mode is F.
018570 COPY PKEYXREF.
018572
018574 FD  Customer-Hierarchy
018576     Label Records are Standard
018578     Recording Mode is F.
018580 COPY CUSTHIER.
018582
018584 FD  Volume-Backlog
018586     Label Records are Standard
018588     Recording Mode is F.
018590 COPY VOLBKLG.
018600
018700 FD  Json-Archive-Old
018800     Label Records are Standard
018900     Recording Mode is F.
019000 COPY JSNARCH.
019100
019200 FD  Json-Archive-New
019300     Label Records are Standard
019400     Recording Mode is F.
019500 COPY JSNARCH
019600     Replacing ==JAR-ARCHIVE-RECORD== By ==JAR-NEW-RECORD==.
019700
019800 FD  Archive-Offload-Old
019900     Label Records are Standard
020000     Recording Mode is F.
020100 COPY JSNARCH
020200     Replacing ==JAR-ARCHIVE-RECORD== By ==JAR-OFFLOAD-RECORD==.
020300
020400 FD  Archive-Offload-New
020500     Label Records are Standard
020600     Recording Mode is F.
020700 COPY JSNARCH
020800     Replacing ==JAR-ARCHIVE-RECORD== By ==JAR-OFFNEW-RECORD==.
020900
021000 FD  Journal-Old
021100     Label Records are Standard
021200     Recording Mode is F.
021300 COPY CMJRNL.
021400
021500 FD  Journal-New
021600     Label Records are Standard
021700     Recording Mode is F.
021800 COPY CMJRNL Replacing ==CMJ-JOURNAL-RECORD== By
021900                       ==CMJN-JOURNAL-RECORD==.
022000
022100 FD  Error-Log-Old
022200     Label Records are Standard
022300     Recording Mode is F.
022400 COPY JSNERLOG.
022500
022600 FD  Error-Log-New
022700     Label Records are Standard
022800     Recording Mode is F.
022900 COPY JSNERLOG Replacing ==JEL-ERROR-RECORD== By
023000                         ==JELN-ERROR-RECORD==.
023100
023200 FD  Access-Log-Old
023300     Label Records are Standard
023400     Recording Mode is F.
023500 COPY CUSTALOG.
023600
023700 FD  Access-Log-New
023800     Label Records are Standard
023900     Recording Mode is F.
024000 COPY CUSTALOG Replacing ==ALG-ACCESS-LOG-RECORD== By
024100                         ==ALGN-ACCESS-LOG-RECORD==.
024200
024300 FD  Key-Xref-Old
024400     Label Records are Standard
024500     Recording Mode is F.
024600 COPY CUSTXREF.
024700
024800 FD  Key-Xref-New
024900     Label Records are Standard
025000     Recording Mode is F.
025100 COPY CUSTXREF Replacing ==CXR-XREF-RECORD== By
025200                         ==CXRN-XREF-RECORD==.
025300
025400 FD  Entitle-Table-Old
025500     Label Records are Standard
025600     Recording Mode is F.
025700 COPY ENTLTBL.
025800
025900 FD  Entitle-Table-New
026000     Label Records are Standard
026100     Recording Mode is F.
026200 COPY ENTLTBL Replacing ==ETL-ENTITLE-RECORD== By
026300                        ==ETL-ENTITLE-NEW-RECORD==.
026400
026500 FD  Pend-Queue-Old
026600     Label Records are Standard
026700     Recording Mode is F.
026800 COPY CMPEND.
026900
027000 FD  Pend-Queue-New
027100     Label Records are Standard
027200     Recording Mode is F.
027300 COPY CMPEND Replacing ==CMP-PENDING-RECORD== By
027400                       ==CMPN-PENDING-RECORD==.
027500
027600 FD  Archived-Keys-Old
027700     Label Records are Standard
027800     Recording Mode is F.
027900 COPY CUSTARCK.
028000
028100 FD  Archived-Keys-New
028200     Label Records are Standard
028300     Recording Mode is F.
028400 COPY CUSTARCK Replacing ==CAK-ARCHIVED-KEY-RECORD== By
028500                         ==CAKN-ARCHIVED-KEY-RECORD==.
028600
028700 FD  Offline-Master-Old
028800     Label Records are Standard
028900     Recording Mode is F.
029000 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTARCH-REC==.
029100
029200 FD  Offline-Master-New
029300     Label Records are Standard
029400     Recording Mode is F.
029500 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTARCN-REC==.
029600
029700 FD  Snapshot-Old
029800     Label Records are Standard
029900     Recording Mode is F.
030000 COPY SOMEDATA Replacing ==SOME-DATA== By ==CSNP-REC==.
030100
030200 FD  Snapshot-New
030300     Label Records are Standard
030400     Recording Mode is F.
030500 COPY SOMEDATA Replacing ==SOME-DATA== By ==CSNPN-REC==.
030502
030504 FD  Stale-Conflict-Old
030506     Label Records are Standard
030508     Recording Mode is F.
030510 COPY STALECF.
030512
030514 FD  Stale-Conflict-New
030516     Label Records are Standard
030518     Recording Mode is F.
030520 COPY STALECF Replacing ==SCF-CONFLICT-RECORD== By
030522                        ==SCFN-CONFLICT-RECORD==.
030524
030526 FD  Embargo-Old
030528     Label Records are Standard
030530     Recording Mode is F.
030532 COPY EMBARGO.
030534
030536 FD  Embargo-New
030538     Label Records are Standard
030540     Recording Mode is F.
030542 COPY EMBARGO Replacing ==EMB-EMBARGO-RECORD== By
030544                        ==EMBN-EMBARGO-RECORD==.
030546
030548 FD  Dup-Pair-Old
030550     Label Records are Standard
030552     Recording Mode is F.
030554 COPY DUPPAIR.
030556
030558 FD  Dup-Pair-New
030560     Label Records are Standard
030562     Recording Mode is F.
030564 COPY DUPPAIR Replacing ==DPP-PAIR-RECORD== By
030566                        ==DPPN-PAIR-RECORD==.
030600
030601 FD  Value-Except-Old
030602     Label Records are Standard
030603     Recording Mode is F.
030604 COPY VALXEXC.
030605
030606 FD  Value-Except-New
030607     Label Records are Standard
030608     Recording Mode is F.
030609 COPY VALXEXC Replacing ==VXE-EXCEPTION-RECORD== By
030610                        ==VXEN-EXCEPTION-RECORD==.
030611
030612 FD  Date-Adjust-Old
030613     Label Records are Standard
030614     Recording Mode is F.
030615 COPY BDAYADJ.
030616
030617 FD  Date-Adjust-New
030618     Label Records are Standard
030619     Recording Mode is F.
030620 COPY BDAYADJ Replacing ==BDA-ADJUSTMENT-RECORD== By
030621                        ==BDAN-ADJUSTMENT-RECORD==.
030622
030623 FD  Pkx-Audit-Old
030624     Label Records are Standard
030625     Recording Mode is F.
030626 COPY PKXAUDIT.
030627
030628 FD  Pkx-Audit-New
030629     Label Records are Standard
030630     Recording Mode is F.
030631 COPY PKXAUDIT Replacing ==PXA-AUDIT-RECORD== By
030632                         ==PXAN-AUDIT-RECORD==.
030633
030634 FD  Hier-Audit-Old
030635     Label Records are Standard
030636     Recording Mode is F.
030637 COPY HIERAUD.
030638
030639 FD  Hier-Audit-New
030640     Label Records are Standard
030641     Recording Mode is F.
030642 COPY HIERAUD Replacing ==HAU-AUDIT-RECORD== By
030643                        ==HAUN-AUDIT-RECORD==.
030644
030645 FD  Entl-Pickup-Old
030646     Label Records are Standard
030647     Recording Mode is F.
030648 COPY ENTLPICK.
030649
030650 FD  Entl-Pickup-New
030651     Label Records are Standard
030652     Recording Mode is F.
030653 COPY ENTLPICK Replacing ==EPK-PICKUP-RECORD== By
030654                         ==EPKN-PICKUP-RECORD==.
030655
030656 FD  Emb-Withheld-Old
030657     Label Records are Standard
030658     Recording Mode is F.
030659 COPY EMBWHLD.
030660
030661 FD  Emb-Withheld-New
030662     Label Records are Standard
030663     Recording Mode is F.
030664 COPY EMBWHLD Replacing ==EWH-WITHHELD-RECORD== By
030665                        ==EWHN-WITHHELD-RECORD==.
030666
030700 FD  Run-Lock
030800     Label Records are Standard
030900     Recording Mode is F.
031000 COPY RUNLOCK.
031010
031020 FD  Control-Totals
031030     Label Records are Standard
031040     Recording Mode is F.
031050 COPY CTLTOT.
031100
031200 Working-Storage Section.
031300 01  CONSTANTS.
031400     05  MYNAME               PIC X(008) VALUE 'CMERASE '.
031500*
031600* WHAT AN ERASED KEY IS OVERWRITTEN WITH WHEREVER A ROW IS KEPT.
031700* NOT DERIVED FROM THE KEY, SO IT CANNOT BE REVERSED.
031800     05  WS-ERASED-MASK       PIC X(008) VALUE '*ERASED*'.
031900
032000*
032100* THE FILES AN ERASURE COVERS, IN CERTIFICATE ORDER.  THE PASS
032200* FOR EACH FILE WORKS ON ITS POSITION HERE.
032300 01  WS-FILE-NAMES.
032400     05  FILLER               PIC X(008) VALUE 'CUSTMAST'.
032500     05  FILLER               PIC X(008) VALUE 'CUSTDETL'.
032600     05  FILLER               PIC X(008) VALUE 'JSONARCH'.
032700     05  FILLER               PIC X(008) VALUE 'JSNARCOF'.
032800     05  FILLER               PIC X(008) VALUE 'CMJRNL  '.
032900     05  FILLER               PIC X(008) VALUE 'JSONERR '.
033000     05  FILLER               PIC X(008) VALUE 'CUSTALOG'.
033100     05  FILLER               PIC X(008) VALUE 'CUSTXREF'.
033200     05  FILLER               PIC X(008) VALUE 'ENTLTBL '.
033300     05  FILLER               PIC X(008) VALUE 'CMPENDQ '.
033400     05  FILLER               PIC X(008) VALUE 'CUSTARCK'.
033500     05  FILLER               PIC X(008) VALUE 'CUSTARCH'.
033600     05  FILLER               PIC X(008) VALUE 'CUSTSNAP'.
033610     05  FILLER               PIC X(008) VALUE 'CUSTSTMP'.
033620     05  FILLER               PIC X(008) VALUE 'STALECF '.
033630     05  FILLER               PIC X(008) VALUE 'PKEYXREF'.
033640     05  FILLER               PIC X(008) VALUE 'CUSTHIER'.
033650     05  FILLER               PIC X(008) VALUE 'EMBARGO '.
033660     05  FILLER               PIC X(008) VALUE 'VOLBKLG '.
033670     05  FILLER               PIC X(008) VALUE 'DUPPAIR '.
033674     05  FILLER               PIC X(008) VALUE 'VALXEXC '.
033678     05  FILLER               PIC X(008) VALUE 'BDAYADJ '.
033682     05  FILLER               PIC X(008) VALUE 'PKXAUDIT'.
033686     05  FILLER               PIC X(008) VALUE 'HIERAUD '.
033690     05  FILLER               PIC X(008) VALUE 'ENTLPICK'.
033694     05  FILLER               PIC X(008) VALUE 'EMBWHLD '.
033700 01  WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
033800     05  WS-FILE-NAME         PIC X(008) OCCURS 26 TIMES.
033900
034000 01  WS-FILE-MAX              PIC 9(004) COMP-5 VALUE 26.
034100 01  WS-FILE-OPEN-TABLE.
034200     05  WS-FILE-OPEN-STATUS  PIC X(002) OCCURS 26 TIMES.
034300
034400 01  WS-ERASEREQ-STATUS       PIC X(002) VALUE '00'.
034500 01  WS-ERASELOG-STATUS       PIC X(002) VALUE '00'.
034600 01  WS-ARCHHOLD-STATUS       PIC X(002) VALUE '00'.
034700 01  WS-CUSTMAST-STATUS       PIC X(002) VALUE '00'.
034800 01  WS-CUSTDETL-STATUS       PIC X(002) VALUE '00'.
034810 01  WS-TOKVAULT-STATUS       PIC X(002) VALUE '00'.
034900 01  WS-JSONARCH-STATUS       PIC X(002) VALUE '00'.
035000 01  WS-JSONARCHN-STATUS      PIC X(002) VALUE '00'.
035100 01  WS-JSNARCOF-STATUS       PIC X(002) VALUE '00'.
035200 01  WS-JSNARCFN-STATUS       PIC X(002) VALUE '00'.
035300 01  WS-CMJRNL-STATUS         PIC X(002) VALUE '00'.
035400 01  WS-CMJRNLN-STATUS        PIC X(002) VALUE '00'.
035500 01  WS-JSONERR-STATUS        PIC X(002) VALUE '00'.
035600 01  WS-JSONERRN-STATUS       PIC X(002) VALUE '00'.
035700 01  WS-CUSTALOG-STATUS       PIC X(002) VALUE '00'.
035800 01  WS-CUSTALGN-STATUS       PIC X(002) VALUE '00'.
035900 01  WS-CUSTXREF-STATUS       PIC X(002) VALUE '00'.
036000 01  WS-CUSTXRFN-STATUS       PIC X(002) VALUE '00'.
036100 01  WS-ENTLTBL-STATUS        PIC X(002) VALUE '00'.
036200 01  WS-ENTLTBLN-STATUS       PIC X(002) VALUE '00'.
036300 01  WS-CMPENDQ-STATUS        PIC X(002) VALUE '00'.
036400 01  WS-CMPENDN-STATUS        PIC X(002) VALUE '00'.
036500 01  WS-CUSTARCK-STATUS       PIC X(002) VALUE '00'.
036600 01  WS-CUSTARCKN-STATUS      PIC X(002) VALUE '00'.
036700 01  WS-CUSTARCH-STATUS       PIC X(002) VALUE '00'.
036800 01  WS-CUSTARCN-STATUS       PIC X(002) VALUE '00'.
036900 01  WS-CUSTSNAP-STATUS       PIC X(002) VALUE '00'.
037000 01  WS-CUSTSNPN-STATUS       PIC X(002) VALUE '00'.
037050 01  WS-CTLTOT-STATUS         PIC X(002) VALUE '00'.
037052 01  WS-CUSTSTMP-STATUS       PIC X(002) VALUE '00'.
037054 01  WS-STALECF-STATUS        PIC X(002) VALUE '00'.
037056 01  WS-STALECFN-STATUS       PIC X(002) VALUE '00'.
037058 01  WS-PKEYXREF-STATUS       PIC X(002) VALUE '00'.
037060 01  WS-CUSTHIER-STATUS       PIC X(002) VALUE '00'.
037062 01  WS-EMBARGO-STATUS        PIC X(002) VALUE '00'.
037064 01  WS-EMBARGON-STATUS       PIC X(002) VALUE '00'.
037066 01  WS-VOLBKLG-STATUS        PIC X(002) VALUE '00'.
037068 01  WS-DUPPAIR-STATUS        PIC X(002) VALUE '00'.
037070 01  WS-DUPPAIRN-STATUS       PIC X(002) VALUE '00'.
037072 01  WS-VALXEXC-STATUS        PIC X(002) VALUE '00'.
037074 01  WS-VALXEXCN-STATUS       PIC X(002) VALUE '00'.
037076 01  WS-BDAYADJ-STATUS        PIC X(002) VALUE '00'.
037078 01  WS-BDAYADJN-STATUS       PIC X(002) VALUE '00'.
037080 01  WS-PKXAUDIT-STATUS       PIC X(002) VALUE '00'.
037082 01  WS-PKXAUDTN-STATUS       PIC X(002) VALUE '00'.
037084 01  WS-HIERAUD-STATUS        PIC X(002) VALUE '00'.
037086 01  WS-HIERAUDN-STATUS       PIC X(002) VALUE '00'.
037088 01  WS-ENTLPICK-STATUS       PIC X(002) VALUE '00'.
037090 01  WS-ENTLPCKN-STATUS       PIC X(002) VALUE '00'.
037092 01  WS-EMBWHLD-STATUS        PIC X(002) VALUE '00'.
037094 01  WS-EMBWHLDN-STATUS       PIC X(002) VALUE '00'.
037100
037200 01  WS-SWITCHES.
037300     05  WS-ERASEREQ-EOF-SW   PIC X(001) VALUE 'N'.
037400         88  WS-ERASEREQ-EOF      VALUE 'Y'.
037500     05  WS-ARCHHOLD-EOF-SW   PIC X(001) VALUE 'N'.
037600         88  WS-ARCHHOLD-EOF      VALUE 'Y'.
037700     05  WS-CUSTXREF-EOF-SW   PIC X(001) VALUE 'N'.
037800         88  WS-CUSTXREF-EOF      VALUE 'Y'.
037900     05  WS-PASS-EOF-SW       PIC X(001) VALUE 'N'.
038000         88  WS-PASS-EOF          VALUE 'Y'.
038100     05  WS-KEY-ADDED-SW      PIC X(001) VALUE 'N'.
038200         88  WS-KEY-ADDED         VALUE 'Y'.
038300     05  WS-ALIAS-FOUND-SW    PIC X(001) VALUE 'N'.
038400         88  WS-ALIAS-FOUND       VALUE 'Y'.
038500     05  WS-FEED-HOLDS-SW     PIC X(001) VALUE 'N'.
038600         88  WS-FEED-HOLDS        VALUE 'Y'.
038700     05  WS-CUSTDETL-MISSING-SW
038800                              PIC X(001) VALUE 'N'.
038900         88  WS-CUSTDETL-MISSING  VALUE 'Y'.
038910     05  WS-TOKVAULT-MISSING-SW
038920                              PIC X(001) VALUE 'N'.
038930         88  WS-TOKVAULT-MISSING  VALUE 'Y'.
038940     05  WS-JSONARCHN-WRITTEN-SW
038950                              PIC X(001) VALUE 'N'.
038960         88  WS-JSONARCHN-WRITTEN VALUE 'Y'.
038970     05  WS-CUSTSNPN-WRITTEN-SW
038980                              PIC X(001) VALUE 'N'.
038990         88  WS-CUSTSNPN-WRITTEN  VALUE 'Y'.
039000
039100 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
039200 01  WS-RUN-TIME              PIC 9(008) VALUE 0.
039300
039400*
039500* ONE ENTRY PER ERASEREQ ROW, WITH ITS OUTCOME AND, PER FILE,
039600* THE ROWS REMOVED AND ANONYMIZED FOR THE CERTIFICATE.
039700 01  WS-REQUEST-TABLE.
039800     05  WS-REQ-MAX           PIC 9(004) COMP-5 VALUE 100.
039900     05  WS-REQ-COUNT         PIC 9(004) COMP-5 VALUE 0.
040000     05  WS-REQ-ENTRY OCCURS 100 TIMES.
040100         10  WS-REQ-CASE-REF  PIC X(012).
040200         10  WS-REQ-KEY       PIC X(008).
040300         10  WS-REQ-BY        PIC X(008).
040400         10  WS-REQ-OUTCOME   PIC X(001).
040500             88  WS-REQ-ERASING   VALUE 'E'.
040600             88  WS-REQ-HELD      VALUE 'H'.
040700             88  WS-REQ-INVALID   VALUE 'X'.
040800         10  WS-REQ-KEYS      PIC 9(004) COMP-5.
040900         10  WS-REQ-FILE-COUNTS OCCURS 26 TIMES.
041000             15  WS-REQ-REMOVED
041100                              PIC 9(007) COMP-5.
041200             15  WS-REQ-ANONYMIZED
041300                              PIC 9(007) COMP-5.
041400
041500*
041600* EVERY KEY BEING ERASED -- EACH REQUEST'S OWN KEY AND ITS
041700* ALIASES -- WITH ITS SIGNIFICANT LENGTH, FOR THE BUFFER SCANS,
041800* AND THE REQUEST IT BELONGS TO.
041900 01  WS-KEY-TABLE.
042000     05  WS-KEY-MAX           PIC 9(004) COMP-5 VALUE 500.
042100     05  WS-KEY-COUNT         PIC 9(004) COMP-5 VALUE 0.
042200     05  WS-KEY-ENTRY OCCURS 500 TIMES.
042300         10  WS-KEY-VALUE     PIC X(008).
042400         10  WS-KEY-LENGTH    PIC 9(004) COMP-5.
042500         10  WS-KEY-REQ       PIC 9(004) COMP-5.
042600
042700*
042800* THE ARCHHOLD REGISTRY, LOADED ONCE.
042900 01  WS-HOLD-TABLE.
043000     05  WS-HOLD-MAX          PIC 9(004) COMP-5 VALUE 200.
043100     05  WS-HOLD-COUNT        PIC 9(004) COMP-5 VALUE 0.
043200     05  WS-HOLD-ENTRY OCCURS 200 TIMES.
043300         10  WS-HOLD-KEY      PIC X(008).
043400         10  WS-HOLD-FEED     PIC X(010).
043500
043600 01  WS-SUBSCRIPTS.
043700     05  WS-REQ-SUB           PIC 9(004) COMP-5 VALUE 0.
043800     05  WS-KEY-SUB           PIC 9(004) COMP-5 VALUE 0.
043900     05  WS-HOLD-SUB          PIC 9(004) COMP-5 VALUE 0.
044000     05  WS-FILE-SUB          PIC 9(004) COMP-5 VALUE 0.
044100     05  WS-MATCH-REQ         PIC 9(004) COMP-5 VALUE 0.
044200     05  WS-LEN-SUB           PIC 9(004) COMP-5 VALUE 0.
044250     05  WS-ROW-REQ           PIC 9(004) COMP-5 VALUE 0.
044300
044400 01  WS-PROBE-KEY             PIC X(008) VALUE SPACES.
044450 01  WS-MASK-KEY              PIC X(008) VALUE SPACES.
044500 01  WS-PROBE-FEED            PIC X(010) VALUE SPACES.
044600 01  WS-SCAN-BUFFER           PIC X(250) VALUE SPACES.
044700 01  WS-SCAN-TALLY            PIC 9(004) COMP-5 VALUE 0.
044800
044900 01  WS-COUNTERS.
045000     05  WS-REQS-READ         PIC 9(009) COMP-5 VALUE 0.
045100     05  WS-REQS-ERASED       PIC 9(009) COMP-5 VALUE 0.
045200     05  WS-REQS-REFUSED      PIC 9(009) COMP-5 VALUE 0.
045300     05  WS-RECS-TOTAL        PIC 9(009) COMP-5 VALUE 0.
045310     05  WS-TOKENS-SHREDDED   PIC 9(009) COMP-5 VALUE 0.
045315
045320*
045325* WHAT WENT INTO THE NEW JSONARCHN AND CUSTSNPN GENERATIONS, FOR
045330* THEIR JSNCTOT ROWS (5200).  THE HASH TOTALS ARE AS CTLTOT.CPY
045335* DEFINES THEM.
045340 01  WS-GENERATION-TOTALS.
045345     05  WS-ARCH-READ         PIC 9(009) COMP-5 VALUE 0.
045350     05  WS-ARCH-KEPT         PIC 9(009) COMP-5 VALUE 0.
045355     05  WS-ARCH-HASH         PIC 9(015) COMP-5 VALUE 0.
045360     05  WS-SNAP-READ         PIC 9(009) COMP-5 VALUE 0.
045365     05  WS-SNAP-KEPT         PIC 9(009) COMP-5 VALUE 0.
045370     05  WS-SNAP-HASH         PIC 9(015) COMP-5 VALUE 0.
045400
045500*
045600* RUNLOCK RUN-SERIALIZATION SUPPORT (1900/8900).
045700 01  WS-RUNLOCK-STATUS        PIC X(002) VALUE '00'.
045800 01  WS-LOCK-RUN-DATE         PIC 9(008) VALUE 0.
045900 01  WS-LOCK-RUN-TIME         PIC 9(008) VALUE 0.
046000
046100******************************************************************
046200 Procedure Division.
046300******************************************************************
046400 0000-MAINLINE.
046500
046600     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
046700     PERFORM 2000-ERASE-MASTER        THRU 2000-EXIT
046710     PERFORM 2100-SHRED-TOKENS        THRU 2100-EXIT
046800     PERFORM 3100-ERASE-JSONARCH      THRU 3100-EXIT
046900     PERFORM 3200-ERASE-OFFLOAD       THRU 3200-EXIT
047000     PERFORM 3300-ERASE-JOURNAL       THRU 3300-EXIT
047100     PERFORM 3400-ERASE-ERROR-LOG     THRU 3400-EXIT
047200     PERFORM 3500-ERASE-ACCESS-LOG    THRU 3500-EXIT
047300     PERFORM 3600-ERASE-XREF          THRU 3600-EXIT
047400     PERFORM 3700-ERASE-ENTITLE       THRU 3700-EXIT
047500     PERFORM 3800-ERASE-PEND-QUEUE    THRU 3800-EXIT
047600     PERFORM 3900-ERASE-ARCHIVED-KEYS THRU 3900-EXIT
047700     PERFORM 4000-ERASE-OFFLINE-MASTER
047800                                      THRU 4000-EXIT
047900     PERFORM 4100-ERASE-SNAPSHOT      THRU 4100-EXIT
047910     PERFORM 4200-ERASE-STAMPS        THRU 4200-EXIT
047920     PERFORM 4300-ERASE-STALE-CONF    THRU 4300-EXIT
047930     PERFORM 4400-ERASE-PARTNER-XREF  THRU 4400-EXIT
047940     PERFORM 4500-ERASE-HIERARCHY     THRU 4500-EXIT
047950     PERFORM 4600-ERASE-EMBARGO       THRU 4600-EXIT
047960     PERFORM 4700-ERASE-VOL-BACKLOG   THRU 4700-EXIT
047970     PERFORM 4800-ERASE-DUP-PAIRS     THRU 4800-EXIT
047980     PERFORM 4900-ERASE-AUDIT-LOGS    THRU 4900-EXIT
048000     PERFORM 5000-TERMINATE           THRU 5000-EXIT
048100
048200     GOBACK
048300     .
048400 0000-EXIT.
048500     EXIT.
048600
048700******************************************************************
048800* 1000-INITIALIZE  --  CLAIMS THE RUN LOCK, LOADS THE REQUESTS,  *
048900*                      WIDENS THEM TO THEIR ALIASES, REFUSES     *
049000*                      THE HELD ONES, AND OPENS THE MASTER AND   *
049100*                      DETAIL FILES.  A MISSING CUSTDETL ONLY    *
049200*                      SKIPS THE DETAIL DELETE.                  *
049300******************************************************************
049400 1000-INITIALIZE.
049500
049600     DISPLAY MYNAME ' Begin'
049700     PERFORM 1900-CLAIM-RUN-LOCK THRU 1900-EXIT
049800
049900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
050000     ACCEPT WS-RUN-TIME FROM TIME
050100     MOVE SPACES TO WS-FILE-OPEN-TABLE
050200
050300     OPEN INPUT Erase-Requests
050400     IF WS-ERASEREQ-STATUS NOT = '00'
050500         DISPLAY MYNAME ' UNABLE TO OPEN ERASEREQ, STATUS = '
050600             WS-ERASEREQ-STATUS
050700         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
050800         MOVE 16 TO RETURN-CODE
050900         GOBACK
051000     END-IF
051100     PERFORM 1100-LOAD-REQUEST THRU 1100-EXIT
051200         UNTIL WS-ERASEREQ-EOF
051300     CLOSE Erase-Requests
051400
051500     PERFORM 1200-LOAD-ALIASES THRU 1200-EXIT
051600     PERFORM 1300-CHECK-HOLDS  THRU 1300-EXIT
051700
051800     OPEN I-O Customer-Master
051900     MOVE WS-CUSTMAST-STATUS TO WS-FILE-OPEN-STATUS (1)
052000     IF WS-CUSTMAST-STATUS NOT = '00'
052100         DISPLAY MYNAME ' UNABLE TO OPEN CUSTMAST, STATUS = '
052200             WS-CUSTMAST-STATUS
052300         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
052400         MOVE 16 TO RETURN-CODE
052500         GOBACK
052600     END-IF
052700
052800     OPEN I-O Customer-Detail
052900     MOVE WS-CUSTDETL-STATUS TO WS-FILE-OPEN-STATUS (2)
053000     IF WS-CUSTDETL-STATUS NOT = '00'
053100         DISPLAY MYNAME
053200             ' CUSTOMER-DETAIL NOT AVAILABLE, STATUS = '
053300             WS-CUSTDETL-STATUS ', DETAIL NOT ERASED'
053400         SET WS-CUSTDETL-MISSING TO TRUE
053500     END-IF
053510
053520     OPEN I-O Token-Vault
053530     IF WS-TOKVAULT-STATUS NOT = '00'
053540         DISPLAY MYNAME
053550             ' TOKEN VAULT NOT AVAILABLE, STATUS = '
053560             WS-TOKVAULT-STATUS ', TOKENS NOT SHREDDED'
053570         SET WS-TOKVAULT-MISSING TO TRUE
053580         MOVE 4 TO RETURN-CODE
053590     END-IF
053600
053700     .
053800 1000-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200* 1100-LOAD-REQUEST  --  TABLES ONE ERASEREQ ROW AND ITS KEY.  A *
054300*                        BLANK KEY IS REFUSED AS INVALID; A      *
054400*                        FULL TABLE LEAVES THE REST OF THE FILE  *
054500*                        FOR THE NEXT RUN.                       *
054600******************************************************************
054700 1100-LOAD-REQUEST.
054800
054900     READ Erase-Requests
055000         AT END
055100             SET WS-ERASEREQ-EOF TO TRUE
055200             GO TO 1100-EXIT
055300     END-READ
055400     ADD 1 TO WS-REQS-READ
055500
055600     IF WS-REQ-COUNT >= WS-REQ-MAX
055700         DISPLAY MYNAME ' REQUEST TABLE FULL, CASE '
055800             ERQ-CASE-REF ' LEFT FOR THE NEXT RUN'
055900         MOVE 4 TO RETURN-CODE
056000         GO TO 1100-EXIT
056100     END-IF
056200
056300     ADD 1 TO WS-REQ-COUNT
056400     MOVE WS-REQ-COUNT TO WS-REQ-SUB
056500     INITIALIZE WS-REQ-ENTRY (WS-REQ-SUB)
056600     MOVE ERQ-CASE-REF     TO WS-REQ-CASE-REF (WS-REQ-SUB)
056700     MOVE ERQ-CUSTOMER-KEY TO WS-REQ-KEY (WS-REQ-SUB)
056800     MOVE ERQ-REQUESTED-BY TO WS-REQ-BY (WS-REQ-SUB)
056900
057000     IF ERQ-CUSTOMER-KEY = SPACES
057100         SET WS-REQ-INVALID (WS-REQ-SUB) TO TRUE
057200         DISPLAY MYNAME ' CASE ' ERQ-CASE-REF
057300             ' REFUSED -- NO CUSTOMER KEY'
057400         GO TO 1100-EXIT
057500     END-IF
057600
057700     SET WS-REQ-ERASING (WS-REQ-SUB) TO TRUE
057800     MOVE ERQ-CUSTOMER-KEY TO WS-PROBE-KEY
057900     PERFORM 7000-ADD-ERASE-KEY THRU 7000-EXIT
058000
058100     .
058200 1100-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600* 1200-LOAD-ALIASES  --  WIDENS EVERY KEY TO THE OLD KEYS        *
058700*                        CUSTXREF SAYS WERE REKEYED OR MERGED    *
058800*                        INTO IT.  EACH PASS OVER CUSTXREF CAN   *
058900*                        ADD AN ALIAS WHOSE OWN OLDER ALIASES    *
059000*                        ARE ONLY FOUND ON THE NEXT, SO PASSES   *
059100*                        REPEAT UNTIL ONE FINDS NOTHING NEW.     *
059200******************************************************************
059300 1200-LOAD-ALIASES.
059400
059500     SET WS-ALIAS-FOUND TO TRUE
059600     PERFORM UNTIL NOT WS-ALIAS-FOUND
059700         MOVE 'N' TO WS-ALIAS-FOUND-SW
059800         PERFORM 1250-SCAN-XREF-FOR-ALIASES THRU 1250-EXIT
059900     END-PERFORM
060000
060100     .
060200 1200-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600* 1250-SCAN-XREF-FOR-ALIASES  --  ONE OPEN-SCAN-CLOSE OF         *
060700*                                 CUSTXREF, ADDING THE OLD KEY   *
060800*                                 OF EVERY ROW WHOSE NEW KEY IS  *
060900*                                 ALREADY BEING ERASED.  NO      *
061000*                                 CUSTXREF MEANS NO ALIASES.     *
061100******************************************************************
061200 1250-SCAN-XREF-FOR-ALIASES.
061300
061400     MOVE 'N' TO WS-CUSTXREF-EOF-SW
061500     OPEN INPUT Key-Xref-Old
061600     IF WS-CUSTXREF-STATUS NOT = '00'
061700         GO TO 1250-EXIT
061800     END-IF
061900
062000     PERFORM 8100-READ-XREF THRU 8100-EXIT
062100     PERFORM UNTIL WS-CUSTXREF-EOF
062200         MOVE CXR-NEW-KEY OF CXR-XREF-RECORD TO WS-PROBE-KEY
062300         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
062400         IF WS-MATCH-REQ > 0
062500             AND CXR-OLD-KEY OF CXR-XREF-RECORD NOT = SPACES
062600             MOVE WS-MATCH-REQ TO WS-REQ-SUB
062700             MOVE CXR-OLD-KEY OF CXR-XREF-RECORD
062800                 TO WS-PROBE-KEY
062900             PERFORM 7000-ADD-ERASE-KEY THRU 7000-EXIT
063000             IF WS-KEY-ADDED
063100                 SET WS-ALIAS-FOUND TO TRUE
063200             END-IF
063300         END-IF
063400         PERFORM 8100-READ-XREF THRU 8100-EXIT
063500     END-PERFORM
063600
063700     CLOSE Key-Xref-Old
063800
063900     .
064000 1250-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400* 1300-CHECK-HOLDS  --  REFUSES EVERY REQUEST A LEGAL HOLD       *
064500*                       COVERS, USING JSNARCHP'S MATCH RULE      *
064600*                       (SPACES ON EITHER SIDE OF A HOLD MEANS   *
064700*                       "ANY"): A HOLD ON THE KEY OR AN ALIAS,   *
064800*                       FOR ANY FEED, OR A HOLD ON EVERYTHING,   *
064900*                       REFUSES IT OUTRIGHT; A FEED-ONLY HOLD    *
065000*                       REFUSES IT WHEN THE CUSTOMER HAS         *
065100*                       JSONARCH ROWS ON THAT FEED (1350).  NO   *
065200*                       REGISTRY FILE MEANS NO HOLDS.            *
065300******************************************************************
065400 1300-CHECK-HOLDS.
065500
065600     MOVE 'N' TO WS-ARCHHOLD-EOF-SW
065700     OPEN INPUT Hold-Registry
065800     IF WS-ARCHHOLD-STATUS NOT = '00'
065900         GO TO 1300-EXIT
066000     END-IF
066100
066200     PERFORM 8200-READ-HOLD THRU 8200-EXIT
066300     PERFORM UNTIL WS-ARCHHOLD-EOF
066400         IF WS-HOLD-COUNT < WS-HOLD-MAX
066500             ADD 1 TO WS-HOLD-COUNT
066600             MOVE AHL-CUSTOMER-KEY
066700                 TO WS-HOLD-KEY (WS-HOLD-COUNT)
066800             MOVE AHL-FEED-ID
066900                 TO WS-HOLD-FEED (WS-HOLD-COUNT)
067000         ELSE
067100*
067200* A HOLD THAT CANNOT BE TABLED CANNOT BE CHECKED -- REFUSE
067300* EVERYTHING RATHER THAN RISK ERASING HELD DATA.
067400             MOVE SPACES TO WS-HOLD-KEY (WS-HOLD-MAX)
067500             MOVE SPACES TO WS-HOLD-FEED (WS-HOLD-MAX)
067600             DISPLAY MYNAME ' ARCHHOLD TABLE FULL -- EVERY'
067700                 ' REQUEST TREATED AS HELD'
067800         END-IF
067900         PERFORM 8200-READ-HOLD THRU 8200-EXIT
068000     END-PERFORM
068100     CLOSE Hold-Registry
068200
068300     MOVE 1 TO WS-HOLD-SUB
068400     PERFORM UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
068500         IF WS-HOLD-KEY (WS-HOLD-SUB) = SPACES
068600             IF WS-HOLD-FEED (WS-HOLD-SUB) = SPACES
068700                 PERFORM 1320-HOLD-EVERY-REQUEST THRU 1320-EXIT
068800             ELSE
068900                 SET WS-FEED-HOLDS TO TRUE
069000             END-IF
069100         ELSE
069200             MOVE WS-HOLD-KEY (WS-HOLD-SUB) TO WS-PROBE-KEY
069300             PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
069400             IF WS-MATCH-REQ > 0
069500                 MOVE WS-MATCH-REQ TO WS-REQ-SUB
069600                 PERFORM 1390-REFUSE-HELD THRU 1390-EXIT
069700             END-IF
069800         END-IF
069900         ADD 1 TO WS-HOLD-SUB
070000     END-PERFORM
070100
070200     IF WS-FEED-HOLDS
070300         PERFORM 1350-CHECK-FEED-HOLDS THRU 1350-EXIT
070400     END-IF
070500
070600     .
070700 1300-EXIT.
070800     EXIT.
070900
071000******************************************************************
071100* 1320-HOLD-EVERY-REQUEST  --  A HOLD WITH NEITHER KEY NOR FEED  *
071200*                              HOLDS THE WHOLE ARCHIVE.          *
071300******************************************************************
071400 1320-HOLD-EVERY-REQUEST.
071500
071600     MOVE 1 TO WS-REQ-SUB
071700     PERFORM UNTIL WS-REQ-SUB > WS-REQ-COUNT
071800         IF WS-REQ-ERASING (WS-REQ-SUB)
071900             PERFORM 1390-REFUSE-HELD THRU 1390-EXIT
072000         END-IF
072100         ADD 1 TO WS-REQ-SUB
072200     END-PERFORM
072300
072400     .
072500 1320-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900* 1350-CHECK-FEED-HOLDS  --  ONE READ-ONLY PASS OVER JSONARCH,   *
073000*                            REFUSING A REQUEST WHEN ONE OF ITS  *
073100*                            KEYS HAS A ROW ON A FEED THAT IS    *
073200*                            HELD FOR EVERY CUSTOMER.            *
073300******************************************************************
073400 1350-CHECK-FEED-HOLDS.
073500
073600     MOVE 'N' TO WS-PASS-EOF-SW
073700     OPEN INPUT Json-Archive-Old
073800     IF WS-JSONARCH-STATUS NOT = '00'
073900         GO TO 1350-EXIT
074000     END-IF
074100
074200     PERFORM 8300-READ-JSONARCH THRU 8300-EXIT
074300     PERFORM UNTIL WS-PASS-EOF
074400         MOVE JAR-CUSTOMER-KEY OF JAR-ARCHIVE-RECORD
074500             TO WS-PROBE-KEY
074600         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
074700         IF WS-MATCH-REQ > 0
074800             MOVE 1 TO WS-HOLD-SUB
074900             PERFORM UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
075000                     OR NOT WS-REQ-ERASING (WS-MATCH-REQ)
075100                 IF WS-HOLD-KEY (WS-HOLD-SUB) = SPACES
075200                     AND WS-HOLD-FEED (WS-HOLD-SUB) =
075300                         JAR-FEED-ID OF JAR-ARCHIVE-RECORD
075400                     MOVE WS-MATCH-REQ TO WS-REQ-SUB
075500                     PERFORM 1390-REFUSE-HELD THRU 1390-EXIT
075600                 END-IF
075700                 ADD 1 TO WS-HOLD-SUB
075800             END-PERFORM
075900         END-IF
076000         PERFORM 8300-READ-JSONARCH THRU 8300-EXIT
076100     END-PERFORM
076200
076300     CLOSE Json-Archive-Old
076400
076500     .
076600 1350-EXIT.
076700     EXIT.
076800
076900******************************************************************
077000* 1390-REFUSE-HELD  --  MARKS REQUEST WS-REQ-SUB HELD.  ITS KEYS *
077100*                       STAY IN THE KEY TABLE BUT NO LONGER      *
077200*                       MATCH (7100), SO NOTHING OF IT IS        *
077300*                       TOUCHED.                                 *
077400******************************************************************
077500 1390-REFUSE-HELD.
077600
077700     IF WS-REQ-ERASING (WS-REQ-SUB)
077800         SET WS-REQ-HELD (WS-REQ-SUB) TO TRUE
077900         DISPLAY MYNAME ' CASE ' WS-REQ-CASE-REF (WS-REQ-SUB)
078000             ' REFUSED -- UNDER ARCHHOLD LEGAL HOLD'
078100     END-IF
078200
078300     .
078400 1390-EXIT.
078500     EXIT.
078600
078700******************************************************************
078800* 2000-ERASE-MASTER  --  DELETES EVERY ERASED KEY FROM THE       *
078900*                        CUSTOMER MASTER AND THE CUSTDETL        *
079000*                        SATELLITE IN PLACE.  NOTHING IS         *
079100*                        JOURNALED -- THE JOURNAL'S OWN ROWS FOR *
079200*                        THE KEY ARE DROPPED BELOW.              *
079300******************************************************************
079400 2000-ERASE-MASTER.
079500
079600     MOVE 1 TO WS-KEY-SUB
079700     PERFORM UNTIL WS-KEY-SUB > WS-KEY-COUNT
079800         MOVE WS-KEY-REQ (WS-KEY-SUB) TO WS-MATCH-REQ
079900         IF WS-REQ-ERASING (WS-MATCH-REQ)
080000             MOVE WS-KEY-VALUE (WS-KEY-SUB)
080100                 TO SD-001 OF CUSTMAST-REC
080200             DELETE Customer-Master RECORD
080300                 INVALID KEY
080400                     CONTINUE
080500                 NOT INVALID KEY
080600                     MOVE 1 TO WS-FILE-SUB
080700                     PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
080800             END-DELETE
080900             IF NOT WS-CUSTDETL-MISSING
081000                 MOVE WS-KEY-VALUE (WS-KEY-SUB)
081100                     TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
081200                 DELETE Customer-Detail RECORD
081300                     INVALID KEY
081400                         CONTINUE
081500                     NOT INVALID KEY
081600                         MOVE 2 TO WS-FILE-SUB
081700                         PERFORM 7300-COUNT-REMOVED
081800                             THRU 7300-EXIT
081900                 END-DELETE
082000             END-IF
082100         END-IF
082200         ADD 1 TO WS-KEY-SUB
082300     END-PERFORM
082400
082500     .
082600 2000-EXIT.
082700     EXIT.
082702
082704******************************************************************
082706* 2100-SHRED-TOKENS  --  WALKS THE TOKVAULT AND DELETES EVERY    *
082708*                        ROW ISSUED FOR AN ERASED KEY.  THE      *
082710*                        VAULT IS KEYED BY TOKEN, NOT CUSTOMER,  *
082712*                        SO THE WHOLE FILE IS READ.  THE CONTROL *
082714*                        ROW CARRIES NO CUSTOMER AND IS KEPT.    *
082716*                        EACH ROW COUNTS AS A CUSTDETL REMOVAL.  *
082718******************************************************************
082720 2100-SHRED-TOKENS.
082722
082724     IF WS-TOKVAULT-MISSING
082726         GO TO 2100-EXIT
082728     END-IF
082730
082732     MOVE 2 TO WS-FILE-SUB
082734     MOVE 'N' TO WS-PASS-EOF-SW
082736     MOVE LOW-VALUES TO TKV-TOKEN
082738     START Token-Vault KEY IS NOT LESS THAN TKV-TOKEN
082740         INVALID KEY
082742             SET WS-PASS-EOF TO TRUE
082744     END-START
082746
082748     PERFORM 8050-READ-TOKVAULT THRU 8050-EXIT
082750     PERFORM UNTIL WS-PASS-EOF
082752         IF NOT TKV-CONTROL-ROW
082754             MOVE TKV-CUSTOMER-KEY TO WS-PROBE-KEY
082756             PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
082758             IF WS-MATCH-REQ > 0
082760                 DELETE Token-Vault RECORD
082762                     INVALID KEY
082764                         CONTINUE
082766                     NOT INVALID KEY
082768                         PERFORM 7300-COUNT-REMOVED
082770                             THRU 7300-EXIT
082772                         ADD 1 TO WS-TOKENS-SHREDDED
082774                 END-DELETE
082776             END-IF
082778         END-IF
082780         PERFORM 8050-READ-TOKVAULT THRU 8050-EXIT
082782     END-PERFORM
082784
082786     .
082788 2100-EXIT.
082790     EXIT.
082800
082900******************************************************************
083000* 3100-ERASE-JSONARCH  --  CARRIES JSONARCH FORWARD TO JSONARCHN *
083100*                          IN KEY ORDER, DROPPING THE ERASED     *
083200*                          CUSTOMERS' ROWS.  A ROW WRITTEN       *
083300*                          BEFORE JAR-CUSTOMER-KEY EXISTED       *
083400*                          (SPACES) WHOSE BUFFER CARRIES AN      *
083500*                          ERASED KEY IS THAT CUSTOMER'S PAYLOAD *
083600*                          AND IS DROPPED TOO; ANY OTHER ROW     *
083700*                          QUOTING ONE HAS IT MASKED OUT.        *
083800******************************************************************
083900 3100-ERASE-JSONARCH.
084000
084100     MOVE 3 TO WS-FILE-SUB
084200     MOVE 'N' TO WS-PASS-EOF-SW
084300     OPEN INPUT Json-Archive-Old
084400     MOVE WS-JSONARCH-STATUS TO WS-FILE-OPEN-STATUS (3)
084500     IF WS-JSONARCH-STATUS NOT = '00'
084600         GO TO 3100-EXIT
084700     END-IF
084800     OPEN OUTPUT Json-Archive-New
084900     IF WS-JSONARCHN-STATUS NOT = '00'
085000         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
085100         CLOSE Json-Archive-Old
085200         GO TO 3100-EXIT
085300     END-IF
085400
085500     PERFORM 8300-READ-JSONARCH THRU 8300-EXIT
085600     PERFORM UNTIL WS-PASS-EOF
085650         ADD 1 TO WS-ARCH-READ
085700         MOVE JAR-CUSTOMER-KEY OF JAR-ARCHIVE-RECORD
085800             TO WS-PROBE-KEY
085900         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
086000         IF WS-MATCH-REQ > 0
086100             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
086200         ELSE
086300             MOVE JAR-BUFFER OF JAR-ARCHIVE-RECORD
086400                 TO WS-SCAN-BUFFER
086500             PERFORM 7200-SCAN-BUFFER THRU 7200-EXIT
086600             EVALUATE TRUE
086700                 WHEN WS-MATCH-REQ = 0
086800                     MOVE JAR-ARCHIVE-RECORD TO JAR-NEW-RECORD
086900                     WRITE JAR-NEW-RECORD
086920                     PERFORM 7320-COUNT-ARCHIVE-KEPT
086940                         THRU 7320-EXIT
087000                 WHEN JAR-CUSTOMER-KEY OF JAR-ARCHIVE-RECORD
087100                         = SPACES
087200                     PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
087300                 WHEN OTHER
087400                     MOVE JAR-ARCHIVE-RECORD TO JAR-NEW-RECORD
087500                     MOVE WS-SCAN-BUFFER
087600                         TO JAR-BUFFER OF JAR-NEW-RECORD
087700                     WRITE JAR-NEW-RECORD
087720                     PERFORM 7320-COUNT-ARCHIVE-KEPT
087740                         THRU 7320-EXIT
087800                     PERFORM 7310-COUNT-ANONYMIZED
087900                         THRU 7310-EXIT
088000             END-EVALUATE
088100         END-IF
088200         PERFORM 8300-READ-JSONARCH THRU 8300-EXIT
088300     END-PERFORM
088400
088500     CLOSE Json-Archive-Old
088600     CLOSE Json-Archive-New
088650     SET WS-JSONARCHN-WRITTEN TO TRUE
088700
088800     .
088900 3100-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300* 3200-ERASE-OFFLOAD  --  THE SAME RULE AS 3100 FOR THE ROWS     *
089400*                         JSNARCHP HAS AGED OFF TO JSNARCOF,     *
089500*                         CARRIED FORWARD TO JSNARCFN.           *
089600******************************************************************
089700 3200-ERASE-OFFLOAD.
089800
089900     MOVE 4 TO WS-FILE-SUB
090000     MOVE 'N' TO WS-PASS-EOF-SW
090100     OPEN INPUT Archive-Offload-Old
090200     MOVE WS-JSNARCOF-STATUS TO WS-FILE-OPEN-STATUS (4)
090300     IF WS-JSNARCOF-STATUS NOT = '00'
090400         GO TO 3200-EXIT
090500     END-IF
090600     OPEN OUTPUT Archive-Offload-New
090700     IF WS-JSNARCFN-STATUS NOT = '00'
090800         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
090900         CLOSE Archive-Offload-Old
091000         GO TO 3200-EXIT
091100     END-IF
091200
091300     PERFORM 8400-READ-OFFLOAD THRU 8400-EXIT
091400     PERFORM UNTIL WS-PASS-EOF
091500         MOVE JAR-CUSTOMER-KEY OF JAR-OFFLOAD-RECORD
091600             TO WS-PROBE-KEY
091700         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
091800         IF WS-MATCH-REQ > 0
091900             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
092000         ELSE
092100             MOVE JAR-BUFFER OF JAR-OFFLOAD-RECORD
092200                 TO WS-SCAN-BUFFER
092300             PERFORM 7200-SCAN-BUFFER THRU 7200-EXIT
092400             EVALUATE TRUE
092500                 WHEN WS-MATCH-REQ = 0
092600                     MOVE JAR-OFFLOAD-RECORD
092700                         TO JAR-OFFNEW-RECORD
092800                     WRITE JAR-OFFNEW-RECORD
092900                 WHEN JAR-CUSTOMER-KEY OF JAR-OFFLOAD-RECORD
093000                         = SPACES
093100                     PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
093200                 WHEN OTHER
093300                     MOVE JAR-OFFLOAD-RECORD
093400                         TO JAR-OFFNEW-RECORD
093500                     MOVE WS-SCAN-BUFFER
093600                         TO JAR-BUFFER OF JAR-OFFNEW-RECORD
093700                     WRITE JAR-OFFNEW-RECORD
093800                     PERFORM 7310-COUNT-ANONYMIZED
093900                         THRU 7310-EXIT
094000             END-EVALUATE
094100         END-IF
094200         PERFORM 8400-READ-OFFLOAD THRU 8400-EXIT
094300     END-PERFORM
094400
094500     CLOSE Archive-Offload-Old
094600     CLOSE Archive-Offload-New
094700
094800     .
094900 3200-EXIT.
095000     EXIT.
095100
095200******************************************************************
095300* 3300-ERASE-JOURNAL  --  CARRIES CMJRNL FORWARD TO CMJRNLN      *
095400*                         WITHOUT THE ERASED KEYS' ROWS.  A ROW  *
095500*                         FOR ANOTHER KEY WHOSE SOURCE BUFFER    *
095600*                         QUOTES AN ERASED KEY IS KEPT WITH THE  *
095700*                         KEY MASKED OUT.                        *
095800******************************************************************
095900 3300-ERASE-JOURNAL.
096000
096100     MOVE 5 TO WS-FILE-SUB
096200     MOVE 'N' TO WS-PASS-EOF-SW
096300     OPEN INPUT Journal-Old
096400     MOVE WS-CMJRNL-STATUS TO WS-FILE-OPEN-STATUS (5)
096500     IF WS-CMJRNL-STATUS NOT = '00'
096600         GO TO 3300-EXIT
096700     END-IF
096800     OPEN OUTPUT Journal-New
096900     IF WS-CMJRNLN-STATUS NOT = '00'
097000         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
097100         CLOSE Journal-Old
097200         GO TO 3300-EXIT
097300     END-IF
097400
097500     PERFORM 8500-READ-JOURNAL THRU 8500-EXIT
097600     PERFORM UNTIL WS-PASS-EOF
097700         MOVE CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
097800             TO WS-PROBE-KEY
097900         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
098000         IF WS-MATCH-REQ > 0
098100             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
098200         ELSE
098300             MOVE CMJ-JOURNAL-RECORD TO CMJN-JOURNAL-RECORD
098400             MOVE CMJ-SOURCE-BUFFER OF CMJ-JOURNAL-RECORD
098500                 TO WS-SCAN-BUFFER
098600             PERFORM 7200-SCAN-BUFFER THRU 7200-EXIT
098700             IF WS-MATCH-REQ > 0
098800                 MOVE WS-SCAN-BUFFER
098900                     TO CMJ-SOURCE-BUFFER OF CMJN-JOURNAL-RECORD
099000                 PERFORM 7310-COUNT-ANONYMIZED THRU 7310-EXIT
099100             END-IF
099200             WRITE CMJN-JOURNAL-RECORD
099300         END-IF
099400         PERFORM 8500-READ-JOURNAL THRU 8500-EXIT
099500     END-PERFORM
099600
099700     CLOSE Journal-Old
099800     CLOSE Journal-New
099900
100000     .
100100 3300-EXIT.
100200     EXIT.
100300
100400******************************************************************
100500* 3400-ERASE-ERROR-LOG  --  CARRIES JSONERR FORWARD TO JSONERRN. *
100600*                           THE LOG HAS NO KEY FIELD; A ROW      *
100700*                           WHOSE BUFFER CARRIES AN ERASED KEY   *
100800*                           IS THAT CUSTOMER'S FAILED PAYLOAD,   *
100900*                           SO THE WHOLE BUFFER IS OVERWRITTEN   *
101000*                           AND THE ROW KEPT FOR THE ERROR       *
101100*                           COUNTS.                              *
101200******************************************************************
101300 3400-ERASE-ERROR-LOG.
101400
101500     MOVE 6 TO WS-FILE-SUB
101600     MOVE 'N' TO WS-PASS-EOF-SW
101700     OPEN INPUT Error-Log-Old
101800     MOVE WS-JSONERR-STATUS TO WS-FILE-OPEN-STATUS (6)
101900     IF WS-JSONERR-STATUS NOT = '00'
102000         GO TO 3400-EXIT
102100     END-IF
102200     OPEN OUTPUT Error-Log-New
102300     IF WS-JSONERRN-STATUS NOT = '00'
102400         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
102500         CLOSE Error-Log-Old
102600         GO TO 3400-EXIT
102700     END-IF
102800
102900     PERFORM 8600-READ-ERROR-LOG THRU 8600-EXIT
103000     PERFORM UNTIL WS-PASS-EOF
103100         MOVE JEL-ERROR-RECORD TO JELN-ERROR-RECORD
103200         MOVE JEL-BUFFER OF JEL-ERROR-RECORD TO WS-SCAN-BUFFER
103300         PERFORM 7200-SCAN-BUFFER THRU 7200-EXIT
103400         IF WS-MATCH-REQ > 0
103500             MOVE WS-ERASED-MASK
103600                 TO JEL-BUFFER OF JELN-ERROR-RECORD
103700             PERFORM 7310-COUNT-ANONYMIZED THRU 7310-EXIT
103800         END-IF
103900         WRITE JELN-ERROR-RECORD
104000         PERFORM 8600-READ-ERROR-LOG THRU 8600-EXIT
104100     END-PERFORM
104200
104300     CLOSE Error-Log-Old
104400     CLOSE Error-Log-New
104500
104600     .
104700 3400-EXIT.
104800     EXIT.
104900
105000******************************************************************
105100* 3500-ERASE-ACCESS-LOG  --  CARRIES CUSTALOG FORWARD TO         *
105200*                            CUSTALGN.  AN ACCESS ROW FOR AN     *
105300*                            ERASED KEY IS KEPT -- THE ACCESS    *
105400*                            ITSELF STILL HAPPENED -- BUT ITS    *
105500*                            KEY IS OVERWRITTEN.                 *
105600******************************************************************
105700 3500-ERASE-ACCESS-LOG.
105800
105900     MOVE 7 TO WS-FILE-SUB
106000     MOVE 'N' TO WS-PASS-EOF-SW
106100     OPEN INPUT Access-Log-Old
106200     MOVE WS-CUSTALOG-STATUS TO WS-FILE-OPEN-STATUS (7)
106300     IF WS-CUSTALOG-STATUS NOT = '00'
106400         GO TO 3500-EXIT
106500     END-IF
106600     OPEN OUTPUT Access-Log-New
106700     IF WS-CUSTALGN-STATUS NOT = '00'
106800         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
106900         CLOSE Access-Log-Old
107000         GO TO 3500-EXIT
107100     END-IF
107200
107300     PERFORM 8700-READ-ACCESS-LOG THRU 8700-EXIT
107400     PERFORM UNTIL WS-PASS-EOF
107500         MOVE ALG-ACCESS-LOG-RECORD TO ALGN-ACCESS-LOG-RECORD
107600         MOVE ALG-CUSTOMER-KEY OF ALG-ACCESS-LOG-RECORD
107700             TO WS-PROBE-KEY
107800         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
107900         IF WS-MATCH-REQ > 0
108000             MOVE WS-ERASED-MASK
108100                 TO ALG-CUSTOMER-KEY OF ALGN-ACCESS-LOG-RECORD
108200             PERFORM 7310-COUNT-ANONYMIZED THRU 7310-EXIT
108300         END-IF
108400         WRITE ALGN-ACCESS-LOG-RECORD
108500         PERFORM 8700-READ-ACCESS-LOG THRU 8700-EXIT
108600     END-PERFORM
108700
108800     CLOSE Access-Log-Old
108900     CLOSE Access-Log-New
109000
109100     .
109200 3500-EXIT.
109300     EXIT.
109400
109500******************************************************************
109600* 3600-ERASE-XREF  --  CARRIES CUSTXREF FORWARD TO CUSTXRFN,     *
109700*                      DROPPING EVERY ROW WITH AN ERASED KEY ON  *
109800*                      EITHER SIDE.                              *
109900******************************************************************
110000 3600-ERASE-XREF.
110100
110200     MOVE 8 TO WS-FILE-SUB
110300     MOVE 'N' TO WS-CUSTXREF-EOF-SW
110400     OPEN INPUT Key-Xref-Old
110500     MOVE WS-CUSTXREF-STATUS TO WS-FILE-OPEN-STATUS (8)
110600     IF WS-CUSTXREF-STATUS NOT = '00'
110700         GO TO 3600-EXIT
110800     END-IF
110900     OPEN OUTPUT Key-Xref-New
111000     IF WS-CUSTXRFN-STATUS NOT = '00'
111100         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
111200         CLOSE Key-Xref-Old
111300         GO TO 3600-EXIT
111400     END-IF
111500
111600     PERFORM 8100-READ-XREF THRU 8100-EXIT
111700     PERFORM UNTIL WS-CUSTXREF-EOF
111800         MOVE CXR-OLD-KEY OF CXR-XREF-RECORD TO WS-PROBE-KEY
111900         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
112000         IF WS-MATCH-REQ = 0
112100             MOVE CXR-NEW-KEY OF CXR-XREF-RECORD
112200                 TO WS-PROBE-KEY
112300             PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
112400         END-IF
112500         IF WS-MATCH-REQ > 0
112600             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
112700         ELSE
112800             MOVE CXR-XREF-RECORD TO CXRN-XREF-RECORD
112900             WRITE CXRN-XREF-RECORD
113000         END-IF
113100         PERFORM 8100-READ-XREF THRU 8100-EXIT
113200     END-PERFORM
113300
113400     CLOSE Key-Xref-Old
113500     CLOSE Key-Xref-New
113600
113700     .
113800 3600-EXIT.
113900     EXIT.
114000
114100******************************************************************
114200* 3700-ERASE-ENTITLE  --  CARRIES ENTLTBL FORWARD TO ENTLTBLN    *
114300*                         WITHOUT THE ERASED KEYS' ENTITLEMENTS. *
114400******************************************************************
114500 3700-ERASE-ENTITLE.
114600
114700     MOVE 9 TO WS-FILE-SUB
114800     MOVE 'N' TO WS-PASS-EOF-SW
114900     OPEN INPUT Entitle-Table-Old
115000     MOVE WS-ENTLTBL-STATUS TO WS-FILE-OPEN-STATUS (9)
115100     IF WS-ENTLTBL-STATUS NOT = '00'
115200         GO TO 3700-EXIT
115300     END-IF
115400     OPEN OUTPUT Entitle-Table-New
115500     IF WS-ENTLTBLN-STATUS NOT = '00'
115600         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
115700         CLOSE Entitle-Table-Old
115800         GO TO 3700-EXIT
115900     END-IF
116000
116100     PERFORM 8800-READ-ENTITLE THRU 8800-EXIT
116200     PERFORM UNTIL WS-PASS-EOF
116300         MOVE ETL-CUSTOMER-KEY OF ETL-ENTITLE-RECORD
116400             TO WS-PROBE-KEY
116500         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
116600         IF WS-MATCH-REQ > 0
116700             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
116800         ELSE
116900             MOVE ETL-ENTITLE-RECORD TO ETL-ENTITLE-NEW-RECORD
117000             WRITE ETL-ENTITLE-NEW-RECORD
117100         END-IF
117200         PERFORM 8800-READ-ENTITLE THRU 8800-EXIT
117300     END-PERFORM
117400
117500     CLOSE Entitle-Table-Old
117600     CLOSE Entitle-Table-New
117700
117800     .
117900 3700-EXIT.
118000     EXIT.
118100
118200******************************************************************
118300* 3800-ERASE-PEND-QUEUE  --  CARRIES CMPENDQ FORWARD TO CMPENDN  *
118400*                            WITHOUT THE ERASED KEYS' PENDED     *
118500*                            UPDATES, MASKING AN ERASED KEY      *
118600*                            QUOTED IN ANY OTHER ROW'S BUFFER.   *
118700******************************************************************
118800 3800-ERASE-PEND-QUEUE.
118900
119000     MOVE 10 TO WS-FILE-SUB
119100     MOVE 'N' TO WS-PASS-EOF-SW
119200     OPEN INPUT Pend-Queue-Old
119300     MOVE WS-CMPENDQ-STATUS TO WS-FILE-OPEN-STATUS (10)
119400     IF WS-CMPENDQ-STATUS NOT = '00'
119500         GO TO 3800-EXIT
119600     END-IF
119700     OPEN OUTPUT Pend-Queue-New
119800     IF WS-CMPENDN-STATUS NOT = '00'
119900         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
120000         CLOSE Pend-Queue-Old
120100         GO TO 3800-EXIT
120200     END-IF
120300
120400     PERFORM 8810-READ-PEND-QUEUE THRU 8810-EXIT
120500     PERFORM UNTIL WS-PASS-EOF
120600         MOVE CMP-CUSTOMER-KEY OF CMP-PENDING-RECORD
120700             TO WS-PROBE-KEY
120800         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
120900         IF WS-MATCH-REQ > 0
121000             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
121100         ELSE
121200             MOVE CMP-PENDING-RECORD TO CMPN-PENDING-RECORD
121300             MOVE CMP-SOURCE-BUFFER OF CMP-PENDING-RECORD
121400                 TO WS-SCAN-BUFFER
121500             PERFORM 7200-SCAN-BUFFER THRU 7200-EXIT
121600             IF WS-MATCH-REQ > 0
121700                 MOVE WS-SCAN-BUFFER
121800                     TO CMP-SOURCE-BUFFER OF CMPN-PENDING-RECORD
121900                 PERFORM 7310-COUNT-ANONYMIZED THRU 7310-EXIT
122000             END-IF
122100             WRITE CMPN-PENDING-RECORD
122200         END-IF
122300         PERFORM 8810-READ-PEND-QUEUE THRU 8810-EXIT
122400     END-PERFORM
122500
122600     CLOSE Pend-Queue-Old
122700     CLOSE Pend-Queue-New
122800
122900     .
123000 3800-EXIT.
123100     EXIT.
123200
123300******************************************************************
123400* 3900-ERASE-ARCHIVED-KEYS  --  CARRIES CUSTARCK FORWARD TO      *
123500*                               CUSTARCKN WITHOUT THE ERASED     *
123600*                               KEYS, SO AN ERASED CUSTOMER NO   *
123700*                               LONGER RAISES A RESTORE PROMPT.  *
123800******************************************************************
123900 3900-ERASE-ARCHIVED-KEYS.
124000
124100     MOVE 11 TO WS-FILE-SUB
124200     MOVE 'N' TO WS-PASS-EOF-SW
124300     OPEN INPUT Archived-Keys-Old
124400     MOVE WS-CUSTARCK-STATUS TO WS-FILE-OPEN-STATUS (11)
124500     IF WS-CUSTARCK-STATUS NOT = '00'
124600         GO TO 3900-EXIT
124700     END-IF
124800     OPEN OUTPUT Archived-Keys-New
124900     IF WS-CUSTARCKN-STATUS NOT = '00'
125000         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
125100         CLOSE Archived-Keys-Old
125200         GO TO 3900-EXIT
125300     END-IF
125400
125500     PERFORM 8820-READ-ARCHIVED-KEY THRU 8820-EXIT
125600     PERFORM UNTIL WS-PASS-EOF
125700         MOVE CAK-CUSTOMER-KEY OF CAK-ARCHIVED-KEY-RECORD
125800             TO WS-PROBE-KEY
125900         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
126000         IF WS-MATCH-REQ > 0
126100             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
126200         ELSE
126300             MOVE CAK-ARCHIVED-KEY-RECORD
126400                 TO CAKN-ARCHIVED-KEY-RECORD
126500             WRITE CAKN-ARCHIVED-KEY-RECORD
126600         END-IF
126700         PERFORM 8820-READ-ARCHIVED-KEY THRU 8820-EXIT
126800     END-PERFORM
126900
127000     CLOSE Archived-Keys-Old
127100     CLOSE Archived-Keys-New
127200
127300     .
127400 3900-EXIT.
127500     EXIT.
127600
127700******************************************************************
127800* 3990-NEW-GENERATION-FAILED  --  A NEW GENERATION THAT CANNOT   *
127900*                                 BE OPENED LEAVES THE OLD ONE   *
128000*                                 UNERASED.  THE FILE'S          *
128100*                                 CERTIFICATE STATUS SAYS SO AND *
128200*                                 THE RUN ENDS 12 SO THE         *
128300*                                 REQUESTS ARE RERUN.            *
128400******************************************************************
128500 3990-NEW-GENERATION-FAILED.
128600
128700     DISPLAY MYNAME ' UNABLE TO OPEN THE NEW GENERATION OF '
128800         WS-FILE-NAME (WS-FILE-SUB) ' -- FILE NOT ERASED'
128900     MOVE 'NG' TO WS-FILE-OPEN-STATUS (WS-FILE-SUB)
129000     MOVE 12 TO RETURN-CODE
129100
129200     .
129300 3990-EXIT.
129400     EXIT.
129500
129600******************************************************************
129700* 4000-ERASE-OFFLINE-MASTER  --  CARRIES THE OFFLINE CUSTARCH    *
129800*                                MASTER FORWARD TO CUSTARCN      *
129900*                                WITHOUT THE ERASED CUSTOMERS,   *
130000*                                SO CMRESTOR CANNOT BRING ONE    *
130100*                                BACK.                           *
130200******************************************************************
130300 4000-ERASE-OFFLINE-MASTER.
130400
130500     MOVE 12 TO WS-FILE-SUB
130600     MOVE 'N' TO WS-PASS-EOF-SW
130700     OPEN INPUT Offline-Master-Old
130800     MOVE WS-CUSTARCH-STATUS TO WS-FILE-OPEN-STATUS (12)
130900     IF WS-CUSTARCH-STATUS NOT = '00'
131000         GO TO 4000-EXIT
131100     END-IF
131200     OPEN OUTPUT Offline-Master-New
131300     IF WS-CUSTARCN-STATUS NOT = '00'
131400         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
131500         CLOSE Offline-Master-Old
131600         GO TO 4000-EXIT
131700     END-IF
131800
131900     PERFORM 8830-READ-OFFLINE-MASTER THRU 8830-EXIT
132000     PERFORM UNTIL WS-PASS-EOF
132100         MOVE SD-001 OF CUSTARCH-REC TO WS-PROBE-KEY
132200         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
132300         IF WS-MATCH-REQ > 0
132400             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
132500         ELSE
132600             MOVE CUSTARCH-REC TO CUSTARCN-REC
132700             WRITE CUSTARCN-REC
132800         END-IF
132900         PERFORM 8830-READ-OFFLINE-MASTER THRU 8830-EXIT
133000     END-PERFORM
133100
133200     CLOSE Offline-Master-Old
133300     CLOSE Offline-Master-New
133400
133500     .
133600 4000-EXIT.
133700     EXIT.
133800
133900******************************************************************
134000* 4100-ERASE-SNAPSHOT  --  CARRIES THE CUSTSNAP MASTER SNAPSHOT  *
134100*                          FORWARD TO CUSTSNPN WITHOUT THE       *
134200*                          ERASED CUSTOMERS, SO NEITHER CMREBLD  *
134300*                          NOR TOMORROW'S CUSTDLTA DELTA SEES    *
134400*                          THEM AGAIN.                           *
134500******************************************************************
134600 4100-ERASE-SNAPSHOT.
134700
134800     MOVE 13 TO WS-FILE-SUB
134900     MOVE 'N' TO WS-PASS-EOF-SW
135000     OPEN INPUT Snapshot-Old
135100     MOVE WS-CUSTSNAP-STATUS TO WS-FILE-OPEN-STATUS (13)
135200     IF WS-CUSTSNAP-STATUS NOT = '00'
135300         GO TO 4100-EXIT
135400     END-IF
135500     OPEN OUTPUT Snapshot-New
135600     IF WS-CUSTSNPN-STATUS NOT = '00'
135700         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
135800         CLOSE Snapshot-Old
135900         GO TO 4100-EXIT
136000     END-IF
136100
136200     PERFORM 8840-READ-SNAPSHOT THRU 8840-EXIT
136300     PERFORM UNTIL WS-PASS-EOF
136350         ADD 1 TO WS-SNAP-READ
136400         MOVE SD-001 OF CSNP-REC TO WS-PROBE-KEY
136500         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
136600         IF WS-MATCH-REQ > 0
136700             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
136800         ELSE
136900             MOVE CSNP-REC TO CSNPN-REC
137000             WRITE CSNPN-REC
137050             PERFORM 7330-COUNT-SNAPSHOT-KEPT THRU 7330-EXIT
137100         END-IF
137200         PERFORM 8840-READ-SNAPSHOT THRU 8840-EXIT
137300     END-PERFORM
137400
137500     CLOSE Snapshot-Old
137600     CLOSE Snapshot-New
137650     SET WS-CUSTSNPN-WRITTEN TO TRUE
137700
137800     .
137900 4100-EXIT.
138000     EXIT.
138010
138020******************************************************************
138030* 4200-ERASE-STAMPS  --  DELETES EVERY ERASED KEY'S CUSTSTMP     *
138040*                        LAST-CHANGED STAMP IN PLACE, THE SAME   *
138050*                        WAY 2000 DELETES THE MASTER ROW.  NO    *
138060*                        CUSTSTMP MEANS NO STAMPS TO DELETE.     *
138070******************************************************************
138080 4200-ERASE-STAMPS.
138090
138100     MOVE 14 TO WS-FILE-SUB
138110     OPEN I-O Customer-Stamps
138120     MOVE WS-CUSTSTMP-STATUS TO WS-FILE-OPEN-STATUS (14)
138130     IF WS-CUSTSTMP-STATUS NOT = '00'
138140         GO TO 4200-EXIT
138150     END-IF
138160
138170     MOVE 1 TO WS-KEY-SUB
138180     PERFORM UNTIL WS-KEY-SUB > WS-KEY-COUNT
138190         MOVE WS-KEY-REQ (WS-KEY-SUB) TO WS-MATCH-REQ
138200         IF WS-REQ-ERASING (WS-MATCH-REQ)
138210             MOVE WS-KEY-VALUE (WS-KEY-SUB) TO CST-CUSTOMER-KEY
138220             DELETE Customer-Stamps RECORD
138230                 INVALID KEY
138240                     CONTINUE
138250                 NOT INVALID KEY
138260                     PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
138270             END-DELETE
138280         END-IF
138290         ADD 1 TO WS-KEY-SUB
138300     END-PERFORM
138310
138320     CLOSE Customer-Stamps
138330
138340     .
138350 4200-EXIT.
138360     EXIT.
138370
138380******************************************************************
138390* 4300-ERASE-STALE-CONF  --  CARRIES STALECF FORWARD TO STALECFN *
138400*                            WITHOUT THE ERASED KEYS' CONFLICTS. *
138410*                            ANOTHER CUSTOMER'S ROW KEEPS ITS    *
138420*                            INBOUND BUFFER AND ON-FILE IMAGE    *
138430*                            WITH ANY ERASED KEY THEY QUOTE      *
138440*                            MASKED OUT.                         *
138450******************************************************************
138460 4300-ERASE-STALE-CONF.
138470
138480     MOVE 15 TO WS-FILE-SUB
138490     MOVE 'N' TO WS-PASS-EOF-SW
138500     OPEN INPUT Stale-Conflict-Old
138510     MOVE WS-STALECF-STATUS TO WS-FILE-OPEN-STATUS (15)
138520     IF WS-STALECF-STATUS NOT = '00'
138530         GO TO 4300-EXIT
138540     END-IF
138550     OPEN OUTPUT Stale-Conflict-New
138560     IF WS-STALECFN-STATUS NOT = '00'
138570         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
138580         CLOSE Stale-Conflict-Old
138590         GO TO 4300-EXIT
138600     END-IF
138610
138620     PERFORM 8850-READ-STALE-CONF THRU 8850-EXIT
138630     PERFORM UNTIL WS-PASS-EOF
138640         MOVE SCF-CUSTOMER-KEY OF SCF-CONFLICT-RECORD
138650             TO WS-PROBE-KEY
138660         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
138670         IF WS-MATCH-REQ > 0
138680             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
138690         ELSE
138700             MOVE SCF-CONFLICT-RECORD TO SCFN-CONFLICT-RECORD
138710*
138720* BOTH FIELDS ARE SCANNED AS ONE BUFFER; THE SPACE LEFT BETWEEN
138730* THEM KEEPS A KEY FROM MATCHING ACROSS THE JOIN.
138740             MOVE SPACES TO WS-SCAN-BUFFER
138750             MOVE SCF-IN-BUFFER OF SCF-CONFLICT-RECORD
138760                 TO WS-SCAN-BUFFER (1:100)
138770             MOVE SCF-OF-IMAGE OF SCF-CONFLICT-RECORD
138780                 TO WS-SCAN-BUFFER (102:28)
138790             PERFORM 7200-SCAN-BUFFER THRU 7200-EXIT
138800             IF WS-MATCH-REQ > 0
138810                 MOVE WS-SCAN-BUFFER (1:100)
138820                     TO SCF-IN-BUFFER OF SCFN-CONFLICT-RECORD
138830                 MOVE WS-SCAN-BUFFER (102:28)
138840                     TO SCF-OF-IMAGE OF SCFN-CONFLICT-RECORD
138850                 PERFORM 7310-COUNT-ANONYMIZED THRU 7310-EXIT
138860             END-IF
138870             WRITE SCFN-CONFLICT-RECORD
138880         END-IF
138890         PERFORM 8850-READ-STALE-CONF THRU 8850-EXIT
138900     END-PERFORM
138910
138920     CLOSE Stale-Conflict-Old
138930     CLOSE Stale-Conflict-New
138940
138950     .
138960 4300-EXIT.
138970     EXIT.
138980
138990******************************************************************
139000* 4400-ERASE-PARTNER-XREF  --  WALKS PKEYXREF AND DELETES EVERY  *
139010*                              PARTNER KEY MAPPED TO AN ERASED   *
139020*                              CUSTOMER, WHATEVER ITS STATUS.    *
139030*                              THE FILE IS KEYED BY FEED AND     *
139040*                              PARTNER KEY, NOT CUSTOMER, SO THE *
139050*                              WHOLE FILE IS READ.  THE CONTROL  *
139060*                              ROW CARRIES NO CUSTOMER AND IS    *
139070*                              KEPT.                             *
139080******************************************************************
139090 4400-ERASE-PARTNER-XREF.
139100
139110     MOVE 16 TO WS-FILE-SUB
139120     MOVE 'N' TO WS-PASS-EOF-SW
139130     OPEN I-O Partner-Key-Xref
139140     MOVE WS-PKEYXREF-STATUS TO WS-FILE-OPEN-STATUS (16)
139150     IF WS-PKEYXREF-STATUS NOT = '00'
139160         GO TO 4400-EXIT
139170     END-IF
139180
139190     MOVE LOW-VALUES TO PKX-XREF-KEY
139200     START Partner-Key-Xref KEY IS NOT LESS THAN PKX-XREF-KEY
139210         INVALID KEY
139220             SET WS-PASS-EOF TO TRUE
139230     END-START
139240
139250     PERFORM 8860-READ-PARTNER-XREF THRU 8860-EXIT
139260     PERFORM UNTIL WS-PASS-EOF
139270         IF NOT PKX-CONTROL-ROW
139280             MOVE PKX-CUSTOMER-KEY TO WS-PROBE-KEY
139290             PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
139300             IF WS-MATCH-REQ > 0
139310                 DELETE Partner-Key-Xref RECORD
139320                     INVALID KEY
139330                         CONTINUE
139340                     NOT INVALID KEY
139350                         PERFORM 7300-COUNT-REMOVED
139360                             THRU 7300-EXIT
139370                 END-DELETE
139380             END-IF
139390         END-IF
139400         PERFORM 8860-READ-PARTNER-XREF THRU 8860-EXIT
139410     END-PERFORM
139420
139430     CLOSE Partner-Key-Xref
139440
139450     .
139460 4400-EXIT.
139470     EXIT.
139480
139490******************************************************************
139500* 4500-ERASE-HIERARCHY  --  WALKS CUSTHIER AND DELETES AN ERASED *
139510*                           CUSTOMER'S OWN ROW AND EVERY CHILD'S *
139520*                           ROW THAT NAMES IT AS PARENT -- A     *
139530*                           CHILD WITH NO ROW IS A TOP-LEVEL     *
139540*                           ACCOUNT, AND HIERMNT NEVER LEAVES A  *
139550*                           PARENT THAT IS OFF THE MASTER.  A    *
139560*                           CHILD'S ROW COUNTS AGAINST THE       *
139570*                           PARENT'S REQUEST.                    *
139580******************************************************************
139590 4500-ERASE-HIERARCHY.
139600
139610     MOVE 17 TO WS-FILE-SUB
139620     MOVE 'N' TO WS-PASS-EOF-SW
139630     OPEN I-O Customer-Hierarchy
139640     MOVE WS-CUSTHIER-STATUS TO WS-FILE-OPEN-STATUS (17)
139650     IF WS-CUSTHIER-STATUS NOT = '00'
139660         GO TO 4500-EXIT
139670     END-IF
139680
139690     MOVE LOW-VALUES TO CHR-CUSTOMER-KEY
139700     START Customer-Hierarchy
139705         KEY IS NOT LESS THAN CHR-CUSTOMER-KEY
139710         INVALID KEY
139720             SET WS-PASS-EOF TO TRUE
139730     END-START
139740
139750     PERFORM 8870-READ-HIERARCHY THRU 8870-EXIT
139760     PERFORM UNTIL WS-PASS-EOF
139770         MOVE CHR-CUSTOMER-KEY TO WS-PROBE-KEY
139780         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
139790         IF WS-MATCH-REQ = 0
139800             MOVE CHR-PARENT-KEY TO WS-PROBE-KEY
139810             PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
139820         END-IF
139830         IF WS-MATCH-REQ > 0
139840             DELETE Customer-Hierarchy RECORD
139850                 INVALID KEY
139860                     CONTINUE
139870                 NOT INVALID KEY
139880                     PERFORM 7300-COUNT-REMOVED
139890                         THRU 7300-EXIT
139900             END-DELETE
139910         END-IF
139920         PERFORM 8870-READ-HIERARCHY THRU 8870-EXIT
139930     END-PERFORM
139940
139950     CLOSE Customer-Hierarchy
139960
139970     .
139980 4500-EXIT.
139990     EXIT.
140000
140010******************************************************************
140020* 4600-ERASE-EMBARGO  --  CARRIES EMBARGO FORWARD TO EMBARGON    *
140030*                         WITHOUT THE ERASED KEYS' EMBARGOES.    *
140040******************************************************************
140050 4600-ERASE-EMBARGO.
140060
140070     MOVE 18 TO WS-FILE-SUB
140080     MOVE 'N' TO WS-PASS-EOF-SW
140090     OPEN INPUT Embargo-Old
140100     MOVE WS-EMBARGO-STATUS TO WS-FILE-OPEN-STATUS (18)
140110     IF WS-EMBARGO-STATUS NOT = '00'
140120         GO TO 4600-EXIT
140130     END-IF
140140     OPEN OUTPUT Embargo-New
140150     IF WS-EMBARGON-STATUS NOT = '00'
140160         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
140170         CLOSE Embargo-Old
140180         GO TO 4600-EXIT
140190     END-IF
140200
140210     PERFORM 8880-READ-EMBARGO THRU 8880-EXIT
140220     PERFORM UNTIL WS-PASS-EOF
140230         MOVE EMB-CUSTOMER-KEY OF EMB-EMBARGO-RECORD
140240             TO WS-PROBE-KEY
140250         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
140260         IF WS-MATCH-REQ > 0
140270             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
140280         ELSE
140290             MOVE EMB-EMBARGO-RECORD TO EMBN-EMBARGO-RECORD
140300             WRITE EMBN-EMBARGO-RECORD
140310         END-IF
140320         PERFORM 8880-READ-EMBARGO THRU 8880-EXIT
140330     END-PERFORM
140340
140350     CLOSE Embargo-Old
140360     CLOSE Embargo-New
140370
140380     .
140390 4600-EXIT.
140400     EXIT.
140410
140420******************************************************************
140430* 4700-ERASE-VOL-BACKLOG  --  WALKS VOLBKLG AND DELETES EVERY    *
140440*                             DEFERRED ROW FOR AN ERASED KEY.    *
140450*                             THE CUSTOMER IS THE LAST PART OF   *
140460*                             THE KEY, SO THE WHOLE FILE IS      *
140465*                             READ.                              *
140470******************************************************************
140480 4700-ERASE-VOL-BACKLOG.
140490
140500     MOVE 19 TO WS-FILE-SUB
140510     MOVE 'N' TO WS-PASS-EOF-SW
140520     OPEN I-O Volume-Backlog
140530     MOVE WS-VOLBKLG-STATUS TO WS-FILE-OPEN-STATUS (19)
140540     IF WS-VOLBKLG-STATUS NOT = '00'
140550         GO TO 4700-EXIT
140560     END-IF
140570
140580     MOVE LOW-VALUES TO VBK-BACKLOG-KEY
140590     START Volume-Backlog KEY IS NOT LESS THAN VBK-BACKLOG-KEY
140600         INVALID KEY
140610             SET WS-PASS-EOF TO TRUE
140620     END-START
140630
140640     PERFORM 8890-READ-VOL-BACKLOG THRU 8890-EXIT
140650     PERFORM UNTIL WS-PASS-EOF
140660         MOVE VBK-CUSTOMER-KEY TO WS-PROBE-KEY
140670         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
140680         IF WS-MATCH-REQ > 0
140690             DELETE Volume-Backlog RECORD
140700                 INVALID KEY
140710                     CONTINUE
140720                 NOT INVALID KEY
140730                     PERFORM 7300-COUNT-REMOVED
140740                         THRU 7300-EXIT
140750             END-DELETE
140760         END-IF
140770         PERFORM 8890-READ-VOL-BACKLOG THRU 8890-EXIT
140780     END-PERFORM
140790
140800     CLOSE Volume-Backlog
140810
140820     .
140830 4700-EXIT.
140840     EXIT.
140850
140860******************************************************************
140870* 4800-ERASE-DUP-PAIRS  --  CARRIES DUPPAIR FORWARD TO DUPPAIRN, *
140880*                           DROPPING EVERY PAIR THAT NAMES AN    *
140890*                           ERASED KEY ON EITHER SIDE OR AS ITS  *
140900*                           SURVIVOR.  THE PAIR MEANS NOTHING    *
140910*                           WITHOUT BOTH SIDES, AND A DECLINED   *
140920*                           PAIR ONLY STOPPED A RE-PROPOSAL THAT *
140930*                           CAN NO LONGER HAPPEN.                *
140940******************************************************************
140950 4800-ERASE-DUP-PAIRS.
140960
140970     MOVE 20 TO WS-FILE-SUB
140980     MOVE 'N' TO WS-PASS-EOF-SW
140990     OPEN INPUT Dup-Pair-Old
141000     MOVE WS-DUPPAIR-STATUS TO WS-FILE-OPEN-STATUS (20)
141010     IF WS-DUPPAIR-STATUS NOT = '00'
141020         GO TO 4800-EXIT
141030     END-IF
141040     OPEN OUTPUT Dup-Pair-New
141050     IF WS-DUPPAIRN-STATUS NOT = '00'
141060         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
141070         CLOSE Dup-Pair-Old
141080         GO TO 4800-EXIT
141090     END-IF
141100
141110     PERFORM 8895-READ-DUP-PAIR THRU 8895-EXIT
141120     PERFORM UNTIL WS-PASS-EOF
141130         MOVE DPP-KEY-A OF DPP-PAIR-RECORD TO WS-PROBE-KEY
141140         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
141150         IF WS-MATCH-REQ = 0
141160             MOVE DPP-KEY-B OF DPP-PAIR-RECORD TO WS-PROBE-KEY
141170             PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
141180         END-IF
141190         IF WS-MATCH-REQ = 0
141200             MOVE DPP-SURVIVOR-KEY OF DPP-PAIR-RECORD
141210                 TO WS-PROBE-KEY
141220             PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
141230         END-IF
141240         IF WS-MATCH-REQ > 0
141250             PERFORM 7300-COUNT-REMOVED THRU 7300-EXIT
141260         ELSE
141270             MOVE DPP-PAIR-RECORD TO DPPN-PAIR-RECORD
141280             WRITE DPPN-PAIR-RECORD
141290         END-IF
141300         PERFORM 8895-READ-DUP-PAIR THRU 8895-EXIT
141310     END-PERFORM
141320
141330     CLOSE Dup-Pair-Old
141340     CLOSE Dup-Pair-New
141350
141360     .
141370 4800-EXIT.
141380     EXIT.
141390
141400******************************************************************
141408* 4900-ERASE-AUDIT-LOGS  --  CARRIES FORWARD THE PERMANENT LOGS  *
141416*                            THAT QUOTE A CUSTOMER KEY.  LIKE    *
141424*                            CUSTALOG (3500) THEY KEEP EVERY ROW *
141432*                            -- WHAT THEY RECORD STILL HAPPENED  *
141440*                            -- BUT EVERY ERASED KEY OR ALIAS IN *
141448*                            THEM IS OVERWRITTEN WITH THE ERASED *
141456*                            MASK.                               *
141470******************************************************************
141480 4900-ERASE-AUDIT-LOGS.
141490
141500     PERFORM 4910-ERASE-VALUE-EXCEPT THRU 4910-EXIT
141510     PERFORM 4920-ERASE-DATE-ADJUST  THRU 4920-EXIT
141520     PERFORM 4930-ERASE-PKX-AUDIT    THRU 4930-EXIT
141530     PERFORM 4940-ERASE-HIER-AUDIT   THRU 4940-EXIT
141540     PERFORM 4950-ERASE-ENTL-PICKUP  THRU 4950-EXIT
141550     PERFORM 4960-ERASE-EMB-WITHHELD THRU 4960-EXIT
141560
141570     .
141580 4900-EXIT.
141590     EXIT.
141600
141610******************************************************************
141618* 4910-ERASE-VALUE-EXCEPT  --  CARRIES VALXEXC FORWARD TO        *
141626*                              VALXEXCN, MASKING THE KEY OF AN   *
141634*                              ERASED CUSTOMER'S UNMAPPED        *
141642*                              VALUES.                           *
141650******************************************************************
141660 4910-ERASE-VALUE-EXCEPT.
141670
141680     MOVE 21 TO WS-FILE-SUB
141690     MOVE 'N' TO WS-PASS-EOF-SW
141700     OPEN INPUT Value-Except-Old
141710     MOVE WS-VALXEXC-STATUS TO WS-FILE-OPEN-STATUS (21)
141720     IF WS-VALXEXC-STATUS NOT = '00'
141730         GO TO 4910-EXIT
141740     END-IF
141750     OPEN OUTPUT Value-Except-New
141760     IF WS-VALXEXCN-STATUS NOT = '00'
141770         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
141780         CLOSE Value-Except-Old
141790         GO TO 4910-EXIT
141800     END-IF
141810
141820     PERFORM 8710-READ-VALUE-EXCEPT THRU 8710-EXIT
141830     PERFORM UNTIL WS-PASS-EOF
141840         MOVE VXE-EXCEPTION-RECORD TO VXEN-EXCEPTION-RECORD
141850         MOVE VXE-CUSTOMER-KEY OF VXE-EXCEPTION-RECORD
141860             TO WS-PROBE-KEY
141870         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
141880         IF WS-MATCH-REQ > 0
141890             MOVE WS-ERASED-MASK
141900                 TO VXE-CUSTOMER-KEY OF VXEN-EXCEPTION-RECORD
141910             PERFORM 7310-COUNT-ANONYMIZED THRU 7310-EXIT
141920         END-IF
141930         WRITE VXEN-EXCEPTION-RECORD
141940         PERFORM 8710-READ-VALUE-EXCEPT THRU 8710-EXIT
141950     END-PERFORM
141960
141970     CLOSE Value-Except-Old
141980     CLOSE Value-Except-New
141990
142000     .
142010 4910-EXIT.
142020     EXIT.
142030
142040******************************************************************
142048* 4920-ERASE-DATE-ADJUST  --  CARRIES BDAYADJ FORWARD TO         *
142056*                             BDAYADJN, MASKING THE KEY OF AN    *
142064*                             ERASED CUSTOMER'S SD-004           *
142072*                             ADJUSTMENTS.                       *
142080******************************************************************
142090 4920-ERASE-DATE-ADJUST.
142100
142110     MOVE 22 TO WS-FILE-SUB
142120     MOVE 'N' TO WS-PASS-EOF-SW
142130     OPEN INPUT Date-Adjust-Old
142140     MOVE WS-BDAYADJ-STATUS TO WS-FILE-OPEN-STATUS (22)
142150     IF WS-BDAYADJ-STATUS NOT = '00'
142160         GO TO 4920-EXIT
142170     END-IF
142180     OPEN OUTPUT Date-Adjust-New
142190     IF WS-BDAYADJN-STATUS NOT = '00'
142200         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
142210         CLOSE Date-Adjust-Old
142220         GO TO 4920-EXIT
142230     END-IF
142240
142250     PERFORM 8720-READ-DATE-ADJUST THRU 8720-EXIT
142260     PERFORM UNTIL WS-PASS-EOF
142270         MOVE BDA-ADJUSTMENT-RECORD TO BDAN-ADJUSTMENT-RECORD
142280         MOVE BDA-CUSTOMER-KEY OF BDA-ADJUSTMENT-RECORD
142290             TO WS-PROBE-KEY
142300         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
142310         IF WS-MATCH-REQ > 0
142320             MOVE WS-ERASED-MASK
142330                 TO BDA-CUSTOMER-KEY OF BDAN-ADJUSTMENT-RECORD
142340             PERFORM 7310-COUNT-ANONYMIZED THRU 7310-EXIT
142350         END-IF
142360         WRITE BDAN-ADJUSTMENT-RECORD
142370         PERFORM 8720-READ-DATE-ADJUST THRU 8720-EXIT
142380     END-PERFORM
142390
142400     CLOSE Date-Adjust-Old
142410     CLOSE Date-Adjust-New
142420
142430     .
142440 4920-EXIT.
142450     EXIT.
142460
142470******************************************************************
142478* 4930-ERASE-PKX-AUDIT  --  CARRIES PKXAUDIT FORWARD TO          *
142486*                           PKXAUDTN, MASKING AN ERASED KEY ON   *
142494*                           EITHER SIDE OF A MAPPING CHANGE AND  *
142502*                           IN ITS REASON TEXT.  A ROW COUNTS    *
142510*                           ONCE, AGAINST THE FIRST ERASED KEY   *
142518*                           FOUND.                               *
142530******************************************************************
142540 4930-ERASE-PKX-AUDIT.
142550
142560     MOVE 23 TO WS-FILE-SUB
142570     MOVE 'N' TO WS-PASS-EOF-SW
142580     OPEN INPUT Pkx-Audit-Old
142590     MOVE WS-PKXAUDIT-STATUS TO WS-FILE-OPEN-STATUS (23)
142600     IF WS-PKXAUDIT-STATUS NOT = '00'
142610         GO TO 4930-EXIT
142620     END-IF
142630     OPEN OUTPUT Pkx-Audit-New
142640     IF WS-PKXAUDTN-STATUS NOT = '00'
142650         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
142660         CLOSE Pkx-Audit-Old
142670         GO TO 4930-EXIT
142680     END-IF
142690
142700     PERFORM 8730-READ-PKX-AUDIT THRU 8730-EXIT
142710     PERFORM UNTIL WS-PASS-EOF
142720         MOVE PXA-AUDIT-RECORD TO PXAN-AUDIT-RECORD
142730         MOVE 0 TO WS-ROW-REQ
142740         MOVE PXA-OLD-CUSTOMER-KEY OF PXA-AUDIT-RECORD
142750             TO WS-MASK-KEY
142760         PERFORM 7210-MASK-KEY THRU 7210-EXIT
142770         MOVE WS-MASK-KEY
142780             TO PXA-OLD-CUSTOMER-KEY OF PXAN-AUDIT-RECORD
142790         MOVE PXA-NEW-CUSTOMER-KEY OF PXA-AUDIT-RECORD
142800             TO WS-MASK-KEY
142810         PERFORM 7210-MASK-KEY THRU 7210-EXIT
142820         MOVE WS-MASK-KEY
142830             TO PXA-NEW-CUSTOMER-KEY OF PXAN-AUDIT-RECORD
142840         MOVE PXA-REASON OF PXA-AUDIT-RECORD TO WS-SCAN-BUFFER
142850         PERFORM 7200-SCAN-BUFFER THRU 7200-EXIT
142860         IF WS-MATCH-REQ > 0
142870             MOVE WS-SCAN-BUFFER
142875                 TO PXA-REASON OF PXAN-AUDIT-RECORD
142880             IF WS-ROW-REQ = 0
142890                 MOVE WS-MATCH-REQ TO WS-ROW-REQ
142900             END-IF
142910         END-IF
142920         IF WS-ROW-REQ > 0
142930             MOVE WS-ROW-REQ TO WS-MATCH-REQ
142940             PERFORM 7310-COUNT-ANONYMIZED THRU 7310-EXIT
142950         END-IF
142960         WRITE PXAN-AUDIT-RECORD
142970         PERFORM 8730-READ-PKX-AUDIT THRU 8730-EXIT
142980     END-PERFORM
142990
143000     CLOSE Pkx-Audit-Old
143010     CLOSE Pkx-Audit-New
143020
143030     .
143040 4930-EXIT.
143050     EXIT.
143060
143070******************************************************************
143078* 4940-ERASE-HIER-AUDIT  --  CARRIES HIERAUD FORWARD TO          *
143086*                            HIERAUDN, MASKING AN ERASED KEY AS  *
143094*                            THE CHILD, AS EITHER PARENT, OR IN  *
143102*                            THE REASON TEXT.  A ROW COUNTS      *
143110*                            ONCE, AGAINST THE FIRST ERASED KEY  *
143118*                            FOUND.                              *
143130******************************************************************
143140 4940-ERASE-HIER-AUDIT.
143150
143160     MOVE 24 TO WS-FILE-SUB
143170     MOVE 'N' TO WS-PASS-EOF-SW
143180     OPEN INPUT Hier-Audit-Old
143190     MOVE WS-HIERAUD-STATUS TO WS-FILE-OPEN-STATUS (24)
143200     IF WS-HIERAUD-STATUS NOT = '00'
143210         GO TO 4940-EXIT
143220     END-IF
143230     OPEN OUTPUT Hier-Audit-New
143240     IF WS-HIERAUDN-STATUS NOT = '00'
143250         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
143260         CLOSE Hier-Audit-Old
143270         GO TO 4940-EXIT
143280     END-IF
143290
143300     PERFORM 8740-READ-HIER-AUDIT THRU 8740-EXIT
143310     PERFORM UNTIL WS-PASS-EOF
143320         MOVE HAU-AUDIT-RECORD TO HAUN-AUDIT-RECORD
143330         MOVE 0 TO WS-ROW-REQ
143340         MOVE HAU-CUSTOMER-KEY OF HAU-AUDIT-RECORD
143350             TO WS-MASK-KEY
143360         PERFORM 7210-MASK-KEY THRU 7210-EXIT
143370         MOVE WS-MASK-KEY
143380             TO HAU-CUSTOMER-KEY OF HAUN-AUDIT-RECORD
143390         MOVE HAU-OLD-PARENT-KEY OF HAU-AUDIT-RECORD
143400             TO WS-MASK-KEY
143410         PERFORM 7210-MASK-KEY THRU 7210-EXIT
143420         MOVE WS-MASK-KEY
143430             TO HAU-OLD-PARENT-KEY OF HAUN-AUDIT-RECORD
143440         MOVE HAU-NEW-PARENT-KEY OF HAU-AUDIT-RECORD
143450             TO WS-MASK-KEY
143460         PERFORM 7210-MASK-KEY THRU 7210-EXIT
143470         MOVE WS-MASK-KEY
143480             TO HAU-NEW-PARENT-KEY OF HAUN-AUDIT-RECORD
143490         MOVE HAU-REASON OF HAU-AUDIT-RECORD TO WS-SCAN-BUFFER
143500         PERFORM 7200-SCAN-BUFFER THRU 7200-EXIT
143510         IF WS-MATCH-REQ > 0
143520             MOVE WS-SCAN-BUFFER
143525                 TO HAU-REASON OF HAUN-AUDIT-RECORD
143530             IF WS-ROW-REQ = 0
143540                 MOVE WS-MATCH-REQ TO WS-ROW-REQ
143550             END-IF
143560         END-IF
143570         IF WS-ROW-REQ > 0
143580             MOVE WS-ROW-REQ TO WS-MATCH-REQ
143590             PERFORM 7310-COUNT-ANONYMIZED THRU 7310-EXIT
143600         END-IF
143610         WRITE HAUN-AUDIT-RECORD
143620         PERFORM 8740-READ-HIER-AUDIT THRU 8740-EXIT
143630     END-PERFORM
143640
143650     CLOSE Hier-Audit-Old
143660     CLOSE Hier-Audit-New
143670
143680     .
143690 4940-EXIT.
143700     EXIT.
143710
143720******************************************************************
143730* 4950-ERASE-ENTL-PICKUP  --  CARRIES ENTLPICK FORWARD TO        *
143740*                             ENTLPCKN, MASKING THE KEY OF AN    *
143750*                             ERASED CUSTOMER'S RULE PICKUPS.    *
143760******************************************************************
143770 4950-ERASE-ENTL-PICKUP.
143780
143790     MOVE 25 TO WS-FILE-SUB
143800     MOVE 'N' TO WS-PASS-EOF-SW
143810     OPEN INPUT Entl-Pickup-Old
143820     MOVE WS-ENTLPICK-STATUS TO WS-FILE-OPEN-STATUS (25)
143830     IF WS-ENTLPICK-STATUS NOT = '00'
143840         GO TO 4950-EXIT
143850     END-IF
143860     OPEN OUTPUT Entl-Pickup-New
143870     IF WS-ENTLPCKN-STATUS NOT = '00'
143880         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
143890         CLOSE Entl-Pickup-Old
143900         GO TO 4950-EXIT
143910     END-IF
143920
143930     PERFORM 8750-READ-ENTL-PICKUP THRU 8750-EXIT
143940     PERFORM UNTIL WS-PASS-EOF
143950         MOVE EPK-PICKUP-RECORD TO EPKN-PICKUP-RECORD
143960         MOVE EPK-CUSTOMER-KEY OF EPK-PICKUP-RECORD
143970             TO WS-PROBE-KEY
143980         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
143990         IF WS-MATCH-REQ > 0
144000             MOVE WS-ERASED-MASK
144010                 TO EPK-CUSTOMER-KEY OF EPKN-PICKUP-RECORD
144020             PERFORM 7310-COUNT-ANONYMIZED THRU 7310-EXIT
144030         END-IF
144040         WRITE EPKN-PICKUP-RECORD
144050         PERFORM 8750-READ-ENTL-PICKUP THRU 8750-EXIT
144060     END-PERFORM
144070
144080     CLOSE Entl-Pickup-Old
144090     CLOSE Entl-Pickup-New
144100
144110     .
144120 4950-EXIT.
144130     EXIT.
144140
144150******************************************************************
144160* 4960-ERASE-EMB-WITHHELD  --  CARRIES EMBWHLD FORWARD TO        *
144170*                              EMBWHLDN, MASKING THE KEY OF AN   *
144180*                              ERASED CUSTOMER'S WITHHELD ROWS.  *
144190******************************************************************
144200 4960-ERASE-EMB-WITHHELD.
144210
144220     MOVE 26 TO WS-FILE-SUB
144230     MOVE 'N' TO WS-PASS-EOF-SW
144240     OPEN INPUT Emb-Withheld-Old
144250     MOVE WS-EMBWHLD-STATUS TO WS-FILE-OPEN-STATUS (26)
144260     IF WS-EMBWHLD-STATUS NOT = '00'
144270         GO TO 4960-EXIT
144280     END-IF
144290     OPEN OUTPUT Emb-Withheld-New
144300     IF WS-EMBWHLDN-STATUS NOT = '00'
144310         PERFORM 3990-NEW-GENERATION-FAILED THRU 3990-EXIT
144320         CLOSE Emb-Withheld-Old
144330         GO TO 4960-EXIT
144340     END-IF
144350
144360     PERFORM 8760-READ-EMB-WITHHELD THRU 8760-EXIT
144370     PERFORM UNTIL WS-PASS-EOF
144380         MOVE EWH-WITHHELD-RECORD TO EWHN-WITHHELD-RECORD
144390         MOVE EWH-CUSTOMER-KEY OF EWH-WITHHELD-RECORD
144400             TO WS-PROBE-KEY
144410         PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
144420         IF WS-MATCH-REQ > 0
144430             MOVE WS-ERASED-MASK
144440                 TO EWH-CUSTOMER-KEY OF EWHN-WITHHELD-RECORD
144450             PERFORM 7310-COUNT-ANONYMIZED THRU 7310-EXIT
144460         END-IF
144470         WRITE EWHN-WITHHELD-RECORD
144480         PERFORM 8760-READ-EMB-WITHHELD THRU 8760-EXIT
144490     END-PERFORM
144500
144510     CLOSE Emb-Withheld-Old
144520     CLOSE Emb-Withheld-New
144530
144540     .
144550 4960-EXIT.
144560     EXIT.
146000
146009******************************************************************
146018* 5000-TERMINATE  --  CLOSES THE MASTER FILES, WRITES ONE        *
146027*                     CERTIFICATE PER REQUEST, RELEASES THE RUN  *
146036*                     LOCK, AND REPORTS THE RUN TOTALS.  A       *
146045*                     REFUSED REQUEST ENDS THE RUN 4 UNLESS      *
146054*                     SOMETHING WORSE ALREADY SET THE CODE.      *
146063******************************************************************
146072 5000-TERMINATE.
146081
146090     CLOSE Customer-Master
146099     IF NOT WS-CUSTDETL-MISSING
146108         CLOSE Customer-Detail
146117     END-IF
146126     IF NOT WS-TOKVAULT-MISSING
146135         CLOSE Token-Vault
146144     END-IF
146153
146162     OPEN EXTEND Erase-Log
146171     IF WS-ERASELOG-STATUS = '05' OR WS-ERASELOG-STATUS = '35'
146180         OPEN OUTPUT Erase-Log
146189     END-IF
146198
146207     MOVE 1 TO WS-REQ-SUB
146216     PERFORM UNTIL WS-REQ-SUB > WS-REQ-COUNT
146225         PERFORM 5100-WRITE-CERTIFICATE THRU 5100-EXIT
146234         ADD 1 TO WS-REQ-SUB
146243     END-PERFORM
146252
146261     CLOSE Erase-Log
146270
146279     PERFORM 5200-WRITE-CONTROL-TOTALS THRU 5200-EXIT
146288
146297     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
146306
146315     IF WS-REQS-REFUSED > 0 AND RETURN-CODE < 4
146324         MOVE 4 TO RETURN-CODE
146333     END-IF
146342
146351     DISPLAY MYNAME ' REQUESTS READ     = ' WS-REQS-READ
146360     DISPLAY MYNAME ' REQUESTS ERASED   = ' WS-REQS-ERASED
146369     DISPLAY MYNAME ' REQUESTS REFUSED  = ' WS-REQS-REFUSED
146378     DISPLAY MYNAME ' KEYS INCL ALIASES = ' WS-KEY-COUNT
146387     DISPLAY MYNAME ' RECORDS TOUCHED   = ' WS-RECS-TOTAL
146396     DISPLAY MYNAME ' TOKENS SHREDDED   = ' WS-TOKENS-SHREDDED
146405
146414     DISPLAY MYNAME ' End'
146423
146432     .
146441 5000-EXIT.
146450     EXIT.
146459
146468******************************************************************
146477* 5100-WRITE-CERTIFICATE  --  ONE ERASELOG ROW FOR REQUEST       *
146486*                             WS-REQ-SUB: OUTCOME, KEYS ERASED,  *
146495*                             AND EACH FILE'S STATUS AND COUNTS. *
146504******************************************************************
146513 5100-WRITE-CERTIFICATE.
146522
146531     MOVE SPACES TO ELG-CERTIFICATE-RECORD
146540     MOVE WS-RUN-DATE                  TO ELG-ERASE-DATE
146549     MOVE WS-RUN-TIME                  TO ELG-ERASE-TIME
146558     MOVE WS-REQ-CASE-REF (WS-REQ-SUB) TO ELG-CASE-REF
146567     MOVE WS-REQ-BY (WS-REQ-SUB)       TO ELG-REQUESTED-BY
146576     MOVE WS-REQ-OUTCOME (WS-REQ-SUB)  TO ELG-OUTCOME
146585     MOVE 0                            TO ELG-RECORDS-TOTAL
146594     IF ELG-ERASED
146603         MOVE WS-REQ-KEYS (WS-REQ-SUB) TO ELG-KEYS-ERASED
146612         ADD 1 TO WS-REQS-ERASED
146621     ELSE
146630         MOVE 0 TO ELG-KEYS-ERASED
146639         ADD 1 TO WS-REQS-REFUSED
146648     END-IF
146657
146666     MOVE 1 TO WS-FILE-SUB
146675     PERFORM UNTIL WS-FILE-SUB > WS-FILE-MAX
146684         MOVE WS-FILE-NAME (WS-FILE-SUB)
146693             TO ELG-FILE-ID (WS-FILE-SUB)
146702         MOVE WS-FILE-OPEN-STATUS (WS-FILE-SUB)
146711             TO ELG-FILE-STATUS (WS-FILE-SUB)
146720         MOVE WS-REQ-REMOVED (WS-REQ-SUB WS-FILE-SUB)
146729             TO ELG-FILE-REMOVED (WS-FILE-SUB)
146738         MOVE WS-REQ-ANONYMIZED (WS-REQ-SUB WS-FILE-SUB)
146747             TO ELG-FILE-ANONYMIZED (WS-FILE-SUB)
146756         ADD WS-REQ-REMOVED (WS-REQ-SUB WS-FILE-SUB)
146765             WS-REQ-ANONYMIZED (WS-REQ-SUB WS-FILE-SUB)
146774             TO ELG-RECORDS-TOTAL
146783         ADD 1 TO WS-FILE-SUB
146792     END-PERFORM
146801     ADD ELG-RECORDS-TOTAL TO WS-RECS-TOTAL
146810
146819     WRITE ELG-CERTIFICATE-RECORD
146828
146837     DISPLAY MYNAME ' CASE ' ELG-CASE-REF ' OUTCOME '
146846         ELG-OUTCOME ' RECORDS ' ELG-RECORDS-TOTAL
146855
146864     .
146873 5100-EXIT.
146882     EXIT.
146891
146900******************************************************************
146909* 5200-WRITE-CONTROL-TOTALS  --  APPENDS ONE JSNCTOT ROW FOR     *
146918*                                EACH NEW GENERATION THIS RUN    *
146927*                                COMPLETED -- JSONARCHN AND/OR   *
146936*                                CUSTSNPN -- WITH THE ROWS KEPT  *
146945*                                AND THEIR HASH TOTAL, THE SAME  *
146954*                                COUNTS CUSTDLTA AND JSNARCHP    *
146963*                                RECORD FOR THE GENERATIONS THEY *
146972*                                WRITE.                          *
146981******************************************************************
146990 5200-WRITE-CONTROL-TOTALS.
146999
147008     IF NOT WS-JSONARCHN-WRITTEN AND NOT WS-CUSTSNPN-WRITTEN
147017         GO TO 5200-EXIT
147026     END-IF
147035
147044     OPEN EXTEND Control-Totals
147053     IF WS-CTLTOT-STATUS = '05' OR WS-CTLTOT-STATUS = '35'
147062         OPEN OUTPUT Control-Totals
147071     END-IF
147080
147089     ACCEPT CTL-TIMESTAMP-DATE FROM DATE YYYYMMDD
147098     ACCEPT CTL-TIMESTAMP-TIME FROM TIME
147107     MOVE MYNAME            TO CTL-PROGRAM-ID
147116     MOVE SPACES            TO CTL-FEED-ID
147125     SET CTL-SCOPE-GENERATION TO TRUE
147134     MOVE 0                 TO CTL-RECS-FAILED
147143     MOVE RETURN-CODE       TO CTL-RETURN-CODE
147152
147161     IF WS-JSONARCHN-WRITTEN
147170         MOVE 'JSONARCH'    TO CTL-DATASET-ID
147179         MOVE WS-ARCH-READ  TO CTL-RECS-READ
147188         MOVE WS-ARCH-KEPT  TO CTL-RECS-WRITTEN
147197         MOVE WS-ARCH-HASH  TO CTL-HASH-TOTAL
147206         WRITE CTL-TOTALS-RECORD
147215     END-IF
147224
147233     IF WS-CUSTSNPN-WRITTEN
147242         MOVE 'CUSTSNAP'    TO CTL-DATASET-ID
147251         MOVE WS-SNAP-READ  TO CTL-RECS-READ
147260         MOVE WS-SNAP-KEPT  TO CTL-RECS-WRITTEN
147269         MOVE WS-SNAP-HASH  TO CTL-HASH-TOTAL
147278         WRITE CTL-TOTALS-RECORD
147287     END-IF
147296
147305     CLOSE Control-Totals
147314
147323     .
147332 5200-EXIT.
147341     EXIT.
147400
147500******************************************************************
147600* 7000-ADD-ERASE-KEY  --  TABLES WS-PROBE-KEY FOR REQUEST        *
147700*                         WS-REQ-SUB UNLESS IT IS ALREADY BEING  *
147800*                         ERASED, AND WORKS OUT ITS SIGNIFICANT  *
147900*                         LENGTH.  SETS WS-KEY-ADDED WHEN NEW.   *
148000******************************************************************
148100 7000-ADD-ERASE-KEY.
148200
148300     MOVE 'N' TO WS-KEY-ADDED-SW
148400
148500     MOVE 1 TO WS-KEY-SUB
148600     PERFORM UNTIL WS-KEY-SUB > WS-KEY-COUNT
148700             OR WS-KEY-VALUE (WS-KEY-SUB) = WS-PROBE-KEY
148800         ADD 1 TO WS-KEY-SUB
148900     END-PERFORM
149000     IF WS-KEY-SUB <= WS-KEY-COUNT
149100         GO TO 7000-EXIT
149200     END-IF
149300
149400     IF WS-KEY-COUNT >= WS-KEY-MAX
149500         DISPLAY MYNAME ' KEY TABLE FULL -- CASE '
149600             WS-REQ-CASE-REF (WS-REQ-SUB) ' REFUSED'
149700         SET WS-REQ-INVALID (WS-REQ-SUB) TO TRUE
149800         GO TO 7000-EXIT
149900     END-IF
150000
150100     ADD 1 TO WS-KEY-COUNT
150200     MOVE WS-PROBE-KEY TO WS-KEY-VALUE (WS-KEY-COUNT)
150300     MOVE WS-REQ-SUB   TO WS-KEY-REQ (WS-KEY-COUNT)
150400     ADD 1 TO WS-REQ-KEYS (WS-REQ-SUB)
150500     SET WS-KEY-ADDED TO TRUE
150600
150700     MOVE 8 TO WS-LEN-SUB
150800     PERFORM UNTIL WS-LEN-SUB = 1
150900             OR WS-PROBE-KEY (WS-LEN-SUB:1) NOT = SPACE
151000         SUBTRACT 1 FROM WS-LEN-SUB
151100     END-PERFORM
151200     MOVE WS-LEN-SUB TO WS-KEY-LENGTH (WS-KEY-COUNT)
151300
151400     .
151500 7000-EXIT.
151600     EXIT.
151700
151800******************************************************************
151900* 7100-FIND-ERASE-KEY  --  LOOKS WS-PROBE-KEY UP IN THE KEY      *
152000*                          TABLE.  WS-MATCH-REQ IS THE REQUEST   *
152100*                          IT BELONGS TO, OR ZERO IF IT IS NOT   *
152200*                          THERE OR ITS REQUEST WAS REFUSED.     *
152300******************************************************************
152400 7100-FIND-ERASE-KEY.
152500
152600     MOVE 0 TO WS-MATCH-REQ
152700     IF WS-PROBE-KEY = SPACES
152800         GO TO 7100-EXIT
152900     END-IF
153000
153100     MOVE 1 TO WS-KEY-SUB
153200     PERFORM UNTIL WS-KEY-SUB > WS-KEY-COUNT
153300             OR WS-KEY-VALUE (WS-KEY-SUB) = WS-PROBE-KEY
153400         ADD 1 TO WS-KEY-SUB
153500     END-PERFORM
153600
153700     IF WS-KEY-SUB <= WS-KEY-COUNT
153800         IF WS-REQ-ERASING (WS-KEY-REQ (WS-KEY-SUB))
153900             MOVE WS-KEY-REQ (WS-KEY-SUB) TO WS-MATCH-REQ
154000         END-IF
154100     END-IF
154200
154300     .
154400 7100-EXIT.
154500     EXIT.
154600
154700******************************************************************
154800* 7200-SCAN-BUFFER  --  MASKS EVERY ERASED KEY QUOTED IN         *
154900*                       WS-SCAN-BUFFER WITH THE ERASED MASK, CUT *
155000*                       TO THE KEY'S OWN LENGTH.  WS-MATCH-REQ   *
155100*                       IS THE REQUEST OF THE FIRST KEY FOUND,   *
155200*                       OR ZERO WHEN THE BUFFER IS CLEAN.        *
155300******************************************************************
155400 7200-SCAN-BUFFER.
155500
155600     MOVE 0 TO WS-MATCH-REQ
155700
155800     MOVE 1 TO WS-KEY-SUB
155900     PERFORM UNTIL WS-KEY-SUB > WS-KEY-COUNT
156000         IF WS-REQ-ERASING (WS-KEY-REQ (WS-KEY-SUB))
156100             MOVE WS-KEY-LENGTH (WS-KEY-SUB) TO WS-LEN-SUB
156200             MOVE 0 TO WS-SCAN-TALLY
156300             INSPECT WS-SCAN-BUFFER TALLYING WS-SCAN-TALLY
156400                 FOR ALL WS-KEY-VALUE (WS-KEY-SUB) (1:WS-LEN-SUB)
156500             IF WS-SCAN-TALLY > 0
156600                 INSPECT WS-SCAN-BUFFER REPLACING ALL
156700                     WS-KEY-VALUE (WS-KEY-SUB) (1:WS-LEN-SUB)
156800                     BY WS-ERASED-MASK (1:WS-LEN-SUB)
156900                 IF WS-MATCH-REQ = 0
157000                     MOVE WS-KEY-REQ (WS-KEY-SUB) TO WS-MATCH-REQ
157100                 END-IF
157200             END-IF
157300         END-IF
157400         ADD 1 TO WS-KEY-SUB
157500     END-PERFORM
157600
157700     .
157800 7200-EXIT.
157900     EXIT.
157903
157906******************************************************************
157909* 7210-MASK-KEY  --  OVERWRITES WS-MASK-KEY WITH THE ERASED MASK *
157912*                    WHEN IT IS AN ERASED KEY OR ALIAS, KEEPING  *
157915*                    IN WS-ROW-REQ THE REQUEST OF THE FIRST ONE  *
157918*                    FOUND IN A ROW THAT CARRIES SEVERAL KEYS.   *
157921******************************************************************
157924 7210-MASK-KEY.
157927
157930     MOVE WS-MASK-KEY TO WS-PROBE-KEY
157933     PERFORM 7100-FIND-ERASE-KEY THRU 7100-EXIT
157936     IF WS-MATCH-REQ > 0
157939         MOVE WS-ERASED-MASK TO WS-MASK-KEY
157942         IF WS-ROW-REQ = 0
157945             MOVE WS-MATCH-REQ TO WS-ROW-REQ
157948         END-IF
157951     END-IF
157954
157957     .
157960 7210-EXIT.
157963     EXIT.
158000
158100******************************************************************
158200* 7300-COUNT-REMOVED  --  ONE ROW OF FILE WS-FILE-SUB REMOVED    *
158300*                         FOR REQUEST WS-MATCH-REQ.              *
158400******************************************************************
158500 7300-COUNT-REMOVED.
158600
158700     ADD 1 TO WS-REQ-REMOVED (WS-MATCH-REQ WS-FILE-SUB)
158800
158900     .
159000 7300-EXIT.
159100     EXIT.
159200
159300******************************************************************
159400* 7310-COUNT-ANONYMIZED  --  ONE ROW OF FILE WS-FILE-SUB KEPT    *
159500*                            BUT ANONYMIZED FOR REQUEST          *
159600*                            WS-MATCH-REQ.                       *
159700******************************************************************
159800 7310-COUNT-ANONYMIZED.
159900
160000     ADD 1 TO WS-REQ-ANONYMIZED (WS-MATCH-REQ WS-FILE-SUB)
160100
160200     .
160300 7310-EXIT.
160400     EXIT.
160402
160404******************************************************************
160406* 7320-COUNT-ARCHIVE-KEPT  --  ONE ROW WRITTEN TO JSONARCHN,     *
160408*                              ADDED TO ITS JSNCTOT TOTALS.      *
160410******************************************************************
160412 7320-COUNT-ARCHIVE-KEPT.
160414
160416     ADD 1 TO WS-ARCH-KEPT
160418     ADD JAR-SEQUENCE-NBR OF JAR-NEW-RECORD
160420         JAR-TIMESTAMP-TIME OF JAR-NEW-RECORD TO WS-ARCH-HASH
160422
160424     .
160426 7320-EXIT.
160428     EXIT.
160430
160432******************************************************************
160434* 7330-COUNT-SNAPSHOT-KEPT  --  ONE ROW WRITTEN TO CUSTSNPN,     *
160436*                               ADDED TO ITS JSNCTOT TOTALS.     *
160438******************************************************************
160440 7330-COUNT-SNAPSHOT-KEPT.
160442
160444     ADD 1 TO WS-SNAP-KEPT
160446     ADD SD-004 OF CSNPN-REC TO WS-SNAP-HASH
160448
160450     .
160452 7330-EXIT.
160454     EXIT.
160500
160600******************************************************************
160700* 1900-CLAIM-RUN-LOCK  --  CLAIMS THE SHARED CUSTOMER-MASTER RUN *
160800*                          LOCK, CREATING THE LOCK FILE ON ITS   *
160900*                          FIRST EVER USE.  A LOCK ALREADY HELD  *
161000*                          REFUSES THE RUN WITH RETURN CODE 8 -- *
161100*                          DISTINCT FROM THE OPEN-FAILURE 16 --  *
161200*                          NAMING THE HOLDER.  SEE RUNLOCK.CPY.  *
161300******************************************************************
161400 1900-CLAIM-RUN-LOCK.
161500
161600     ACCEPT WS-LOCK-RUN-DATE FROM DATE YYYYMMDD
161700     ACCEPT WS-LOCK-RUN-TIME FROM TIME
161800
161900     OPEN I-O Run-Lock
162000     IF WS-RUNLOCK-STATUS = '05' OR WS-RUNLOCK-STATUS = '35'
162100         OPEN OUTPUT Run-Lock
162200         PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
162300         WRITE RLK-LOCK-RECORD
162400         CLOSE Run-Lock
162500         GO TO 1900-EXIT
162600     END-IF
162700     IF WS-RUNLOCK-STATUS NOT = '00'
162800         DISPLAY MYNAME ' UNABLE TO OPEN RUNLOCK, STATUS = '
162900             WS-RUNLOCK-STATUS
163000         MOVE 16 TO RETURN-CODE
163100         GOBACK
163200     END-IF
163300
163400     READ Run-Lock
163500         AT END
163600             CLOSE Run-Lock
163700             OPEN OUTPUT Run-Lock
163800             PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
163900             WRITE RLK-LOCK-RECORD
164000             CLOSE Run-Lock
164100             GO TO 1900-EXIT
164200     END-READ
164300
164400     IF RLK-LOCKED
164500         DISPLAY MYNAME ' CUSTMAST RUN LOCK HELD BY '
164600             RLK-OWNER-PGM ' RUN ' RLK-RUN-ID ', RUN REFUSED'
164700         CLOSE Run-Lock
164800         MOVE 8 TO RETURN-CODE
164900         GOBACK
165000     END-IF
165100
165200     PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
165300     REWRITE RLK-LOCK-RECORD
165400     CLOSE Run-Lock
165500
165600     .
165700 1900-EXIT.
165800     EXIT.
165900
166000******************************************************************
166100* 1950-BUILD-LOCKED-RECORD  --  STAMPS THE LOCK RECORD WITH THIS *
166200*                               RUN'S OWNER AND RUN ID.          *
166300******************************************************************
166400 1950-BUILD-LOCKED-RECORD.
166500
166600     MOVE 'Y'              TO RLK-LOCK-SW
166700     MOVE MYNAME           TO RLK-OWNER-PGM
166800     MOVE WS-LOCK-RUN-DATE TO RLK-RUN-ID-DATE
166900     MOVE WS-LOCK-RUN-TIME TO RLK-RUN-ID-TIME
167000
167100     .
167200 1950-EXIT.
167300     EXIT.
167400
167406******************************************************************
167412* 8050-READ-TOKVAULT  --  PRIMES/ADVANCES THE TOKVAULT CURSOR.   *
167418******************************************************************
167424 8050-READ-TOKVAULT.
167430
167436     READ Token-Vault NEXT RECORD
167442         AT END
167448             SET WS-PASS-EOF TO TRUE
167454     END-READ
167460
167466     .
167472 8050-EXIT.
167478     EXIT.
167484
167500******************************************************************
167600* 8100-READ-XREF  --  PRIMES/ADVANCES THE CUSTXREF CURSOR.       *
167700******************************************************************
167800 8100-READ-XREF.
167900
168000     READ Key-Xref-Old
168100         AT END
168200             SET WS-CUSTXREF-EOF TO TRUE
168300     END-READ
168400
168500     .
168600 8100-EXIT.
168700     EXIT.
168800
168900******************************************************************
169000* 8200-READ-HOLD  --  PRIMES/ADVANCES THE ARCHHOLD CURSOR.       *
169100******************************************************************
169200 8200-READ-HOLD.
169300
169400     READ Hold-Registry
169500         AT END
169600             SET WS-ARCHHOLD-EOF TO TRUE
169700     END-READ
169800
169900     .
170000 8200-EXIT.
170100     EXIT.
170200
170300******************************************************************
170400* 8300-READ-JSONARCH  --  PRIMES/ADVANCES THE JSONARCH CURSOR.   *
170500******************************************************************
170600 8300-READ-JSONARCH.
170700
170800     READ Json-Archive-Old
170900         AT END
171000             SET WS-PASS-EOF TO TRUE
171100     END-READ
171200
171300     .
171400 8300-EXIT.
171500     EXIT.
171600
171700******************************************************************
171800* 8400-READ-OFFLOAD  --  PRIMES/ADVANCES THE JSNARCOF CURSOR.    *
171900******************************************************************
172000 8400-READ-OFFLOAD.
172100
172200     READ Archive-Offload-Old
172300         AT END
172400             SET WS-PASS-EOF TO TRUE
172500     END-READ
172600
172700     .
172800 8400-EXIT.
172900     EXIT.
173000
173100******************************************************************
173200* 8500-READ-JOURNAL  --  PRIMES/ADVANCES THE CMJRNL CURSOR.      *
173300******************************************************************
173400 8500-READ-JOURNAL.
173500
173600     READ Journal-Old
173700         AT END
173800             SET WS-PASS-EOF TO TRUE
173900     END-READ
174000
174100     .
174200 8500-EXIT.
174300     EXIT.
174400
174500******************************************************************
174600* 8600-READ-ERROR-LOG  --  PRIMES/ADVANCES THE JSONERR CURSOR.   *
174700******************************************************************
174800 8600-READ-ERROR-LOG.
174900
175000     READ Error-Log-Old
175100         AT END
175200             SET WS-PASS-EOF TO TRUE
175300     END-READ
175400
175500     .
175600 8600-EXIT.
175700     EXIT.
175800
175900******************************************************************
176000* 8700-READ-ACCESS-LOG  --  PRIMES/ADVANCES THE CUSTALOG CURSOR. *
176100******************************************************************
176200 8700-READ-ACCESS-LOG.
176300
176400     READ Access-Log-Old
176500         AT END
176600             SET WS-PASS-EOF TO TRUE
176700     END-READ
176800
176900     .
177000 8700-EXIT.
177100     EXIT.
177101
177102******************************************************************
177103* 8710-READ-VALUE-EXCEPT  --  PRIMES/ADVANCES THE VALXEXC        *
177104*                             CURSOR.                            *
177105******************************************************************
177106 8710-READ-VALUE-EXCEPT.
177107
177108     READ Value-Except-Old
177109         AT END
177110             SET WS-PASS-EOF TO TRUE
177111     END-READ
177112
177113     .
177114 8710-EXIT.
177115     EXIT.
177116
177117******************************************************************
177118* 8720-READ-DATE-ADJUST  --  PRIMES/ADVANCES THE BDAYADJ CURSOR. *
177119******************************************************************
177120 8720-READ-DATE-ADJUST.
177121
177122     READ Date-Adjust-Old
177123         AT END
177124             SET WS-PASS-EOF TO TRUE
177125     END-READ
177126
177127     .
177128 8720-EXIT.
177129     EXIT.
177130
177131******************************************************************
177132* 8730-READ-PKX-AUDIT  --  PRIMES/ADVANCES THE PKXAUDIT CURSOR.  *
177133******************************************************************
177134 8730-READ-PKX-AUDIT.
177135
177136     READ Pkx-Audit-Old
177137         AT END
177138             SET WS-PASS-EOF TO TRUE
177139     END-READ
177140
177141     .
177142 8730-EXIT.
177143     EXIT.
177144
177145******************************************************************
177146* 8740-READ-HIER-AUDIT  --  PRIMES/ADVANCES THE HIERAUD CURSOR.  *
177147******************************************************************
177148 8740-READ-HIER-AUDIT.
177149
177150     READ Hier-Audit-Old
177151         AT END
177152             SET WS-PASS-EOF TO TRUE
177153     END-READ
177154
177155     .
177156 8740-EXIT.
177157     EXIT.
177158
177159******************************************************************
177160* 8750-READ-ENTL-PICKUP  --  PRIMES/ADVANCES THE ENTLPICK        *
177161*                            CURSOR.                             *
177162******************************************************************
177163 8750-READ-ENTL-PICKUP.
177164
177165     READ Entl-Pickup-Old
177166         AT END
177167             SET WS-PASS-EOF TO TRUE
177168     END-READ
177169
177170     .
177171 8750-EXIT.
177172     EXIT.
177173
177174******************************************************************
177175* 8760-READ-EMB-WITHHELD  --  PRIMES/ADVANCES THE EMBWHLD        *
177176*                             CURSOR.                            *
177177******************************************************************
177178 8760-READ-EMB-WITHHELD.
177179
177180     READ Emb-Withheld-Old
177181         AT END
177182             SET WS-PASS-EOF TO TRUE
177183     END-READ
177184
177185     .
177186 8760-EXIT.
177187     EXIT.
177200
177300******************************************************************
177400* 8800-READ-ENTITLE  --  PRIMES/ADVANCES THE ENTLTBL CURSOR.     *
177500******************************************************************
177600 8800-READ-ENTITLE.
177700
177800     READ Entitle-Table-Old
177900         AT END
178000             SET WS-PASS-EOF TO TRUE
178100     END-READ
178200
178300     .
178400 8800-EXIT.
178500     EXIT.
178600
178700******************************************************************
178800* 8810-READ-PEND-QUEUE  --  PRIMES/ADVANCES THE CMPENDQ CURSOR.  *
178900******************************************************************
179000 8810-READ-PEND-QUEUE.
179100
179200     READ Pend-Queue-Old
179300         AT END
179400             SET WS-PASS-EOF TO TRUE
179500     END-READ
179600
179700     .
179800 8810-EXIT.
179900     EXIT.
180000
180100******************************************************************
180200* 8820-READ-ARCHIVED-KEY  --  PRIMES/ADVANCES THE CUSTARCK       *
180300*                             CURSOR.                            *
180400******************************************************************
180500 8820-READ-ARCHIVED-KEY.
180600
180700     READ Archived-Keys-Old
180800         AT END
180900             SET WS-PASS-EOF TO TRUE
181000     END-READ
181100
181200     .
181300 8820-EXIT.
181400     EXIT.
181500
181600******************************************************************
181700* 8830-READ-OFFLINE-MASTER  --  PRIMES/ADVANCES THE CUSTARCH     *
181800*                               CURSOR.                          *
181900******************************************************************
182000 8830-READ-OFFLINE-MASTER.
182100
182200     READ Offline-Master-Old
182300         AT END
182400             SET WS-PASS-EOF TO TRUE
182500     END-READ
182600
182700     .
182800 8830-EXIT.
182900     EXIT.
183000
183100******************************************************************
183200* 8840-READ-SNAPSHOT  --  PRIMES/ADVANCES THE CUSTSNAP CURSOR.   *
183300******************************************************************
183400 8840-READ-SNAPSHOT.
183500
183600     READ Snapshot-Old
183700         AT END
183800             SET WS-PASS-EOF TO TRUE
183900     END-READ
184000
184100     .
184200 8840-EXIT.
184300     EXIT.
184301
184302******************************************************************
184303* 8850-READ-STALE-CONF  --  PRIMES/ADVANCES THE STALECF CURSOR.  *
184304******************************************************************
184305 8850-READ-STALE-CONF.
184306
184307     READ Stale-Conflict-Old
184308         AT END
184309             SET WS-PASS-EOF TO TRUE
184310     END-READ
184311
184312     .
184313 8850-EXIT.
184314     EXIT.
184315
184316******************************************************************
184317* 8860-READ-PARTNER-XREF  --  PRIMES/ADVANCES THE PKEYXREF       *
184318*                             CURSOR.                            *
184319******************************************************************
184320 8860-READ-PARTNER-XREF.
184321
184322     READ Partner-Key-Xref NEXT RECORD
184323         AT END
184324             SET WS-PASS-EOF TO TRUE
184325     END-READ
184326
184327     .
184328 8860-EXIT.
184329     EXIT.
184330
184331******************************************************************
184332* 8870-READ-HIERARCHY  --  PRIMES/ADVANCES THE CUSTHIER CURSOR.  *
184333******************************************************************
184334 8870-READ-HIERARCHY.
184335
184336     READ Customer-Hierarchy NEXT RECORD
184337         AT END
184338             SET WS-PASS-EOF TO TRUE
184339     END-READ
184340
184341     .
184342 8870-EXIT.
184343     EXIT.
184344
184345******************************************************************
184346* 8880-READ-EMBARGO  --  PRIMES/ADVANCES THE EMBARGO CURSOR.     *
184347******************************************************************
184348 8880-READ-EMBARGO.
184349
184350     READ Embargo-Old
184351         AT END
184352             SET WS-PASS-EOF TO TRUE
184353     END-READ
184354
184355     .
184356 8880-EXIT.
184357     EXIT.
184358
184359******************************************************************
184360* 8890-READ-VOL-BACKLOG  --  PRIMES/ADVANCES THE VOLBKLG CURSOR. *
184361******************************************************************
184362 8890-READ-VOL-BACKLOG.
184363
184364     READ Volume-Backlog NEXT RECORD
184365         AT END
184366             SET WS-PASS-EOF TO TRUE
184367     END-READ
184368
184369     .
184370 8890-EXIT.
184371     EXIT.
184372
184373******************************************************************
184374* 8895-READ-DUP-PAIR  --  PRIMES/ADVANCES THE DUPPAIR CURSOR.    *
184375******************************************************************
184376 8895-READ-DUP-PAIR.
184377
184378     READ Dup-Pair-Old
184379         AT END
184380             SET WS-PASS-EOF TO TRUE
184381     END-READ
184382
184383     .
184384 8895-EXIT.
184385     EXIT.
184400
184500******************************************************************
184600* 8900-RELEASE-RUN-LOCK  --  RELEASES THE RUN LOCK, BUT ONLY IF  *
184700*                            THIS PROGRAM STILL OWNS IT -- AN    *
184800*                            OPERATOR OVERRIDE MAY HAVE CLEARED  *
184900*                            AND REISSUED IT MID-RUN.            *
185000******************************************************************
185100 8900-RELEASE-RUN-LOCK.
185200
185300     OPEN I-O Run-Lock
185400     IF WS-RUNLOCK-STATUS NOT = '00'
185500         GO TO 8900-EXIT
185600     END-IF
185700
185800     READ Run-Lock
185900         AT END
186000             CLOSE Run-Lock
186100             GO TO 8900-EXIT
186200     END-READ
186300
186400     IF RLK-LOCKED AND RLK-OWNER-PGM = MYNAME
186500         MOVE 'N'    TO RLK-LOCK-SW
186600         MOVE SPACES TO RLK-OWNER-PGM
186700         MOVE 0      TO RLK-RUN-ID-DATE
186800         MOVE 0      TO RLK-RUN-ID-TIME
186900         REWRITE RLK-LOCK-RECORD
187000     END-IF
187100
187200     CLOSE Run-Lock
187300
187400     .
187500 8900-EXIT.
187600     EXIT.

011100*                  TWICE AT ITS MID-RUN STATE, AND AN ADD-THEN-   *
011200*                  CHANGE PAIR DELETED THE KEY AND THEN CRIED     *
011300*                  ABOUT THE REWRITE MISSING IT.                  *
011302* 2026-10-14 MAR   CUSTARCK IS NOW READ ONCE PER RUN: 1150 COPIES  *
011304*                  IT INTO THE KEYED CUSTARKX WORK FILE AND 2160  *
011306*                  MAKES ONE KEYED READ PER ADD INSTEAD OF AN     *
011308*                  OPEN-SCAN-CLOSE OF THE WHOLE REGISTRY.  NO     *
011310*                  CUSTARKX DD FALLS BACK TO THE OLD SCAN; NO     *
011312*                  CUSTARCK STILL MEANS NO ARCHIVED KEYS.         *
011314* 2026-10-14 MAR   INBOUND VALUE TRANSLATION: THE FEED'S VALXLAT  *
011316*                  ROWS (1160) ARE APPLIED IN REVERSE, TURNING    *
011318*                  THE PARTNER'S SD-003 AND DETAIL ACCOUNT TYPE   *
011320*                  BACK INTO OUR CODES BEFORE THE APPLY (2180).   *
011322*                  A PARTNER CODE WITH NO ROW, FOR A FIELD THE    *
011324*                  FEED TRANSLATES, IS LOGGED TO VALXEXC AND THE  *
011326*                  RECORD REJECTED RATHER THAN LET A FOREIGN      *
011328*                  CODE ONTO THE MASTER.                          *
011330* 2026-10-14 MAR   PER-RECORD RESPONSE FILE (CMRESP) BACK TO THE  *
011332*                  PARTNER: ONE JSON LINE PER INBOUND MASTER AND  *
011334*                  DETAIL RECORD WITH ITS KEY, ACCEPTED/PENDED/   *
011336*                  REJECTED AND THE RSNCODE REASON CODE, UNDER    *
011338*                  ITS OWN RESPONSE RUN HEADER (1170).  THE DAY'S *
011340*                  PPVREJ/UTF8REJ ROWS ARE ANSWERED AT THE END    *
011342*                  (3200), AND A TRAILER SAYS WHETHER THE RUN     *
011344*                  COMPLETED OR WAS BACKED OUT.                   *
011346* 2026-10-14 MAR   EVERY DETLIN APPLY NOW WRITES A CMJRNL DETAIL- *
011348*                  SEGMENT ROW ('DAD' OR 'DCH', 2155) WITH THE    *
011350*                  CUSTDETL BEFORE AND AFTER IMAGES, LIKE THE     *
011352*                  MASTER APPLIES, SO CMREBLD AND CMCRMXTR SEE    *
011354*                  THEM AS THEY SEE CUSTDMNT'S ONLINE CHANGES.    *
011355* 2026-10-14 MAR   CONTACT NAME AND PHONE ARE NOW STORED AS       *
011356*                  TOKENS: 2465 SWAPS EACH DETLIN VALUE FOR A     *
011357*                  TOKVAULT TOKEN BEFORE CUSTDETL IS WRITTEN,     *
011358*                  KEEPING THE CUSTOMER'S OLD TOKEN WHEN THE      *
011359*                  VALUE IS UNCHANGED.  THE DETAIL JOURNAL ROW'S  *
011360*                  SOURCE BUFFER NOW CARRIES THE TOKENIZED ROW    *
011361*                  IMAGE INSTEAD OF THE RAW DETLIN LINE.  NO      *
011362*                  TOKVAULT SKIPS THE DETAIL PASS.                *
011365* 2026-10-14 MAR   SD-004 BUSINESS-DAY RULE: A FEED WHOSE APLYCTL *
011368*                  ROW CARRIES ACT-SD004-BUSDAY-RULE HAS AN       *
011371*                  INBOUND SD-004 THAT FALLS ON A WEEKEND OR A    *
011374*                  CALNDTBL DATE ROLLED TO THE FOLLOWING OR       *
011377*                  PRECEDING BUSINESS DAY, OR THE RECORD          *
011380*                  REJECTED (2186), BEFORE THE APPLY.  EVERY      *
011383*                  ADJUSTMENT IS LOGGED TO BDAYADJ WITH BOTH      *
011386*                  DATES, THE JOURNAL ROW IS FLAGGED IN           *
011389*                  CMJ-SOURCE-ADJUST, A PENDED ROW CARRIES THE    *
011392*                  ADJUSTED DATE FOR CMPAPPR, AND THE CMRESP LINE *
011395*                  SAYS 001 (MOVED) OR 208 (REJECTED).            *
011400* 2026-10-14 MAR   PARTNER KEYS: A FEED FLAGGED ON APLYCTL SENDS  *
011405*                  ITS OWN CUSTOMER KEY IN SD-001, RESOLVED TO    *
011410*                  OURS THROUGH PKEYXREF BEFORE THE APPLY (2105)  *
011415*                  AND FOR THE DETAIL PASS (2462).  AN ADD FOR A  *
011420*                  PARTNER KEY NOT YET ON PKEYXREF IS GIVEN A NEW *
011425*                  'PK' KEY OF OURS, ENTERED PENDING FOR PKXMAINT *
011430*                  REVIEW AND AUDITED TO PKXAUDIT (2107).  ANY    *
011435*                  OTHER UNKNOWN KEY IS REJECTED 209, A RETIRED   *
011440*                  ONE 210.  CMRESP ANSWERS IN THE PARTNER'S OWN  *
011445*                  KEY.                                           *
011456* 2026-10-14 MAR   THE JSNCTOT ROW CLEARS THE NEW CTLTOT         *
011467*                  DATASET FIELDS -- THIS RUN WRITES NO BACKED-  *
011478*                  UP DATASET.                                   *
011480* 2026-10-14 MAR   A CMRSTREQ RESTORE PROMPT NOW CARRIES THE DATE*
011482*                  AND FEED IT WAS RAISED FOR (2170), FOR THE    *
011484*                  SHFTHAND HANDOVER WORKLIST TO AGE.            *
011485* 2026-10-14 MAR   A JSONIN LINE MAY NOW CARRY THE CUSTDETL       *
011486*                  SEGMENT AS A NESTED "DETAIL" OBJECT (2010).    *
011487*                  MASTER AND DETAIL ARE CHECKED, APPLIED AND     *
011488*                  JOURNALED AS ONE UNIT, REJECTED TOGETHER       *
011489*                  (2020) AND BACKED OUT TOGETHER BY THE BREAKER  *
011490*                  (7125).  JSONIN WIDENED TO 250 BYTES.  DETLIN  *
011491*                  STAYS FOR PARTNERS STILL SENDING IT APART.     *
011492* 2026-10-14 MAR   THIRD PASS (2500) FOR HIERIN, THE PARTNER'S   *
011493*                  PARENT/CHILD LINKS: EACH LINE LINKS A         *
011494*                  CUSTOMER TO ITS PARENT ON CUSTHIER, OR WITH   *
011495*                  NO PARENT MAKES IT TOP LEVEL.  BOTH KEYS MUST *
011496*                  BE ON THE MASTER AND A LINK THAT WOULD LOOP   *
011497*                  THE CHAIN IS REFUSED (212-214).  EVERY LINE   *
011498*                  IS AUDITED TO HIERAUD AND ANSWERED ON CMRESP. *
011503* 2026-10-14 MAR   STALE-UPDATE PROTECTION: EVERY APPLY NOW      *
011508*                  STAMPS THE CUSTOMER'S CUSTSTMP ROW WITH THE   *
011513*                  JSONIN LINE'S OWN "TXN-TIMESTAMP" (LIFTED OUT *
011518*                  BY 2040; THE RUN ID WHEN THERE IS NONE) AND   *
011523*                  THE FEED.  A CHANGE OR INACTIVATE STAMPED     *
011528*                  EARLIER THAN THE ROW ON FILE IS NOT APPLIED   *
011533*                  (2111): IT IS LOGGED TO STALECF WITH BOTH     *
011538*                  STAMPS AND BOTH VALUES, AND REJECTED 215 OR,  *
011543*                  FOR A FEED WHOSE APLYCTL ROW SAYS SO, PENDED  *
011548*                  104 TO CMPENDQ.  A TXN-TIMESTAMP THAT IS NOT  *
011553*                  16 DIGITS IS REJECTED 216.  THE JOURNAL ROW   *
011558*                  CARRIES THE STAMP'S BEFORE IMAGE SO THE       *
011563*                  BREAKER BACKOUT PUTS IT BACK (7122).          *
011564* 2026-10-15 MAR   THE TXN-TIMESTAMP IS LIFTED OUT OF THE WHOLE  *
011565*                  250-BYTE LINE (2040) BEFORE 2010 CUTS IT TO   *
011566*                  THE MASTER MEMBERS, SO A FULL LINE NO LONGER  *
011567*                  LOSES OR SPLITS ITS STAMP.  A PENDED CHANGE   *
011568*                  NOW CARRIES ITS TRANSLATED SD-003 AND ITS     *
011569*                  NESTED DETAIL, TOKENIZED, ON THE CMPENDQ ROW  *
011570*                  (2140/2145) FOR CMPAPPR TO LAND TOGETHER.     *
011572******************************************************************
011573 Environment Division.
011600 Input-Output Section.
011700 File-Control.
011800     Select Jsonlines-In Assign to 'JSONIN'
015800         Access Mode is Random
015900         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
016000         File Status is WS-CUSTDETL-STATUS.
016010
016020     Select Token-Vault Assign to 'TOKVAULT'
016030         Organization is Indexed
016040         Access Mode is Random
016050         Record Key is TKV-TOKEN
016060         File Status is WS-TOKVAULT-STATUS.
016100
016200     Select Run-Lock Assign to 'RUNLOCK'
016300         Organization is Sequential
017100         Organization is Line Sequential
017200         File Status is WS-CUSTARCK-STATUS.
017300
017310     Select Archived-Keys-Keyed Assign to 'CUSTARKX'
017320         Organization is Indexed
017330         Access Mode is Random
017340         Record Key is CAK-CUSTOMER-KEY
017345             OF CAKX-ARCHIVED-KEY-RECORD
017350         File Status is WS-CUSTARKX-STATUS.
017351
017352     Select Value-Xlate-Table Assign to 'VALXLAT'
017353         Organization is Line Sequential
017354         File Status is WS-VALXLAT-STATUS.
017355
017356     Select Value-Xlate-Exceptions Assign to 'VALXEXC'
017357         Organization is Line Sequential
017358         File Status is WS-VALXEXC-STATUS.
017360
017362     Select Response-File Assign to 'CMRESP'
017364         Organization is Line Sequential
017366         File Status is WS-CMRESP-STATUS.
017368
017370     Select Ppv-Rejects Assign to 'PPVREJ'
017372         Organization is Line Sequential
017374         File Status is WS-PPVREJ-STATUS.
017376
017378     Select Utf8-Rejects Assign to 'UTF8REJ'
017380         Organization is Line Sequential
017382         File Status is WS-UTF8REJ-STATUS.
017384
017385     Select Calendar-Table Assign to 'CALNDTBL'
017386         Organization is Line Sequential
017387         File Status is WS-CALNDTBL-STATUS.
017388
017389     Select Bday-Adjust-Log Assign to 'BDAYADJ'
017390         Organization is Line Sequential
017391         File Status is WS-BDAYADJ-STATUS.
017392
017400     Select Restore-Prompt Assign to 'CMRSTREQ'
017500         Organization is Line Sequential
017600         File Status is WS-CMRSTREQ-STATUS.
017800     Select Control-Totals Assign to 'JSNCTOT'
017900         Organization is Line Sequential
018000         File Status is WS-CTLTOT-STATUS.
018005
018014     Select Partner-Key-Xref Assign to 'PKEYXREF'
018023         Organization is Indexed
018032         Access Mode is Random
018041         Record Key is PKX-XREF-KEY
018050         File Status is WS-PKEYXREF-STATUS.
018059
018068     Select Partner-Key-Audit Assign to 'PKXAUDIT'
018077         Organization is Line Sequential
018086         File Status is WS-PKXAUDIT-STATUS.
018091
018096     Select Hierarchy-In Assign to 'HIERIN'
018101         Organization is Line Sequential
018106         File Status is WS-HIERIN-STATUS.
018111
018116     Select Customer-Hierarchy Assign to 'CUSTHIER'
018121         Organization is Indexed
018126         Access Mode is Random
018131         Record Key is CHR-CUSTOMER-KEY OF CUSTHIER-REC
018136         File Status is WS-CUSTHIER-STATUS.
018141
018146     Select Hierarchy-Audit Assign to 'HIERAUD'
018151         Organization is Line Sequential
018156         File Status is WS-HIERAUD-STATUS.
018158
018160
018162     Select Customer-Stamps Assign to 'CUSTSTMP'
018164         Organization is Indexed
018166         Access Mode is Random
018168         Record Key is CST-CUSTOMER-KEY
018170         File Status is WS-CUSTSTMP-STATUS.
018172
018174     Select Stale-Conflicts Assign to 'STALECF'
018176         Organization is Line Sequential
018178         File Status is WS-STALECF-STATUS.
018180 Data Division.
018200 File Section.
018300 FD  Jsonlines-In
018400     Label Records are Standard
018500     Recording Mode is V.
018600 01  JSONLINES-IN-REC         PIC X(250).
018700
018800 FD  Customer-Master
018900     Label Records are Standard
023200     Recording Mode is F.
023300 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
023400                         ==CUSTDETL-REC==.
023410
023420 FD  Token-Vault
023430     Label Records are Standard
023440     Recording Mode is F.
023450 COPY TOKVAULT.
023500
023600 FD  Archived-Keys
023700     Label Records are Standard
023800     Recording Mode is F.
023900 COPY CUSTARCK.
024000
024010 FD  Archived-Keys-Keyed
024020     Label Records are Standard
024030     Recording Mode is F.
024040 COPY CUSTARCK Replacing ==CAK-ARCHIVED-KEY-RECORD== By
024050                         ==CAKX-ARCHIVED-KEY-RECORD==.
024060
024062 FD  Value-Xlate-Table
024064     Label Records are Standard
024066     Recording Mode is F.
024068 COPY VALXLAT.
024070
024072 FD  Value-Xlate-Exceptions
024074     Label Records are Standard
024076     Recording Mode is F.
024078 COPY VALXEXC.
024080
024081 FD  Response-File
024082     Label Records are Standard
024083     Recording Mode is F.
024084 01  CMRESP-REC               PIC X(120).
024085
024086 FD  Ppv-Rejects
024087     Label Records are Standard
024088     Recording Mode is F.
024089 COPY PPVREJ.
024090
024091 FD  Utf8-Rejects
024092     Label Records are Standard
024093     Recording Mode is F.
024094 COPY UTF8REJ.
024095
024100 FD  Control-Totals
024200     Label Records are Standard
024300     Recording Mode is F.
024400 COPY CTLTOT.
024500
024509 FD  Calendar-Table
024518     Label Records are Standard
024527     Recording Mode is F.
024536 COPY CALNDTBL.
024545
024554 FD  Bday-Adjust-Log
024563     Label Records are Standard
024572     Recording Mode is F.
024581 COPY BDAYADJ.
024590
024600 FD  Restore-Prompt
024700     Label Records are Standard
024800     Recording Mode is F.
025800     Label Records are Standard
025900     Recording Mode is F.
026000 COPY HTBEAT.
026010
026020 FD  Partner-Key-Xref
026030     Label Records are Standard
026040     Recording Mode is F.
026050 COPY PKEYXREF.
026060
026070 FD  Partner-Key-Audit
026080     Label Records are Standard
026090     Recording Mode is F.
026095 COPY PKXAUDIT.
026100
026105 FD  Hierarchy-In
026110     Label Records are Standard
026115     Recording Mode is V.
026120 01  HIERIN-REC               PIC X(100).
026125
026130 FD  Customer-Hierarchy
026135     Label Records are Standard
026140     Recording Mode is F.
026145 COPY CUSTHIER Replacing ==CHR-HIERARCHY-RECORD== By
026150                         ==CUSTHIER-REC==.
026155
026160 FD  Hierarchy-Audit
026165     Label Records are Standard
026170     Recording Mode is F.
026175 COPY HIERAUD.
026177
026179
026181 FD  Customer-Stamps
026183     Label Records are Standard
026185     Recording Mode is F.
026187 COPY CUSTSTMP.
026189
026191 FD  Stale-Conflicts
026193     Label Records are Standard
026195     Recording Mode is F.
026197 COPY STALECF.
026199
026200 Working-Storage Section.
026300 01  CONSTANTS.
026400     05  MYNAME               PIC X(008) VALUE 'JSNCMUPD'.
026900* WORK COPY OF THE DETAIL SEGMENT A DETLIN LINE PARSES OR
027000* UNLOADS INTO BEFORE IT IS APPLIED TO THE CUSTDETL FILE.
027100 COPY CUSTDETL.
027110
027120*
027130* WORK COPY OF THE PARENT LINK A HIERIN LINE PARSES OR UNLOADS
027140* INTO BEFORE IT IS APPLIED TO THE CUSTHIER FILE.
027150 COPY CUSTHIER.
027200
027300*
027400* JSON EXCEPTION SEVERITY CLASSIFICATION WORK AREA -- SEE JSONSEV.
029700     05  WS-RUN-ID-TIME       PIC 9(008) VALUE 0.
029800 01  WS-BEFORE-IMAGE          PIC X(028) VALUE SPACES.
029900 01  WS-JOURNAL-ACTION        PIC X(003) VALUE SPACES.
029950 01  WS-DETAIL-BEFORE-IMAGE   PIC X(044) VALUE SPACES.
030000
030100*
030200* APLYCTL/CMPENDQ PENDED-APPLY SUPPORT.  WS-SD004-MAX-MOVE-DAYS
034600 01  WS-KEY-ARCHIVED-SW       PIC X(001) VALUE 'N'.
034700     88  WS-KEY-ARCHIVED          VALUE 'Y'.
034800 01  WS-RECS-PROMPTED         PIC 9(009) COMP-5 VALUE 0.
034805*
034810* CUSTARKX KEYED-COPY SUPPORT (1150).  WS-CUSTARCK-NONE IS SET
034815* WHEN THE REGISTRY IS MISSING OR EMPTY -- NOTHING IS ARCHIVED.
034820* WS-CUSTARKX-READY IS SET ONCE THE KEYED COPY IS OPEN FOR
034825* RANDOM READS; WHEN IT IS OFF, 2160 SCANS CUSTARCK ITSELF.
034830 01  WS-CUSTARKX-STATUS       PIC X(002) VALUE '00'.
034835 01  WS-CUSTARCK-NONE-SW      PIC X(001) VALUE 'N'.
034840     88  WS-CUSTARCK-NONE         VALUE 'Y'.
034845 01  WS-CUSTARKX-READY-SW     PIC X(001) VALUE 'N'.
034850     88  WS-CUSTARKX-READY        VALUE 'Y'.
034855 01  WS-CUSTARKX-ROWS         PIC 9(009) COMP-5 VALUE 0.
034856*
034857* VALXLAT REVERSE VALUE-TRANSLATION SUPPORT (1160/2180).  THE
034858* FEED'S ROWS ARE LOADED ONCE AT STARTUP; A FIELD THE FEED HAS NO
034859* ROWS FOR IS TAKEN AS RECEIVED.
034860 01  WS-VALXLAT-STATUS        PIC X(002) VALUE '00'.
034861 01  WS-VALXLAT-EOF-SW        PIC X(001) VALUE 'N'.
034862     88  WS-VALXLAT-EOF           VALUE 'Y'.
034863 01  WS-VALXEXC-STATUS        PIC X(002) VALUE '00'.
034864 01  WS-VALXEXC-OPEN-SW       PIC X(001) VALUE 'N'.
034865     88  WS-VALXEXC-IS-OPEN       VALUE 'Y'.
034866 01  WS-XLATE-TABLE.
034867     05  WS-XLATE-MAX         PIC 9(004) COMP-5 VALUE 200.
034868     05  WS-XLATE-COUNT       PIC 9(004) COMP-5 VALUE 0.
034869     05  WS-XLATE-ENTRY OCCURS 200 TIMES.
034870         10  WS-XLT-FIELD     PIC X(008).
034871         10  WS-XLT-INTERNAL  PIC X(008).
034872         10  WS-XLT-PARTNER   PIC X(008).
034873 01  WS-XLATE-ACCT-SW         PIC X(001) VALUE 'N'.
034874     88  WS-XLATE-ACCT-TYPE       VALUE 'Y'.
034875 01  WS-XLATE-SD003-SW        PIC X(001) VALUE 'N'.
034876     88  WS-XLATE-SD003           VALUE 'Y'.
034877 01  WS-XLATE-FOUND-SW        PIC X(001) VALUE 'N'.
034878     88  WS-XLATE-FOUND           VALUE 'Y'.
034879 01  WS-XLATE-SUB             PIC 9(004) COMP-5 VALUE 0.
034880 01  WS-XLATE-FIELD           PIC X(008) VALUE SPACES.
034881 01  WS-XLATE-KEY             PIC X(008) VALUE SPACES.
034882 01  WS-XLATE-VALUE-IN        PIC X(008) VALUE SPACES.
034883 01  WS-XLATE-VALUE-OUT       PIC X(008) VALUE SPACES.
034884 01  WS-XLATE-EXCEPTIONS      PIC 9(009) COMP-5 VALUE 0.
034900 01  WS-CTLTOT-STATUS         PIC X(002) VALUE '00'.
035000
035100*
035700 01  WS-DETL-READ             PIC 9(009) COMP-5 VALUE 0.
035800 01  WS-DETL-APPLIED          PIC 9(009) COMP-5 VALUE 0.
035900 01  WS-DETL-REJECTED         PIC 9(009) COMP-5 VALUE 0.
035910*
035920* TOKVAULT CONTACT TOKENIZING SUPPORT (2465/2466).
035930 01  WS-TOKVAULT-STATUS       PIC X(002) VALUE '00'.
035940 01  WS-TKV-CUSTOMER          PIC X(008) VALUE SPACES.
035950 01  WS-TKV-TYPE              PIC X(001) VALUE SPACES.
035960 01  WS-TKV-VALUE             PIC X(020) VALUE SPACES.
035970 01  WS-TKV-OLD-TOKEN         PIC X(020) VALUE SPACES.
035980 01  WS-TKV-SEQ               PIC 9(009) VALUE 0.
035990 01  WS-TOKENS-ISSUED         PIC 9(009) COMP-5 VALUE 0.
035992*
035994* NESTED DETAIL OBJECT SUPPORT (2010-2030).  THE WHOLE JSONIN
035996* LINE IS HELD HERE; WS-BUF GETS THE MASTER MEMBERS ONLY, AND
035998* THE "DETAIL" OBJECT IS PICKED APART BY HAND INTO WS-NDT-*.
036000 01  WS-JSONIN-BUF            PIC X(250) VALUE SPACES.
036002 01  WS-NDT-PRESENT-SW        PIC X(001) VALUE 'N'.
036004     88  WS-NDT-PRESENT           VALUE 'Y'.
036006 01  WS-NDT-MALFORMED-SW      PIC X(001) VALUE 'N'.
036008     88  WS-NDT-MALFORMED         VALUE 'Y'.
036010 01  WS-NDT-APPLIED-SW        PIC X(001) VALUE 'N'.
036012     88  WS-NDT-APPLIED           VALUE 'Y'.
036013     88  WS-NDT-PENDED            VALUE 'P'.
036014 01  WS-NDT-COMMA-SW          PIC X(001) VALUE 'N'.
036016     88  WS-NDT-COMMA-DROPPED     VALUE 'Y'.
036018 01  WS-NDT-OBJECT            PIC X(100) VALUE SPACES.
036020 01  WS-NDT-KEY               PIC X(012) VALUE SPACES.
036022 01  WS-NDT-KEY-LEN           PIC 9(004) COMP-5 VALUE 0.
036024 01  WS-NDT-VALUE             PIC X(020) VALUE SPACES.
036026 01  WS-NDT-CONTACT           PIC X(020) VALUE SPACES.
036028 01  WS-NDT-PHONE             PIC X(012) VALUE SPACES.
036030 01  WS-NDT-TYPE              PIC X(004) VALUE SPACES.
036032 01  WS-NDT-POS               PIC 9(004) COMP-5 VALUE 0.
036034 01  WS-NDT-START             PIC 9(004) COMP-5 VALUE 0.
036036 01  WS-NDT-OPEN              PIC 9(004) COMP-5 VALUE 0.
036038 01  WS-NDT-CLOSE             PIC 9(004) COMP-5 VALUE 0.
036040 01  WS-NDT-LEN               PIC 9(004) COMP-5 VALUE 0.
036042 01  WS-NDT-HEAD              PIC 9(004) COMP-5 VALUE 0.
036044 01  WS-NDT-TAIL              PIC 9(004) COMP-5 VALUE 0.
036046 01  WS-NDT-TAIL-LEN          PIC 9(004) COMP-5 VALUE 0.
036048 01  WS-DETL-NESTED           PIC 9(009) COMP-5 VALUE 0.
036050 01  WS-DETL-BACKED-OUT       PIC 9(009) COMP-5 VALUE 0.
036051 01  WS-DETL-PENDED           PIC 9(009) COMP-5 VALUE 0.
036052*
036054* CUSTDETL AND TOKVAULT ARE OPENED ONCE, BY WHICHEVER NEEDS
036056* THEM FIRST -- A NESTED DETAIL OR THE DETLIN PASS (2410).
036058 01  WS-DETAIL-FILES-SW       PIC X(001) VALUE 'N'.
036060     88  WS-DETAIL-FILES-OPEN     VALUE 'Y'.
036062     88  WS-DETAIL-FILES-FAILED   VALUE 'F'.
036064 01  WS-BACKOUT-DETAIL-SW     PIC X(001) VALUE 'N'.
036066     88  WS-BACKOUT-DETAIL        VALUE 'Y'.
036068
036100*
036200* RUNLOCK RUN-SERIALIZATION SUPPORT (1900/8900).
036300 01  WS-RUNLOCK-STATUS        PIC X(002) VALUE '00'.
038200 01  WS-SD004-OLD-INT         PIC S9(008) COMP-5 VALUE 0.
038300 01  WS-SD004-NEW-INT         PIC S9(008) COMP-5 VALUE 0.
038400 01  WS-SD004-MOVE-DAYS       PIC S9(008) COMP-5 VALUE 0.
038402*
038404* APLYCTL SD-004 BUSINESS-DAY RULE SUPPORT (1180/2186).  THE
038406* FEED'S RULE IS KEPT BY 1100; CALNDTBL IS LOADED ONCE INTO
038408* WS-CALENDAR-TABLE, AND ONLY WHEN THE FEED HAS A RULE.  A
038410* SATURDAY, A SUNDAY OR A DATE ON THE CALENDAR IS NOT A
038412* BUSINESS DAY, THE SAME TEST FEEDARRV AND BILLXTR MAKE.  A ROLL
038414* STOPS AFTER WS-ROLL-LIMIT DAYS SO A RUNAWAY CALENDAR CANNOT
038416* LOOP; THE RECORD IS THEN REJECTED.
038418 01  WS-BUSDAY-RULE           PIC X(001) VALUE 'N'.
038420     88  WS-BUSDAY-AS-SENT        VALUE 'N'.
038422     88  WS-BUSDAY-FOLLOWING      VALUE 'F'.
038424     88  WS-BUSDAY-PRECEDING      VALUE 'P'.
038426     88  WS-BUSDAY-REJECT         VALUE 'R'.
038428 01  WS-CALNDTBL-STATUS       PIC X(002) VALUE '00'.
038430 01  WS-CALNDTBL-EOF-SW       PIC X(001) VALUE 'N'.
038432     88  WS-CALNDTBL-EOF          VALUE 'Y'.
038434 01  WS-BDAYADJ-STATUS        PIC X(002) VALUE '00'.
038436 01  WS-BDAYADJ-OPEN-SW       PIC X(001) VALUE 'N'.
038438     88  WS-BDAYADJ-IS-OPEN       VALUE 'Y'.
038440 01  WS-CALENDAR-TABLE.
038442     05  WS-CAL-MAX           PIC 9(004) COMP-5 VALUE 500.
038444     05  WS-CAL-COUNT         PIC 9(004) COMP-5 VALUE 0.
038446     05  WS-CAL-DATE          PIC 9(008) OCCURS 500 TIMES.
038448 01  WS-CAL-SUB               PIC 9(004) COMP-5 VALUE 0.
038450 01  WS-SD004-ADJUST          PIC X(001) VALUE SPACE.
038452     88  WS-SD004-ROLLED-FORWARD  VALUE 'F'.
038454     88  WS-SD004-ROLLED-BACK     VALUE 'P'.
038456     88  WS-SD004-REJECTED        VALUE 'R'.
038458     88  WS-SD004-ADJUSTED        VALUE 'F' 'P'.
038460 01  WS-SD004-ORIGINAL        PIC 9(008) VALUE 0.
038462 01  WS-CANDIDATE-DATE        PIC 9(008) VALUE 0.
038464 01  WS-CANDIDATE-INT         PIC 9(008) COMP-5 VALUE 0.
038466 01  WS-DAY-OF-WEEK           PIC 9(001) COMP-5 VALUE 0.
038468 01  WS-NONBUSINESS-SW        PIC X(001) VALUE 'N'.
038470     88  WS-NONBUSINESS-DAY       VALUE 'Y'.
038472 01  WS-ROLL-DAYS             PIC 9(003) COMP-5 VALUE 0.
038474 01  WS-ROLL-LIMIT            PIC 9(003) COMP-5 VALUE 31.
038476 01  WS-SD004-MOVED           PIC 9(009) COMP-5 VALUE 0.
038478 01  WS-SD004-REFUSED         PIC 9(009) COMP-5 VALUE 0.
038500
038600 01  WS-FEED-ID               PIC X(010) VALUE 'CUSTUPD'.
038700
038702*
038704* CMRESP PER-RECORD RESPONSE SUPPORT (1170/2190/3200).  EVERY
038706* INBOUND RECORD'S PATH LEAVES ITS DISPOSITION IN RSN-REASON-CODE;
038708* 2190 TURNS IT INTO ONE RESPONSE LINE.  A MISSING CMRESP DD
038710* DISABLES THE RESPONSES FOR THE RUN, NEVER THE APPLY ITSELF.
038712 COPY RSNCODE.
038714 01  WS-CMRESP-STATUS         PIC X(002) VALUE '00'.
038716 01  WS-CMRESP-OPEN-SW        PIC X(001) VALUE 'N'.
038718     88  WS-CMRESP-IS-OPEN        VALUE 'Y'.
038720 01  WS-RESP-KEY              PIC X(008) VALUE SPACES.
038722 01  WS-RESP-TYPE             PIC X(006) VALUE SPACES.
038724 01  WS-RESP-DISPOSITION      PIC X(008) VALUE SPACES.
038726 01  WS-RESP-WRITTEN          PIC 9(009) COMP-5 VALUE 0.
038728 01  WS-RESP-COUNT-OUT        PIC 9(009) VALUE 0.
038730 01  WS-PPVREJ-STATUS         PIC X(002) VALUE '00'.
038732 01  WS-PPVREJ-EOF-SW         PIC X(001) VALUE 'N'.
038734     88  WS-PPVREJ-EOF            VALUE 'Y'.
038736 01  WS-UTF8REJ-STATUS        PIC X(002) VALUE '00'.
038738 01  WS-UTF8REJ-EOF-SW        PIC X(001) VALUE 'N'.
038740     88  WS-UTF8REJ-EOF           VALUE 'Y'.
038742 01  WS-PPV-KEY-POS           PIC 9(004) COMP-5 VALUE 0.
038744
038745*
038746* PARTNER-KEY CROSS-REFERENCE SUPPORT (1190/2105/2107/2462).  THE
038747* FEED'S APLYCTL ROW SAYS WHETHER SD-001 ARRIVES AS THE PARTNER'S
038748* KEY; ONLY THEN IS PKEYXREF OPENED.  WS-PARTNER-KEY-IN KEEPS THE
038749* KEY AS SENT FOR THE CMRESP LINE.  A NEW KEY OF OURS IS 'PK' AND
038750* THE NEXT SEQUENCE FROM THE CONTROL ROW, PASSING OVER ANY KEY
038751* ALREADY ON THE MASTER FOR UP TO WS-PKEY-PROBE-LIMIT TRIES.
038752 01  WS-PARTNER-KEY-SW        PIC X(001) VALUE 'N'.
038753     88  WS-PARTNER-KEYS          VALUE 'Y'.
038754 01  WS-PKEYXREF-STATUS       PIC X(002) VALUE '00'.
038755 01  WS-PKEYXREF-OPEN-SW      PIC X(001) VALUE 'N'.
038756     88  WS-PKEYXREF-IS-OPEN      VALUE 'Y'.
038757 01  WS-PKXAUDIT-STATUS       PIC X(002) VALUE '00'.
038758 01  WS-PKXAUDIT-OPEN-SW      PIC X(001) VALUE 'N'.
038759     88  WS-PKXAUDIT-IS-OPEN      VALUE 'Y'.
038760 01  WS-PKEY-REFUSED-SW       PIC X(001) VALUE 'N'.
038761     88  WS-PKEY-REFUSED          VALUE 'Y'.
038762 01  WS-PKEY-FREE-SW          PIC X(001) VALUE 'N'.
038763     88  WS-PKEY-FREE             VALUE 'Y'.
038764 01  WS-PKEY-FOUND-SW         PIC X(001) VALUE 'N'.
038765     88  WS-PKEY-FOUND            VALUE 'Y'.
038766 01  WS-PARTNER-KEY-IN        PIC X(008) VALUE SPACES.
038767 01  WS-PKEY-CONTROL-FEED     PIC X(010) VALUE '*CONTROL'.
038768 01  WS-PKEY-NEW-KEY.
038769     05  WS-PKEY-NEW-PREFIX   PIC X(002) VALUE 'PK'.
038770     05  WS-PKEY-NEW-SEQ      PIC 9(006) VALUE 0.
038771 01  WS-PKEY-PROBES           PIC 9(004) COMP-5 VALUE 0.
038772 01  WS-PKEY-PROBE-LIMIT      PIC 9(004) COMP-5 VALUE 100.
038773 01  WS-PKEY-RESOLVED         PIC 9(009) COMP-5 VALUE 0.
038774 01  WS-PKEY-CREATED          PIC 9(009) COMP-5 VALUE 0.
038775 01  WS-PKEY-REJECTED         PIC 9(009) COMP-5 VALUE 0.
038777*
038779* HIERIN/CUSTHIER PARENT-LINK SUPPORT (2500-2590).  NO HIERIN, OR
038781* AN UNOPENABLE CUSTHIER, SKIPS THE PASS.  THE CYCLE WALK (2565)
038783* CLIMBS FROM THE NEW PARENT AND GIVES UP AS A CYCLE AFTER
038785* WS-HIER-DEPTH-LIMIT LEVELS.
038787 01  WS-HIERIN-STATUS         PIC X(002) VALUE '00'.
038789 01  WS-HIERIN-EOF-SW         PIC X(001) VALUE 'N'.
038791     88  WS-HIERIN-EOF            VALUE 'Y'.
038793 01  WS-CUSTHIER-STATUS       PIC X(002) VALUE '00'.
038795 01  WS-CUSTHIER-OPEN-SW      PIC X(001) VALUE 'N'.
038797     88  WS-CUSTHIER-IS-OPEN      VALUE 'Y'.
038799 01  WS-HIERAUD-STATUS        PIC X(002) VALUE '00'.
038801 01  WS-HIERAUD-OPEN-SW       PIC X(001) VALUE 'N'.
038803     88  WS-HIERAUD-IS-OPEN       VALUE 'Y'.
038805 01  WS-HIER-ROW-SW           PIC X(001) VALUE 'N'.
038807     88  WS-HIER-ROW-FOUND        VALUE 'Y'.
038809 01  WS-HIER-CYCLE-SW         PIC X(001) VALUE 'N'.
038811     88  WS-HIER-CYCLE            VALUE 'Y'.
038813 01  WS-HIER-ACTION           PIC X(001) VALUE SPACES.
038815 01  WS-HIER-OLD-PARENT       PIC X(008) VALUE SPACES.
038817 01  WS-HIER-WALK-KEY         PIC X(008) VALUE SPACES.
038819 01  WS-HIER-KEY-SAVE         PIC X(008) VALUE SPACES.
038821 01  WS-HIER-REASON           PIC X(040) VALUE SPACES.
038823 01  WS-HIER-DEPTH            PIC 9(004) COMP-5 VALUE 0.
038825 01  WS-HIER-DEPTH-LIMIT      PIC 9(004) COMP-5 VALUE 50.
038827 01  WS-HIER-READ             PIC 9(009) COMP-5 VALUE 0.
038829 01  WS-HIER-APPLIED          PIC 9(009) COMP-5 VALUE 0.
038831 01  WS-HIER-REJECTED         PIC 9(009) COMP-5 VALUE 0.
038833*
038835* CUSTSTMP STALE-UPDATE SUPPORT (1195, 2040, 2111-2117, 7122).
038837* 2040 LIFTS THE LINE'S "TXN-TIMESTAMP" MEMBER OUT OF THE WHOLE
038839* JSONIN LINE INTO WS-TXN-STAMP BEFORE 2010 CUTS IT DOWN TO THE
038840* MASTER MEMBERS, REUSING THE WS-NDT-* SCRATCH FIELDS 2010 SETS
038841* AFRESH.  ZERO MEANS THE LINE CARRIED NONE AND THE APPLY IS
038843* STAMPED WITH THE RUN ID INSTEAD.  THE FEED'S APLYCTL RULE (KEPT
038845* BY 1100) SAYS WHETHER A STALE CHANGE IS PENDED OR REJECTED.
038847 01  WS-CUSTSTMP-STATUS       PIC X(002) VALUE '00'.
038849 01  WS-STALECF-STATUS        PIC X(002) VALUE '00'.
038851 01  WS-STALECF-OPEN-SW       PIC X(001) VALUE 'N'.
038853     88  WS-STALECF-IS-OPEN       VALUE 'Y'.
038855 01  WS-STALE-RULE            PIC X(001) VALUE 'R'.
038857     88  WS-STALE-PEND            VALUE 'P'.
038859 01  WS-TXN-STAMP-SW          PIC X(001) VALUE 'N'.
038861     88  WS-TXN-STAMP-PRESENT     VALUE 'Y'.
038863     88  WS-TXN-STAMP-INVALID     VALUE 'X'.
038865 01  WS-TXN-STAMP.
038867     05  WS-TXN-DATE          PIC 9(008) VALUE 0.
038869     05  WS-TXN-TIME          PIC 9(008) VALUE 0.
038871 01  WS-TXN-VALUE             PIC X(016) VALUE SPACES.
038873 01  WS-TXN-WORK              PIC X(250) VALUE SPACES.
038875 01  WS-STAMP-ROW-SW          PIC X(001) VALUE 'N'.
038877     88  WS-STAMP-ROW-FOUND       VALUE 'Y'.
038879 01  WS-STALE-SW              PIC X(001) VALUE 'N'.
038881     88  WS-STALE-UPDATE          VALUE 'Y'.
038883 01  WS-STAMP-BEFORE          PIC X(035) VALUE SPACES.
038885 01  WS-RECS-STALE            PIC 9(009) COMP-5 VALUE 0.
038887
038889 01  WS-SWITCHES.
038900     05  WS-EOF-SW            PIC X(001) VALUE 'N'.
039000         88  WS-EOF               VALUE 'Y'.
039100
040700         UNTIL WS-EOF
040800     IF NOT WS-BREAKER-TRIPPED
040900         PERFORM 2400-PROCESS-DETAIL-FILE THRU 2400-EXIT
040950         PERFORM 2500-PROCESS-HIERARCHY-FILE THRU 2500-EXIT
041000     END-IF
041100     PERFORM 3000-TERMINATE       THRU 3000-EXIT
041200
044400         GOBACK
044500     END-IF
044600
044650     PERFORM 1195-OPEN-CUSTOMER-STAMPS THRU 1195-EXIT
044700     PERFORM 1100-LOAD-APPLY-CONTROL THRU 1100-EXIT
044750     PERFORM 1150-BUILD-ARCHIVED-KEYED THRU 1150-EXIT
044760     PERFORM 1190-OPEN-PARTNER-KEY-XREF THRU 1190-EXIT
044770     PERFORM 1160-LOAD-VALUE-XLATE THRU 1160-EXIT
044780     PERFORM 1170-OPEN-RESPONSE-FILE THRU 1170-EXIT
044790     PERFORM 1180-LOAD-CALENDAR THRU 1180-EXIT
044800
044900     PERFORM 8000-READ-JSONLINES THRU 8000-EXIT
045000
048200                 MOVE ACT-REJECT-PCT-LIMIT
048300                     TO WS-REJECT-PCT-LIMIT
048400             END-IF
048410             IF ACT-BUSDAY-FOLLOWING OR ACT-BUSDAY-PRECEDING
048420                 OR ACT-BUSDAY-REJECT
048430                 MOVE ACT-SD004-BUSDAY-RULE TO WS-BUSDAY-RULE
048440             END-IF
048442             IF ACT-PARTNER-KEYS
048444                 SET WS-PARTNER-KEYS TO TRUE
048446             END-IF
048456             IF ACT-STALE-PEND
048466                 SET WS-STALE-PEND TO TRUE
048476             END-IF
048500         END-IF
048600         PERFORM 1110-READ-APPLY-CONTROL THRU 1110-EXIT
048700     END-PERFORM
050700 1110-EXIT.
050800     EXIT.
050900
050901******************************************************************
050902* 1150-BUILD-ARCHIVED-KEYED  --  COPIES THE CUSTARCK REGISTRY ONCE  *
050903*                                INTO THE KEYED CUSTARKX WORK FILE  *
050904*                                AND REOPENS IT FOR RANDOM READS,   *
050905*                                SO 2160 MAKES ONE KEYED READ PER   *
050906*                                ADD.  A MISSING OR EMPTY REGISTRY  *
050907*                                SETS WS-CUSTARCK-NONE.  AN         *
050908*                                UNOPENABLE CUSTARKX LEAVES 2160    *
050909*                                SCANNING CUSTARCK AS IT USED TO.   *
050910******************************************************************
050911 1150-BUILD-ARCHIVED-KEYED.
050912
050913     MOVE 'N' TO WS-CUSTARCK-EOF-SW
050914
050915     OPEN INPUT Archived-Keys
050916     IF WS-CUSTARCK-STATUS NOT = '00'
050917         SET WS-CUSTARCK-NONE TO TRUE
050918         GO TO 1150-EXIT
050919     END-IF
050920
050921     PERFORM 2165-READ-ARCHIVED-KEYS THRU 2165-EXIT
050922     IF WS-CUSTARCK-EOF
050923         SET WS-CUSTARCK-NONE TO TRUE
050924         CLOSE Archived-Keys
050925         GO TO 1150-EXIT
050926     END-IF
050927
050928     OPEN OUTPUT Archived-Keys-Keyed
050929     IF WS-CUSTARKX-STATUS NOT = '00'
050930         DISPLAY MYNAME
050931             ' CUSTARKX NOT AVAILABLE, STATUS = '
050932             WS-CUSTARKX-STATUS ', ARCHIVED KEYS BY SCAN'
050933         CLOSE Archived-Keys
050934         GO TO 1150-EXIT
050935     END-IF
050936
050937     PERFORM UNTIL WS-CUSTARCK-EOF
050938         MOVE CAK-ARCHIVED-KEY-RECORD
050939             TO CAKX-ARCHIVED-KEY-RECORD
050940         WRITE CAKX-ARCHIVED-KEY-RECORD
050941             INVALID KEY
050942                 CONTINUE
050943             NOT INVALID KEY
050944                 ADD 1 TO WS-CUSTARKX-ROWS
050945         END-WRITE
050946         PERFORM 2165-READ-ARCHIVED-KEYS THRU 2165-EXIT
050947     END-PERFORM
050948
050949     CLOSE Archived-Keys
050950     CLOSE Archived-Keys-Keyed
050951
050952     OPEN INPUT Archived-Keys-Keyed
050953     IF WS-CUSTARKX-STATUS NOT = '00'
050954         DISPLAY MYNAME
050955             ' CUSTARKX REOPEN FAILED, STATUS = '
050956             WS-CUSTARKX-STATUS ', ARCHIVED KEYS BY SCAN'
050957         GO TO 1150-EXIT
050958     END-IF
050959
050960     SET WS-CUSTARKX-READY TO TRUE
050961
050962     .
050963 1150-EXIT.
050964     EXIT.
050965
051000******************************************************************
051100* 2000-PROCESS-RECORDS  --  JSON PARSES ONE INBOUND LINE INTO       *
051200*                           SOME-DATA AND APPLIES IT TO CUSTOMER    *
051300*                           MASTER, OR LOGS THE PARSE EXCEPTION.    *
051320*                           ANY TXN-TIMESTAMP IS LIFTED OUT OF THE  *
051330*                           WHOLE LINE FIRST (2040), THEN A NESTED  *
051340*                           DETAIL OBJECT IS SPLIT OFF (2010) AND   *
051360*                           RIDES WITH THE MASTER (2020).           *
051400******************************************************************
051500 2000-PROCESS-RECORDS.
051600
051700     MOVE JSONLINES-IN-REC TO WS-JSONIN-BUF
051750     PERFORM 2040-SPLIT-TXN-TIMESTAMP THRU 2040-EXIT
051770     PERFORM 2010-SPLIT-NESTED-DETAIL THRU 2010-EXIT
051800     MOVE SPACES     TO SOME-DATA
051900     SET SD-VERSION-IS-CURRENT OF SOME-DATA TO TRUE
051950     SET RSN-APPLIED TO TRUE
051960     MOVE SPACES     TO WS-PARTNER-KEY-IN
052000
052100     JSON PARSE WS-BUF INTO SOME-DATA
052200         ON EXCEPTION
052300             PERFORM 9100-LOG-JSON-EXCEPTION THRU 9100-EXIT
052400             ADD 1 TO WS-RECS-REJECTED
052450             SET RSN-PARSE-FAILED TO TRUE
052500         NOT ON EXCEPTION
052600             IF SD-001 OF SOME-DATA = SPACES
052700                 PERFORM 2200-REJECT-BLANK-KEY THRU 2200-EXIT
052800                 ADD 1 TO WS-RECS-REJECTED
052850                 SET RSN-BLANK-KEY TO TRUE
052900             ELSE
052920                 MOVE 'SD-003  '          TO WS-XLATE-FIELD
052940                 MOVE SD-001 OF SOME-DATA TO WS-XLATE-KEY
052960                 MOVE SD-003 OF SOME-DATA TO WS-XLATE-VALUE-IN
052980                 PERFORM 2180-XLATE-INBOUND-VALUE THRU 2180-EXIT
053000                 IF WS-XLATE-FOUND
053020                     MOVE WS-XLATE-VALUE-OUT
053030                         TO SD-003 OF SOME-DATA
053040                     PERFORM 2186-ADJUST-SD004 THRU 2186-EXIT
053041                     IF WS-SD004-REJECTED
053042                         ADD 1 TO WS-RECS-REJECTED
053043                         SET RSN-SD004-NOT-BUSINESS-DAY TO TRUE
053044                     ELSE
053045                         IF WS-SD004-ADJUSTED
053046                             SET RSN-APPLIED-SD004-MOVED TO TRUE
053047                         END-IF
053048                         PERFORM 2020-APPLY-WITH-DETAIL
053053                             THRU 2020-EXIT
053058                     END-IF
053060                 ELSE
053080                     ADD 1 TO WS-RECS-REJECTED
053090                     SET RSN-UNMAPPED-VALUE TO TRUE
053100                 END-IF
053120             END-IF
053200     END-JSON
053220
053225     IF WS-NDT-PRESENT AND NOT WS-NDT-APPLIED
053227         AND NOT WS-NDT-PENDED
053230         ADD 1 TO WS-DETL-REJECTED
053235     END-IF
053240     MOVE SD-001 OF SOME-DATA TO WS-RESP-KEY
053242     IF WS-PARTNER-KEY-IN NOT = SPACES
053244         MOVE WS-PARTNER-KEY-IN TO WS-RESP-KEY
053246     END-IF
053260     MOVE 'MASTER'            TO WS-RESP-TYPE
053280     PERFORM 2190-WRITE-RESPONSE THRU 2190-EXIT
053300     MOVE WS-FEED-ID TO WS-HTB-FEED-ID
053400     MOVE SD-001 OF SOME-DATA TO WS-HTB-LAST-KEY
053500     MOVE WS-RECS-READ TO WS-HTB-RECS
055000     .
055100 2000-EXIT.
055200     EXIT.
055201
055202******************************************************************
055203* 2010-SPLIT-NESTED-DETAIL  --  LOOKS FOR A "DETAIL" OBJECT IN   *
055204*                               THE JSONIN LINE.  WHEN THERE IS  *
055205*                               ONE, THE OBJECT IS LIFTED INTO   *
055206*                               WS-NDT-OBJECT AND WS-BUF GETS    *
055207*                               THE LINE WITHOUT IT (AND WITHOUT *
055208*                               ONE OF ITS COMMAS), SO THE       *
055209*                               MASTER PARSES EXACTLY AS A       *
055210*                               DETAIL-LESS LINE DOES.  AN       *
055211*                               OBJECT THAT CANNOT BE DELIMITED  *
055212*                               IS FLAGGED MALFORMED AND WS-BUF  *
055213*                               GETS ONLY THE MEMBERS AHEAD OF   *
055214*                               IT -- CONTACT VALUES IN THE      *
055215*                               CLEAR NEVER REACH JSONERR.       *
055216******************************************************************
055217 2010-SPLIT-NESTED-DETAIL.
055218
055219     MOVE 'N'           TO WS-NDT-PRESENT-SW
055220     MOVE 'N'           TO WS-NDT-MALFORMED-SW
055221     MOVE 'N'           TO WS-NDT-APPLIED-SW
055222     MOVE 'N'           TO WS-NDT-COMMA-SW
055223     MOVE SPACES        TO WS-NDT-OBJECT
055224     MOVE WS-JSONIN-BUF TO WS-BUF
055225
055226     MOVE 0 TO WS-NDT-POS
055227     INSPECT WS-JSONIN-BUF TALLYING WS-NDT-POS
055228         FOR CHARACTERS BEFORE INITIAL '"DETAIL":'
055229     IF WS-NDT-POS >= 250
055230         GO TO 2010-EXIT
055231     END-IF
055232
055233     SET WS-NDT-PRESENT TO TRUE
055234     ADD 1 TO WS-DETL-NESTED
055235
055236     IF WS-NDT-POS = 0
055237         SET WS-NDT-MALFORMED TO TRUE
055238         MOVE '{}' TO WS-BUF
055239         GO TO 2010-EXIT
055240     END-IF
055241*
055242* THE MEMBERS AHEAD OF THE OBJECT, LESS THE COMMA BEFORE IT.
055243     MOVE WS-NDT-POS TO WS-NDT-HEAD
055244     PERFORM UNTIL WS-NDT-HEAD < 2
055245             OR WS-JSONIN-BUF(WS-NDT-HEAD:1) NOT = SPACE
055246         SUBTRACT 1 FROM WS-NDT-HEAD
055247     END-PERFORM
055248     IF WS-NDT-HEAD > 1
055249         IF WS-JSONIN-BUF(WS-NDT-HEAD:1) = ','
055250             SUBTRACT 1 FROM WS-NDT-HEAD
055251             SET WS-NDT-COMMA-DROPPED TO TRUE
055252         END-IF
055253     END-IF
055254
055255     COMPUTE WS-NDT-OPEN = WS-NDT-POS + 10
055256     IF WS-NDT-OPEN > 250
055257         SET WS-NDT-MALFORMED TO TRUE
055258     ELSE
055259         IF WS-JSONIN-BUF(WS-NDT-OPEN:1) NOT = '{'
055260             SET WS-NDT-MALFORMED TO TRUE
055261         END-IF
055262     END-IF
055263     IF WS-NDT-MALFORMED
055264         PERFORM 2015-CLOSE-HEAD THRU 2015-EXIT
055265         GO TO 2010-EXIT
055266     END-IF
055267
055268     MOVE 0 TO WS-NDT-LEN
055269     INSPECT WS-JSONIN-BUF(WS-NDT-OPEN:) TALLYING WS-NDT-LEN
055270         FOR CHARACTERS BEFORE INITIAL '}'
055271     COMPUTE WS-NDT-CLOSE = WS-NDT-OPEN + WS-NDT-LEN
055272     COMPUTE WS-NDT-LEN = WS-NDT-LEN + 1
055273     IF WS-NDT-CLOSE > 250 OR WS-NDT-LEN > 100
055274         SET WS-NDT-MALFORMED TO TRUE
055275         PERFORM 2015-CLOSE-HEAD THRU 2015-EXIT
055276         GO TO 2010-EXIT
055277     END-IF
055278     MOVE WS-JSONIN-BUF(WS-NDT-OPEN:WS-NDT-LEN) TO WS-NDT-OBJECT
055279*
055280* THE MEMBERS AFTER IT.  WHEN THE OBJECT CAME FIRST THERE WAS NO
055281* COMMA AHEAD OF IT TO DROP, SO THE ONE AFTER IT GOES INSTEAD.
055282     COMPUTE WS-NDT-TAIL = WS-NDT-CLOSE + 1
055283     IF NOT WS-NDT-COMMA-DROPPED
055284         PERFORM UNTIL WS-NDT-TAIL > 250
055285                 OR WS-JSONIN-BUF(WS-NDT-TAIL:1) NOT = SPACE
055286             ADD 1 TO WS-NDT-TAIL
055287         END-PERFORM
055288         IF WS-NDT-TAIL NOT > 250
055289             IF WS-JSONIN-BUF(WS-NDT-TAIL:1) = ','
055290                 ADD 1 TO WS-NDT-TAIL
055291             END-IF
055292         END-IF
055293     END-IF
055294
055295     MOVE SPACES TO WS-BUF
055296     IF WS-NDT-TAIL > 250
055297         MOVE WS-JSONIN-BUF(1:WS-NDT-HEAD) TO WS-BUF
055298     ELSE
055299         COMPUTE WS-NDT-TAIL-LEN = 251 - WS-NDT-TAIL
055300         STRING WS-JSONIN-BUF(1:WS-NDT-HEAD) DELIMITED BY SIZE
055301                WS-JSONIN-BUF(WS-NDT-TAIL:WS-NDT-TAIL-LEN)
055302                    DELIMITED BY SIZE
055303             INTO WS-BUF
055304     END-IF
055305
055306     .
055307 2010-EXIT.
055308     EXIT.
055309
055310******************************************************************
055311* 2015-CLOSE-HEAD  --  WS-BUF FOR A MALFORMED DETAIL OBJECT: THE *
055312*                      MEMBERS AHEAD OF IT, CLOSED OFF, SO THE   *
055313*                      MASTER KEY STILL PARSES FOR THE RESPONSE. *
055314******************************************************************
055315 2015-CLOSE-HEAD.
055316
055317     MOVE SPACES TO WS-BUF
055318     STRING WS-JSONIN-BUF(1:WS-NDT-HEAD) DELIMITED BY SIZE
055319            '}'                          DELIMITED BY SIZE
055320         INTO WS-BUF
055321
055322     .
055323 2015-EXIT.
055324     EXIT.
055325
055326******************************************************************
055327* 2020-APPLY-WITH-DETAIL  --  APPLIES A PARSED MASTER LINE AND   *
055328*                             ITS NESTED DETAIL, IF ANY, AS ONE  *
055329*                             UNIT.  THE DETAIL IS CHECKED       *
055330*                             FIRST (2025) -- A DETAIL THAT      *
055331*                             CANNOT LAND REJECTS THE MASTER     *
055332*                             TOO, AND A MASTER THAT IS          *
055333*                             REJECTED BY 2100 TAKES ITS DETAIL  *
055334*                             WITH IT.  AN APPLIED MASTER LANDS  *
055335*                             ITS DETAIL (2030); A PENDED ONE    *
055336*                             PENDS IT ON THE SAME CMPENDQ ROW   *
055337*                             (2145) FOR CMPAPPR TO LAND.        *
055400*                             A BAD TXN-TIMESTAMP REJECTS BOTH.  *
055500******************************************************************
055600 2020-APPLY-WITH-DETAIL.
055700
055701     IF WS-TXN-STAMP-INVALID
055702         PERFORM 2215-REJECT-TXN-TIMESTAMP THRU 2215-EXIT
055703         ADD 1 TO WS-RECS-REJECTED
055704         SET RSN-TXN-TIMESTAMP-INVALID TO TRUE
055705         GO TO 2020-EXIT
055706     END-IF
055707
055708     IF NOT WS-NDT-PRESENT
055709         PERFORM 2100-APPLY-UPDATE THRU 2100-EXIT
055710         GO TO 2020-EXIT
055711     END-IF
055712
055713     PERFORM 2025-CHECK-NESTED-DETAIL THRU 2025-EXIT
055714     IF NOT RSN-ACCEPTED
055715         ADD 1 TO WS-RECS-REJECTED
055716         GO TO 2020-EXIT
055717     END-IF
055718
055719     PERFORM 2100-APPLY-UPDATE THRU 2100-EXIT
055720     IF RSN-ACCEPTED
055721         PERFORM 2030-APPLY-NESTED-DETAIL THRU 2030-EXIT
055722     END-IF
055723
055724     .
055725 2020-EXIT.
055726     EXIT.
055727
055728******************************************************************
055729* 2025-CHECK-NESTED-DETAIL  --  PICKS CONTACT, PHONE AND TYPE    *
055730*                               OUT OF THE NESTED OBJECT (2026), *
055731*                               TRANSLATES THE ACCOUNT TYPE BACK *
055732*                               FROM THE PARTNER'S CODE (2180)   *
055733*                               AND MAKES SURE CUSTDETL AND      *
055734*                               TOKVAULT ARE OPEN (2410) --      *
055735*                               EVERYTHING THAT COULD STOP THE   *
055736*                               DETAIL LANDING, BEFORE THE       *
055737*                               MASTER IS TOUCHED.  LEAVES THE   *
055738*                               REASON CODE SET ON A REFUSAL.    *
055739******************************************************************
055740 2025-CHECK-NESTED-DETAIL.
055741
055742     MOVE SPACES TO WS-NDT-CONTACT
055743     MOVE SPACES TO WS-NDT-PHONE
055744     MOVE SPACES TO WS-NDT-TYPE
055745
055746     IF NOT WS-NDT-MALFORMED
055747         MOVE '"CONTACT":' TO WS-NDT-KEY
055748         MOVE 10           TO WS-NDT-KEY-LEN
055749         PERFORM 2026-EXTRACT-DETAIL-VALUE THRU 2026-EXIT
055750         MOVE WS-NDT-VALUE TO WS-NDT-CONTACT
055751         MOVE '"PHONE":'   TO WS-NDT-KEY
055752         MOVE 8            TO WS-NDT-KEY-LEN
055753         PERFORM 2026-EXTRACT-DETAIL-VALUE THRU 2026-EXIT
055754         MOVE WS-NDT-VALUE TO WS-NDT-PHONE
055755         MOVE '"TYPE":'    TO WS-NDT-KEY
055756         MOVE 7            TO WS-NDT-KEY-LEN
055757         PERFORM 2026-EXTRACT-DETAIL-VALUE THRU 2026-EXIT
055758         MOVE WS-NDT-VALUE TO WS-NDT-TYPE
055759     END-IF
055760
055761     IF WS-NDT-MALFORMED
055762         PERFORM 2210-REJECT-NESTED-DETAIL THRU 2210-EXIT
055763         SET RSN-PARSE-FAILED TO TRUE
055764         GO TO 2025-EXIT
055765     END-IF
055766
055767     MOVE 'ACCTTYPE'          TO WS-XLATE-FIELD
055768     MOVE SD-001 OF SOME-DATA TO WS-XLATE-KEY
055769     MOVE WS-NDT-TYPE         TO WS-XLATE-VALUE-IN
055770     PERFORM 2180-XLATE-INBOUND-VALUE THRU 2180-EXIT
055771     IF NOT WS-XLATE-FOUND
055772         SET RSN-UNMAPPED-VALUE TO TRUE
055773         GO TO 2025-EXIT
055774     END-IF
055775     MOVE WS-XLATE-VALUE-OUT(1:4) TO WS-NDT-TYPE
055776
055777     PERFORM 2410-OPEN-DETAIL-FILES THRU 2410-EXIT
055778     IF NOT WS-DETAIL-FILES-OPEN
055779         SET RSN-DETAIL-UNAVAILABLE TO TRUE
055780     END-IF
055781
055782     .
055783 2025-EXIT.
055784     EXIT.
055785
055786******************************************************************
055787* 2026-EXTRACT-DETAIL-VALUE  --  FINDS THE MEMBER NAMED IN       *
055788*                                WS-NDT-KEY IN THE NESTED OBJECT *
055789*                                AND RETURNS ITS STRING VALUE IN *
055790*                                WS-NDT-VALUE.  AN ABSENT MEMBER *
055791*                                IS SPACES, AS IT IS ON A DETLIN *
055792*                                LINE; A VALUE THAT IS NOT A     *
055793*                                CLOSED STRING IS MALFORMED.     *
055794******************************************************************
055795 2026-EXTRACT-DETAIL-VALUE.
055796
055797     MOVE SPACES TO WS-NDT-VALUE
055798
055799     MOVE 0 TO WS-NDT-POS
055800     INSPECT WS-NDT-OBJECT TALLYING WS-NDT-POS
055801         FOR CHARACTERS BEFORE INITIAL
055802             WS-NDT-KEY(1:WS-NDT-KEY-LEN)
055803     IF WS-NDT-POS >= 100
055804         GO TO 2026-EXIT
055805     END-IF
055806
055807     COMPUTE WS-NDT-START = WS-NDT-POS + WS-NDT-KEY-LEN + 1
055808     IF WS-NDT-START >= 100
055809         SET WS-NDT-MALFORMED TO TRUE
055810         GO TO 2026-EXIT
055811     END-IF
055812     IF WS-NDT-OBJECT(WS-NDT-START:1) NOT = '"'
055813         SET WS-NDT-MALFORMED TO TRUE
055814         GO TO 2026-EXIT
055815     END-IF
055816
055817     ADD 1 TO WS-NDT-START
055818     MOVE 0 TO WS-NDT-LEN
055819     INSPECT WS-NDT-OBJECT(WS-NDT-START:) TALLYING WS-NDT-LEN
055820         FOR CHARACTERS BEFORE INITIAL '"'
055821     IF WS-NDT-START + WS-NDT-LEN > 100
055822         SET WS-NDT-MALFORMED TO TRUE
055823         GO TO 2026-EXIT
055824     END-IF
055825
055826     IF WS-NDT-LEN > 0
055827         MOVE WS-NDT-OBJECT(WS-NDT-START:WS-NDT-LEN)
055828             TO WS-NDT-VALUE
055829     END-IF
055830
055831     .
055832 2026-EXIT.
055833     EXIT.
055834
055835******************************************************************
055836* 2030-APPLY-NESTED-DETAIL  --  LANDS THE NESTED DETAIL OF AN    *
055837*                               APPLIED MASTER ON CUSTDETL UNDER *
055838*                               THE MASTER'S (RESOLVED) KEY,     *
055839*                               THROUGH THE SAME 2461 THE DETLIN *
055840*                               PASS USES.                       *
055841******************************************************************
055842 2030-APPLY-NESTED-DETAIL.
055843
055844     MOVE SPACES              TO CDT-DETAIL-RECORD
055845     MOVE SD-001 OF SOME-DATA
055846         TO CDT-CUSTOMER-KEY OF CDT-DETAIL-RECORD
055847     MOVE WS-NDT-CONTACT
055848         TO CDT-CONTACT-NAME OF CDT-DETAIL-RECORD
055849     MOVE WS-NDT-PHONE
055850         TO CDT-CONTACT-PHONE OF CDT-DETAIL-RECORD
055851     MOVE WS-NDT-TYPE
055852         TO CDT-ACCOUNT-TYPE OF CDT-DETAIL-RECORD
055853
055854     PERFORM 2461-LAND-DETAIL THRU 2461-EXIT
055855
055856     SET WS-NDT-APPLIED TO TRUE
055857
055858     .
055859 2030-EXIT.
055860     EXIT.
055861******************************************************************
055862* 2400-PROCESS-DETAIL-FILE  --  SECOND PASS FOR THE CUSTDETL       *
055863*                               DETAIL SEGMENT: OPENS DETLIN AND   *
055864*                               THE INDEXED CUSTDETL FILE AND      *
055865*                               APPLIES EVERY DETAIL LINE.  NO     *
055866*                               DETLIN FILE, OR AN UNOPENABLE      *
055900*                               CUSTDETL, SKIPS THE PASS --        *
056000*                               DETAIL IS OPTIONAL CARGO, NEVER    *
056100*                               A REASON TO FAIL THE MASTER RUN.   *
056110*                               PARTNERS THAT NEST THE DETAIL IN   *
056120*                               THEIR JSONIN LINES (2010) SEND NO  *
056130*                               DETLIN.  CUSTDETL AND TOKVAULT MAY *
056140*                               ALREADY BE OPEN FROM THEM (2410);  *
056150*                               3000 CLOSES THEM.                  *
056200******************************************************************
056300 2400-PROCESS-DETAIL-FILE.
056400
056700         GO TO 2400-EXIT
056800     END-IF
056900
057000     PERFORM 2410-OPEN-DETAIL-FILES THRU 2410-EXIT
057100     IF NOT WS-DETAIL-FILES-OPEN
057200         DISPLAY MYNAME ' DETAIL PASS SKIPPED'
057300         CLOSE Detail-In
057400         GO TO 2400-EXIT
057500     END-IF
058000
058100     PERFORM 2470-READ-DETLIN THRU 2470-EXIT
058200     PERFORM 2450-PROCESS-DETAIL THRU 2450-EXIT
058300         UNTIL WS-DETLIN-EOF
058400
058500     CLOSE Detail-In
058700
058800     .
058900 2400-EXIT.
059000     EXIT.
059002
059004******************************************************************
059006* 2410-OPEN-DETAIL-FILES  --  OPENS CUSTDETL AND TOKVAULT FOR    *
059008*                             THE RUN, THE FIRST TIME A DETAIL   *
059010*                             SEGMENT NEEDS THEM.  A FAILED OPEN *
059012*                             IS REPORTED ONCE AND REMEMBERED -- *
059014*                             EVERY LATER DETAIL IS REFUSED      *
059016*                             WITHOUT ANOTHER TRY.               *
059018******************************************************************
059020 2410-OPEN-DETAIL-FILES.
059022
059024     IF WS-DETAIL-FILES-OPEN OR WS-DETAIL-FILES-FAILED
059026         GO TO 2410-EXIT
059028     END-IF
059030
059032     OPEN I-O Customer-Detail
059034     IF WS-CUSTDETL-STATUS = '05' OR WS-CUSTDETL-STATUS = '35'
059036         OPEN OUTPUT Customer-Detail
059038     END-IF
059040     IF WS-CUSTDETL-STATUS NOT = '00'
059042         DISPLAY MYNAME ' UNABLE TO OPEN CUSTDETL, STATUS = '
059044             WS-CUSTDETL-STATUS ' -- NO DETAIL APPLIED THIS RUN'
059046         SET WS-DETAIL-FILES-FAILED TO TRUE
059048         GO TO 2410-EXIT
059050     END-IF
059052
059054     OPEN I-O Token-Vault
059056     IF WS-TOKVAULT-STATUS = '35'
059058         OPEN OUTPUT Token-Vault
059060         CLOSE Token-Vault
059062         OPEN I-O Token-Vault
059064     END-IF
059066     IF WS-TOKVAULT-STATUS NOT = '00'
059068         DISPLAY MYNAME ' UNABLE TO OPEN TOKVAULT, STATUS = '
059070             WS-TOKVAULT-STATUS ' -- NO DETAIL APPLIED THIS RUN'
059072         CLOSE Customer-Detail
059074         SET WS-DETAIL-FILES-FAILED TO TRUE
059076         GO TO 2410-EXIT
059078     END-IF
059080
059082     SET WS-DETAIL-FILES-OPEN TO TRUE
059084
059086     .
059088 2410-EXIT.
059090     EXIT.
059100
059200******************************************************************
059300* 2450-PROCESS-DETAIL  --  ONE DETLIN LINE: JSON PARSED WHEN IT    *
060000
060100     MOVE DETLIN-REC TO WS-BUF
060200     MOVE SPACES     TO CDT-DETAIL-RECORD
060250     SET RSN-APPLIED TO TRUE
060260     MOVE SPACES     TO WS-PARTNER-KEY-IN
060300
060400     IF WS-BUF(1:1) = '{'
060500         JSON PARSE WS-BUF INTO CDT-DETAIL-RECORD
060600             ON EXCEPTION
060700                 PERFORM 9100-LOG-JSON-EXCEPTION THRU 9100-EXIT
060800                 ADD 1 TO WS-DETL-REJECTED
060850                 SET RSN-PARSE-FAILED TO TRUE
060900             NOT ON EXCEPTION
061000                 PERFORM 2460-APPLY-DETAIL THRU 2460-EXIT
061100         END-JSON
061300         MOVE WS-BUF(1:44) TO CDT-DETAIL-RECORD
061400         PERFORM 2460-APPLY-DETAIL THRU 2460-EXIT
061500     END-IF
061520
061540     MOVE CDT-CUSTOMER-KEY OF CDT-DETAIL-RECORD TO WS-RESP-KEY
061542     IF WS-PARTNER-KEY-IN NOT = SPACES
061544         MOVE WS-PARTNER-KEY-IN TO WS-RESP-KEY
061546     END-IF
061560     MOVE 'DETAIL' TO WS-RESP-TYPE
061580     PERFORM 2190-WRITE-RESPONSE THRU 2190-EXIT
061600
061700     PERFORM 2470-READ-DETLIN THRU 2470-EXIT
061800
062600*                        REWRITTEN.  A BLANK CUSTOMER KEY IS       *
062700*                        REJECTED THE SAME WAY A BLANK-KEY MASTER  *
062800*                        LINE IS.                                  *
062820*                        THE ACCOUNT TYPE IS FIRST TRANSLATED BACK *
062840*                        FROM THE PARTNER'S CODE (2180).           *
062850*                        EACH APPLY IS JOURNALED (2155).           *
062860*                        CONTACT NAME AND PHONE ARE TOKENIZED      *
062870*                        (2465) BEFORE THE ROW IS WRITTEN.         *
062880*                        A PARTNER KEY IS RESOLVED TO OURS FIRST  *
062890*                        (2462).                                  *
062900******************************************************************
063000 2460-APPLY-DETAIL.
063100
063200     IF CDT-CUSTOMER-KEY OF CDT-DETAIL-RECORD = SPACES
063300         PERFORM 2200-REJECT-BLANK-KEY THRU 2200-EXIT
063400         ADD 1 TO WS-DETL-REJECTED
063450         SET RSN-BLANK-KEY TO TRUE
063500         GO TO 2460-EXIT
063600     END-IF
063610
063620     PERFORM 2462-RESOLVE-DETAIL-KEY THRU 2462-EXIT
063630     IF WS-PKEY-REFUSED
063640         ADD 1 TO WS-DETL-REJECTED
063650         GO TO 2460-EXIT
063660     END-IF
063700
063705     MOVE 'ACCTTYPE' TO WS-XLATE-FIELD
063710     MOVE CDT-CUSTOMER-KEY OF CDT-DETAIL-RECORD TO WS-XLATE-KEY
063715     MOVE CDT-ACCOUNT-TYPE OF CDT-DETAIL-RECORD
063717         TO WS-XLATE-VALUE-IN
063720     PERFORM 2180-XLATE-INBOUND-VALUE THRU 2180-EXIT
063725     IF NOT WS-XLATE-FOUND
063730         ADD 1 TO WS-DETL-REJECTED
063732         SET RSN-UNMAPPED-VALUE TO TRUE
063735         GO TO 2460-EXIT
063740     END-IF
063745     MOVE WS-XLATE-VALUE-OUT(1:4)
063750         TO CDT-ACCOUNT-TYPE OF CDT-DETAIL-RECORD
063760
063860     PERFORM 2461-LAND-DETAIL THRU 2461-EXIT
065100
065200     .
065300 2460-EXIT.
065400     EXIT.
065402
065404******************************************************************
065406* 2461-LAND-DETAIL  --  WRITES OR REWRITES ONE CUSTDETL ROW FROM *
065408*                       CDT-DETAIL-RECORD, TOKENIZING THE        *
065410*                       CONTACT FIRST (2465), AND JOURNALS IT    *
065412*                       (2155).  SHARED BY THE DETLIN PASS AND   *
065414*                       A NESTED DETAIL (2030).                  *
065416******************************************************************
065418 2461-LAND-DETAIL.
065420
065422     MOVE CDT-CUSTOMER-KEY OF CDT-DETAIL-RECORD
065424         TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
065426
065428     READ Customer-Detail
065430         INVALID KEY
065432             MOVE SPACES TO WS-DETAIL-BEFORE-IMAGE
065434             MOVE 'DAD'  TO WS-JOURNAL-ACTION
065436             PERFORM 2465-TOKENIZE-DETAIL THRU 2465-EXIT
065438             MOVE CDT-DETAIL-RECORD TO CUSTDETL-REC
065440             WRITE CUSTDETL-REC
065442         NOT INVALID KEY
065444             MOVE CUSTDETL-REC TO WS-DETAIL-BEFORE-IMAGE
065446             MOVE 'DCH'  TO WS-JOURNAL-ACTION
065448             PERFORM 2465-TOKENIZE-DETAIL THRU 2465-EXIT
065450             MOVE CDT-DETAIL-RECORD TO CUSTDETL-REC
065452             REWRITE CUSTDETL-REC
065454     END-READ
065456
065458     ADD 1 TO WS-DETL-APPLIED
065460
065462     PERFORM 2155-WRITE-DETAIL-JOURNAL-ROW THRU 2155-EXIT
065464
065466     .
065468 2461-EXIT.
065470     EXIT.
065500
065510******************************************************************
065513* 2470-READ-DETLIN  --  PRIMES/ADVANCES THE DETLIN CURSOR.         *
065516******************************************************************
065519 2470-READ-DETLIN.
065522
065525     READ Detail-In
065528         AT END
065531             SET WS-DETLIN-EOF TO TRUE
065534         NOT AT END
065537             ADD 1 TO WS-DETL-READ
065540     END-READ
065543
065546     .
065549 2470-EXIT.
065552     EXIT.
065555
065565******************************************************************
065575* 2465-TOKENIZE-DETAIL  --  SWAPS THE INCOMING CONTACT NAME AND  *
065585*                           PHONE FOR TOKVAULT TOKENS, CARRYING  *
065595*                           THE CUSTOMER'S CURRENT TOKENS (FROM  *
065605*                           THE BEFORE IMAGE) SO AN UNCHANGED    *
065615*                           VALUE KEEPS ITS TOKEN.               *
065625******************************************************************
065635 2465-TOKENIZE-DETAIL.
065645
065655     MOVE CDT-CUSTOMER-KEY OF CDT-DETAIL-RECORD TO WS-TKV-CUSTOMER
065665
065675     MOVE 'N' TO WS-TKV-TYPE
065685     MOVE CDT-CONTACT-NAME OF CDT-DETAIL-RECORD TO WS-TKV-VALUE
065695     MOVE WS-DETAIL-BEFORE-IMAGE(9:20) TO WS-TKV-OLD-TOKEN
065705     PERFORM 2466-TOKENIZE-VALUE THRU 2466-EXIT
065715     MOVE WS-TKV-VALUE TO CDT-CONTACT-NAME OF CDT-DETAIL-RECORD
065725
065735     MOVE 'P' TO WS-TKV-TYPE
065745     MOVE CDT-CONTACT-PHONE OF CDT-DETAIL-RECORD TO WS-TKV-VALUE
065755     MOVE WS-DETAIL-BEFORE-IMAGE(29:12) TO WS-TKV-OLD-TOKEN
065765     PERFORM 2466-TOKENIZE-VALUE THRU 2466-EXIT
065775     MOVE WS-TKV-VALUE(1:12)
065785         TO CDT-CONTACT-PHONE OF CDT-DETAIL-RECORD
065795
065805     .
065815 2465-EXIT.
065825     EXIT.
065835
065845******************************************************************
065855* 2466-TOKENIZE-VALUE  --  ONE CLEAR VALUE IN WS-TKV-VALUE COMES *
065865*                          BACK AS ITS TOKEN.  THE OLD TOKEN IS  *
065875*                          KEPT WHEN IT RESOLVES, FOR THIS       *
065885*                          CUSTOMER AND FIELD, TO THE SAME       *
065895*                          VALUE; OTHERWISE THE CONTROL ROW'S    *
065905*                          SEQUENCE IS BUMPED AND A NEW VAULT    *
065915*                          ROW WRITTEN.  A BLANK VALUE STAYS     *
065925*                          BLANK.                                *
065935******************************************************************
065945 2466-TOKENIZE-VALUE.
065955
065965     IF WS-TKV-VALUE = SPACES
065975         GO TO 2466-EXIT
065985     END-IF
065995
066005     IF WS-TKV-OLD-TOKEN(1:3) = '*TK'
066015         MOVE WS-TKV-OLD-TOKEN(1:12) TO TKV-TOKEN
066025         READ Token-Vault
066035             INVALID KEY
066045                 CONTINUE
066055             NOT INVALID KEY
066065                 IF TKV-CUSTOMER-KEY = WS-TKV-CUSTOMER
066075                     AND TKV-FIELD-TYPE = WS-TKV-TYPE
066085                     AND TKV-CLEAR-VALUE = WS-TKV-VALUE
066095                     MOVE TKV-TOKEN TO WS-TKV-VALUE
066105                     GO TO 2466-EXIT
066115                 END-IF
066125         END-READ
066135     END-IF
066145
066155     MOVE '*TK000000000' TO TKV-TOKEN
066165     READ Token-Vault
066175         INVALID KEY
066185             MOVE SPACES TO TKV-VAULT-RECORD
066195             MOVE '*TK000000000' TO TKV-TOKEN
066205             SET TKV-CONTROL-ROW TO TRUE
066215             MOVE 0 TO TKV-LAST-SEQ
066225             WRITE TKV-VAULT-RECORD
066235     END-READ
066245     ADD 1 TO TKV-LAST-SEQ
066255     MOVE TKV-LAST-SEQ TO WS-TKV-SEQ
066265     REWRITE TKV-VAULT-RECORD
066275
066285     MOVE SPACES          TO TKV-VAULT-RECORD
066295     SET TKV-IS-TOKEN     TO TRUE
066305     MOVE WS-TKV-SEQ      TO TKV-TOKEN-SEQ
066315     MOVE WS-TKV-TYPE     TO TKV-FIELD-TYPE
066325     MOVE WS-TKV-CUSTOMER TO TKV-CUSTOMER-KEY
066335     MOVE WS-TKV-VALUE    TO TKV-CLEAR-VALUE
066345     ACCEPT TKV-CREATED-DATE FROM DATE YYYYMMDD
066355     ACCEPT TKV-CREATED-TIME FROM TIME
066365     MOVE MYNAME          TO TKV-CREATED-PROGRAM
066375     WRITE TKV-VAULT-RECORD
066385
066395     MOVE TKV-TOKEN TO WS-TKV-VALUE
066405     ADD 1 TO WS-TOKENS-ISSUED
066415
066425     .
066435 2466-EXIT.
066445     EXIT.
066455
067200******************************************************************
067300* 2050-CHECK-CIRCUIT-BREAKER  --  ONCE ENOUGH RECORDS HAVE BEEN    *
067400*                                 READ TO MAKE A RATE MEANINGFUL,  *
070400*                        A NEW CUSTOMER, SO THE PARSED RECORD IS   *
070500*                        ADDED; A HIT MEANS AN EXISTING CUSTOMER IS *
070600*                        BEING CHANGED, SO THE RECORD IS REWRITTEN. *
070650*                        A PARTNER KEY IS RESOLVED TO OURS FIRST  *
070660*                        (2105).                                  *
070700******************************************************************
070800 2100-APPLY-UPDATE.
070900
070910     PERFORM 2105-RESOLVE-PARTNER-KEY THRU 2105-EXIT
070920     IF WS-PKEY-REFUSED
070930         GO TO 2100-EXIT
070940     END-IF
070950
071000     MOVE SD-001 OF SOME-DATA TO SD-001 OF CUSTMAST-REC
071100
071200     IF SD-STATUS-INACTIVE OF SOME-DATA
074000     IF WS-KEY-ARCHIVED
074100         PERFORM 2170-WRITE-RESTORE-PROMPT THRU 2170-EXIT
074200         ADD 1 TO WS-RECS-PROMPTED
074250         SET RSN-PEND-ARCHIVED-KEY TO TRUE
074300         GO TO 2115-EXIT
074400     END-IF
074500
074900     WRITE CUSTMAST-REC
075000     ADD 1 TO WS-RECS-ADDED
075100
075150     PERFORM 2117-WRITE-STAMP THRU 2117-EXIT
075200     PERFORM 2150-WRITE-JOURNAL-ROW THRU 2150-EXIT
075300
075400     .
076300*                        OPERATOR REVIEW INSTEAD.  A CHANGE WHOSE  *
076400*                        BUFFER CARRIED NO SD-STATUS KEEPS THE     *
076500*                        MASTER'S EXISTING STATUS.                 *
076520*                        A CHANGE OLDER THAN THE CUSTOMER'S        *
076540*                        CUSTSTMP STAMP IS REFUSED FIRST (2111).   *
076600******************************************************************
076700 2110-APPLY-CHANGE.
076800
076810     PERFORM 2111-CHECK-STALE-UPDATE THRU 2111-EXIT
076820     IF WS-STALE-UPDATE
076830         GO TO 2110-EXIT
076840     END-IF
076850
076900     PERFORM 2130-CHECK-MATERIAL-CHANGE THRU 2130-EXIT
077000
077100     IF WS-MATERIAL-CHANGE
077200         PERFORM 2140-WRITE-PEND-ROW THRU 2140-EXIT
077300         ADD 1 TO WS-RECS-PENDED
077310         IF WS-PEND-REASON = 'SD-002 FLIP '
077320             SET RSN-PEND-SD002-FLIP TO TRUE
077330         ELSE
077340             SET RSN-PEND-SD004-MOVE TO TRUE
077350         END-IF
077400         GO TO 2110-EXIT
077500     END-IF
077600
078400     REWRITE CUSTMAST-REC
078500     ADD 1 TO WS-RECS-CHANGED
078600
078650     PERFORM 2117-WRITE-STAMP THRU 2117-EXIT
078700     PERFORM 2150-WRITE-JOURNAL-ROW THRU 2150-EXIT
078800
078900     .
084700* 2140-WRITE-PEND-ROW  --  LAZY-OPEN APPENDS ONE PENDING REVIEW    *
084800*                          ROW TO CMPENDQ CARRYING THE ORIGINAL    *
084900*                          SOURCE BUFFER, SO CMPAPPR CAN APPLY IT  *
085000*                          UNALTERED ONCE AN OPERATOR APPROVES,    *
085010*                          WITH THE TRANSLATED SD-003 THAT BUFFER  *
085020*                          DOES NOT HOLD AND ANY NESTED DETAIL     *
085030*                          THE LINE CARRIED (2145).                *
085100******************************************************************
085200 2140-WRITE-PEND-ROW.
085300
086600     MOVE WS-PEND-REASON      TO CMP-REASON
086700     SET CMP-STATUS-PENDING   TO TRUE
086800     MOVE WS-BUF              TO CMP-SOURCE-BUFFER
086810     MOVE WS-SD004-ADJUST     TO CMP-SD004-ADJUST
086820     IF WS-SD004-ADJUSTED
086830         MOVE SD-004 OF SOME-DATA TO CMP-SD004-ADJUSTED
086840     ELSE
086850         MOVE 0               TO CMP-SD004-ADJUSTED
086860     END-IF
086880     MOVE WS-TXN-STAMP        TO CMP-TXN-TIMESTAMP
086885     MOVE SD-003 OF SOME-DATA TO CMP-SD003-XLATED
086890     MOVE 'N'                 TO CMP-DETAIL-SW
086895     MOVE SPACES              TO CMP-DETAIL-SEGMENT
086896     IF WS-NDT-PRESENT AND NOT WS-NDT-MALFORMED
086897         PERFORM 2145-PEND-NESTED-DETAIL THRU 2145-EXIT
086898     END-IF
086900
087000     WRITE CMP-PENDING-RECORD
087100
087200     .
087300 2140-EXIT.
087400     EXIT.
087402
087404******************************************************************
087406* 2145-PEND-NESTED-DETAIL  --  PUTS THE NESTED DETAIL OF A       *
087408*                              PENDED MASTER ON ITS CMPENDQ ROW  *
087410*                              AS THE CUSTDETL ROW IT WOULD HAVE *
087412*                              LANDED: ACCOUNT TYPE ALREADY      *
087414*                              TRANSLATED (2025) AND CONTACT     *
087416*                              TOKENIZED AGAINST THE ROW ON FILE *
087418*                              (2465), SO NO CLEAR CONTACT VALUE *
087420*                              REACHES THE QUEUE.  CMPAPPR LANDS *
087422*                              IT WITH THE MASTER ON APPROVAL.   *
087424******************************************************************
087426 2145-PEND-NESTED-DETAIL.
087428
087430     MOVE SPACES              TO CDT-DETAIL-RECORD
087432     MOVE SD-001 OF SOME-DATA
087434         TO CDT-CUSTOMER-KEY OF CDT-DETAIL-RECORD
087436     MOVE WS-NDT-CONTACT
087438         TO CDT-CONTACT-NAME OF CDT-DETAIL-RECORD
087440     MOVE WS-NDT-PHONE
087442         TO CDT-CONTACT-PHONE OF CDT-DETAIL-RECORD
087444     MOVE WS-NDT-TYPE
087446         TO CDT-ACCOUNT-TYPE OF CDT-DETAIL-RECORD
087448
087450     MOVE SD-001 OF SOME-DATA TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
087452     READ Customer-Detail
087454         INVALID KEY
087456             MOVE SPACES       TO WS-DETAIL-BEFORE-IMAGE
087458         NOT INVALID KEY
087460             MOVE CUSTDETL-REC TO WS-DETAIL-BEFORE-IMAGE
087462     END-READ
087464     PERFORM 2465-TOKENIZE-DETAIL THRU 2465-EXIT
087466
087468     MOVE CDT-DETAIL-RECORD   TO CMP-DETAIL-SEGMENT
087470     SET CMP-DETAIL-PENDED    TO TRUE
087472     SET WS-NDT-PENDED        TO TRUE
087474     ADD 1 TO WS-DETL-PENDED
087476
087478     .
087480 2145-EXIT.
087482     EXIT.
087500
087600******************************************************************
087700* 2120-APPLY-INACTIVATE  --  MARKS THE EXISTING MASTER RECORD      *
087900*                            OTHER FIELD AS IT STANDS -- AN        *
088000*                            INACTIVATE IS A LIFECYCLE EVENT, NOT  *
088100*                            A DATA CHANGE.  AN INACTIVATE FOR A   *
088200*                            KEY NOT ON THE MASTER IS REJECTED,    *
088220*                            AS IS ONE OLDER THAN THE CUSTOMER'S   *
088240*                            CUSTSTMP STAMP (2111).                *
088300******************************************************************
088400 2120-APPLY-INACTIVATE.
088500
088700         INVALID KEY
088800             PERFORM 2250-REJECT-INACT-NOTFOUND THRU 2250-EXIT
088900             ADD 1 TO WS-RECS-REJECTED
088950             SET RSN-INACT-NOT-FOUND TO TRUE
089050             GO TO 2120-EXIT
089700     END-READ
089800
089900     PERFORM 2111-CHECK-STALE-UPDATE THRU 2111-EXIT
090000     IF WS-STALE-UPDATE
090100         GO TO 2120-EXIT
090200     END-IF
090300
090400     MOVE CUSTMAST-REC TO WS-BEFORE-IMAGE
090500     MOVE 'INA'        TO WS-JOURNAL-ACTION
090600     MOVE 'I' TO SD-STATUS OF CUSTMAST-REC
090700     REWRITE CUSTMAST-REC
090800     ADD 1 TO WS-RECS-INACTIVATED
090805     PERFORM 2117-WRITE-STAMP THRU 2117-EXIT
090810     PERFORM 2150-WRITE-JOURNAL-ROW THRU 2150-EXIT
090815
090820     .
090825 2120-EXIT.
090830     EXIT.
090835
090840******************************************************************
090845* 2150-WRITE-JOURNAL-ROW  --  LAZY-OPEN APPENDS ONE CMJRNL ROW     *
090850*                             FOR THE APPLY JUST MADE, CARRYING    *
090855*                             THE BEFORE IMAGE SAVED AHEAD OF THE  *
090860*                             WRITE/REWRITE, THE APPLIED RECORD    *
090865*                             AS THE AFTER IMAGE, AND THE INBOUND  *
090900*                             BUFFER THAT DROVE IT.  SAME LAZY-    *
091000*                             OPEN PATTERN AS THE ERROR FILE.      *
091100******************************************************************
093700         TO CMJ-AFTER-IMAGE OF CMJ-JOURNAL-RECORD
093800     MOVE WS-BUF
093900         TO CMJ-SOURCE-BUFFER OF CMJ-JOURNAL-RECORD
093910     MOVE WS-SD004-ADJUST
093920         TO CMJ-SOURCE-ADJUST OF CMJ-JOURNAL-RECORD
093940     MOVE WS-STAMP-BEFORE
093960         TO CMJ-BEFORE-STAMP OF CMJ-JOURNAL-RECORD
094000
094100     WRITE CMJ-JOURNAL-RECORD
094200
094300     .
094400 2150-EXIT.
094500     EXIT.
094502
094504******************************************************************
094506* 2155-WRITE-DETAIL-JOURNAL-ROW  --  LAZY-OPEN APPENDS ONE CMJRNL  *
094508*                                    DETAIL-SEGMENT ROW FOR THE    *
094510*                                    DETLIN APPLY JUST MADE: THE   *
094512*                                    CUSTDETL ROW BEFORE (SPACES   *
094514*                                    FOR AN ADD) AND AFTER, AND    *
094516*                                    THE TOKENIZED ROW AGAIN AS    *
094517*                                    THE SOURCE -- NEVER THE RAW   *
094518*                                    DETLIN LINE, WHICH CARRIES    *
094519*                                    CLEAR CONTACT VALUES.         *
094520******************************************************************
094522 2155-WRITE-DETAIL-JOURNAL-ROW.
094524
094526     IF NOT WS-CMJRNL-IS-OPEN
094528         OPEN EXTEND Journal-File
094530         IF WS-CMJRNL-STATUS = '05' OR WS-CMJRNL-STATUS = '35'
094532             OPEN OUTPUT Journal-File
094534         END-IF
094536         SET WS-CMJRNL-IS-OPEN TO TRUE
094538     END-IF
094540
094542     ACCEPT CMJ-TIMESTAMP-DATE OF CMJ-JOURNAL-RECORD
094544         FROM DATE YYYYMMDD
094546     ACCEPT CMJ-TIMESTAMP-TIME OF CMJ-JOURNAL-RECORD FROM TIME
094548     MOVE MYNAME TO CMJ-PROGRAM-ID OF CMJ-JOURNAL-RECORD
094550     MOVE WS-RUN-ID-DATE
094552         TO CMJ-RUN-ID-DATE OF CMJ-JOURNAL-RECORD
094554     MOVE WS-RUN-ID-TIME
094556         TO CMJ-RUN-ID-TIME OF CMJ-JOURNAL-RECORD
094558     MOVE WS-JOURNAL-ACTION
094560         TO CMJ-ACTION OF CMJ-JOURNAL-RECORD
094562     MOVE CDT-CUSTOMER-KEY OF CUSTDETL-REC
094564         TO CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
094566     MOVE WS-DETAIL-BEFORE-IMAGE
094568         TO CMJ-DTL-BEFORE-IMAGE OF CMJ-JOURNAL-RECORD
094570     MOVE CUSTDETL-REC
094572         TO CMJ-DTL-AFTER-IMAGE OF CMJ-JOURNAL-RECORD
094574     MOVE SPACES
094576         TO CMJ-DTL-OPERATOR-ID OF CMJ-JOURNAL-RECORD
094578     MOVE CUSTDETL-REC
094580         TO CMJ-DTL-SOURCE-BUFFER OF CMJ-JOURNAL-RECORD
094581     MOVE SPACE TO CMJ-SOURCE-ADJUST OF CMJ-JOURNAL-RECORD
094582     MOVE SPACES TO CMJ-BEFORE-STAMP OF CMJ-JOURNAL-RECORD
094583
094584     WRITE CMJ-JOURNAL-RECORD
094586
094588     .
094590 2155-EXIT.
094592     EXIT.
094600
094700******************************************************************
094800* 2160-CHECK-ARCHIVED-KEY  --  LOOKS UP THE CUSTARCK REGISTRY     *
094900*                              FOR THE PARSED SD-001 -- ONE KEYED  *
094920*                              READ OF THE CUSTARKX RUN COPY, OR   *
094940*                              AN OPEN-SCAN-CLOSE OF CUSTARCK WHEN *
094960*                              THAT COPY COULD NOT BE BUILT.       *
095000*                              SETS WS-KEY-ARCHIVED ON A MATCH.    *
095100*                              NO REGISTRY FILE MEANS NO ARCHIVED  *
095200*                              KEYS.                               *
095600     MOVE 'N' TO WS-KEY-ARCHIVED-SW
095700     MOVE 'N' TO WS-CUSTARCK-EOF-SW
095800
095805     IF WS-CUSTARCK-NONE
095810         GO TO 2160-EXIT
095815     END-IF
095820
095825     IF WS-CUSTARKX-READY
095830         MOVE SD-001 OF SOME-DATA
095835             TO CAK-CUSTOMER-KEY OF CAKX-ARCHIVED-KEY-RECORD
095840         READ Archived-Keys-Keyed
095845             INVALID KEY
095850                 CONTINUE
095855             NOT INVALID KEY
095860                 SET WS-KEY-ARCHIVED TO TRUE
095865         END-READ
095870         GO TO 2160-EXIT
095875     END-IF
095880
095900     OPEN INPUT Archived-Keys
096000     IF WS-CUSTARCK-STATUS NOT = '00'
096100         GO TO 2160-EXIT
096300
096400     PERFORM 2165-READ-ARCHIVED-KEYS THRU 2165-EXIT
096500     PERFORM UNTIL WS-CUSTARCK-EOF OR WS-KEY-ARCHIVED
096600         IF CAK-CUSTOMER-KEY OF CAK-ARCHIVED-KEY-RECORD
096650             = SD-001 OF SOME-DATA
096700             SET WS-KEY-ARCHIVED TO TRUE
096800         ELSE
096900             PERFORM 2165-READ-ARCHIVED-KEYS THRU 2165-EXIT
101000
101100     MOVE SPACES TO RESTORE-PROMPT-RECORD
101200     MOVE SD-001 OF SOME-DATA TO CRQ-CUSTOMER-ID
101220     ACCEPT CRQ-REQUEST-DATE FROM DATE YYYYMMDD
101240     MOVE WS-FEED-ID          TO CRQ-FEED-ID
101300
101400     WRITE RESTORE-PROMPT-RECORD
101500
105100     .
105200 2200-EXIT.
105300     EXIT.
105302
105304******************************************************************
105306* 2210-REJECT-NESTED-DETAIL  --  LOGS A LINE WHOSE NESTED DETAIL *
105308*                                OBJECT COULD NOT BE READ TO THE *
105310*                                ERROR-FILE AS A WARNING, SAME   *
105312*                                SHAPE AS 2200-REJECT-BLANK-KEY. *
105314*                                ONLY THE MASTER MEMBERS IN      *
105316*                                WS-BUF ARE LOGGED.              *
105318******************************************************************
105320 2210-REJECT-NESTED-DETAIL.
105322
105324     IF NOT WS-ERRFILE-IS-OPEN
105326         OPEN EXTEND Error-File
105328         IF WS-ERRFILE-STATUS = '05' OR WS-ERRFILE-STATUS = '35'
105330             OPEN OUTPUT Error-File
105332         END-IF
105334         SET WS-ERRFILE-IS-OPEN TO TRUE
105336     END-IF
105338
105340     ACCEPT JEL-TIMESTAMP-DATE FROM DATE YYYYMMDD
105342     ACCEPT JEL-TIMESTAMP-TIME FROM TIME
105344     MOVE MYNAME                  TO JEL-PROGRAM-ID
105346     MOVE 0                       TO JEL-REASON-CODE
105348     MOVE WS-FEED-ID              TO JEL-FEED-ID
105350     MOVE WS-BUF                  TO JEL-BUFFER
105352     SET WS-JSON-SEV-WARNING      TO TRUE
105354     MOVE WS-JSON-SEV-SW          TO JEL-SEVERITY
105356
105358     WRITE JEL-ERROR-RECORD
105360
105362     .
105364 2210-EXIT.
105366     EXIT.
105400
105500******************************************************************
105600* 2250-REJECT-INACT-NOTFOUND  --  LOGS AN INACTIVATE TRANSACTION  *
109200
109300     CLOSE Jsonlines-In
109400     CLOSE Customer-Master
109410     CLOSE Customer-Stamps
109420
109440     IF WS-CMRESP-IS-OPEN
109460         PERFORM 3200-FINISH-RESPONSE-FILE THRU 3200-EXIT
109480     END-IF
109500
109600     IF WS-ERRFILE-IS-OPEN
109700         CLOSE Error-File
110900         CLOSE Restore-Prompt
111000     END-IF
111100
111120     IF WS-CUSTARKX-READY
111140         CLOSE Archived-Keys-Keyed
111160     END-IF
111162
111164     IF WS-VALXEXC-IS-OPEN
111166         CLOSE Value-Xlate-Exceptions
111168     END-IF
111170
111172     IF WS-BDAYADJ-IS-OPEN
111174         CLOSE Bday-Adjust-Log
111176     END-IF
111180
111182     IF WS-PKEYXREF-IS-OPEN
111184         CLOSE Partner-Key-Xref
111186     END-IF
111188
111190     IF WS-PKXAUDIT-IS-OPEN
111192         CLOSE Partner-Key-Audit
111194     END-IF
111195
111196     IF WS-CUSTHIER-IS-OPEN
111197         CLOSE Customer-Hierarchy
111198     END-IF
111199
111200     IF WS-HIERAUD-IS-OPEN
111201         CLOSE Hierarchy-Audit
111202     END-IF
111204
111206     IF WS-STALECF-IS-OPEN
111208         CLOSE Stale-Conflicts
111210     END-IF
111212
111214     IF WS-DETAIL-FILES-OPEN
111224         CLOSE Customer-Detail
111234         CLOSE Token-Vault
111244     END-IF
111254
111264     PERFORM 8800-WRITE-HEARTBEAT THRU 8800-EXIT
111300
111400     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
111500
111800     DISPLAY MYNAME ' RECORDS CHANGED  = ' WS-RECS-CHANGED
111900     DISPLAY MYNAME ' RECORDS INACTIVE = ' WS-RECS-INACTIVATED
112000     DISPLAY MYNAME ' RECORDS PENDED   = ' WS-RECS-PENDED
112050     DISPLAY MYNAME ' STALE UPDATES    = ' WS-RECS-STALE
112100     DISPLAY MYNAME ' RESTORE PROMPTS  = ' WS-RECS-PROMPTED
112150     DISPLAY MYNAME ' UNMAPPED VALUES  = ' WS-XLATE-EXCEPTIONS
112170     DISPLAY MYNAME ' RESPONSES WRITTEN = ' WS-RESP-WRITTEN
112180     DISPLAY MYNAME ' SD-004 MOVED     = ' WS-SD004-MOVED
112190     DISPLAY MYNAME ' SD-004 REJECTED  = ' WS-SD004-REFUSED
112192     DISPLAY MYNAME ' PARTNER KEYS RESOLVED = ' WS-PKEY-RESOLVED
112194     DISPLAY MYNAME ' PARTNER KEYS CREATED  = ' WS-PKEY-CREATED
112196     DISPLAY MYNAME ' PARTNER KEYS REJECTED = ' WS-PKEY-REJECTED
112200     PERFORM 3100-WRITE-CONTROL-TOTALS THRU 3100-EXIT
112300
112400     DISPLAY MYNAME ' DETAIL ROWS READ    = ' WS-DETL-READ
112450     DISPLAY MYNAME ' DETAIL NESTED IN JSONIN = ' WS-DETL-NESTED
112500     DISPLAY MYNAME ' DETAIL ROWS APPLIED = ' WS-DETL-APPLIED
112550     DISPLAY MYNAME ' DETAIL ROWS PENDED  = ' WS-DETL-PENDED
112600     DISPLAY MYNAME ' DETAIL ROWS REJECTED = ' WS-DETL-REJECTED
112610     DISPLAY MYNAME ' CONTACT TOKENS ISSUED = ' WS-TOKENS-ISSUED
112630     DISPLAY MYNAME ' PARENT LINKS READ    = ' WS-HIER-READ
112650     DISPLAY MYNAME ' PARENT LINKS APPLIED = ' WS-HIER-APPLIED
112670     DISPLAY MYNAME ' PARENT LINKS REJECTED = ' WS-HIER-REJECTED
112700     DISPLAY MYNAME ' RECORDS REJECTED = ' WS-RECS-REJECTED
112800     DISPLAY MYNAME ' End'
112900
115100     MOVE MYNAME            TO CTL-PROGRAM-ID
115200     MOVE WS-RECS-READ      TO CTL-RECS-READ
115300     MOVE WS-FEED-ID        TO CTL-FEED-ID
115325     MOVE SPACES            TO CTL-DATASET-ID
115350     MOVE SPACES            TO CTL-DATASET-SCOPE
115375     MOVE 0                 TO CTL-HASH-TOTAL
115400     COMPUTE CTL-RECS-WRITTEN =
115500         WS-RECS-ADDED + WS-RECS-CHANGED + WS-RECS-INACTIVATED
115600     MOVE WS-RECS-REJECTED  TO CTL-RECS-FAILED
118500     PERFORM 7100-BACKOUT-RUN THRU 7100-EXIT
118600
118700     DISPLAY MYNAME ' APPLIES BACKED OUT = ' WS-RECS-BACKED-OUT
118750     DISPLAY MYNAME ' DETAIL ROWS BACKED OUT = '
118760         WS-DETL-BACKED-OUT
118800
118900     MOVE 12 TO RETURN-CODE
119000
120100*                       STAY ON FILE -- THE JOURNAL IS A HISTORY,  *
120200*                       AND THE BACKOUT IS VISIBLE IN IT AS THE    *
120300*                       RUN THAT WENT NOWHERE.                     *
120320*                       THE RUN'S OWN DETAIL ROWS (OPERATOR ID     *
120340*                       SPACES) ARE REVERSED THE SAME WAY (7125),  *
120360*                       SO A NESTED DETAIL GOES WITH ITS MASTER.   *
120400******************************************************************
120500 7100-BACKOUT-RUN.
120600
122000*
122100* THE SECOND CURSOR APPENDS THE REVERSAL ROWS WHILE THE FIRST
122200* READS; ONLY ADD/CHG/INA ROWS ARE EVER REVERSED, SO THE
122300* APPENDED DEL/RST ROWS CAN NEVER MATCH THE FILTER.  A DETAIL
122320* REVERSAL IS A 'DCH' ROW CARRYING THIS PROGRAM IN THE OPERATOR
122340* ID, WHICH KEEPS IT OUT OF THE FILTER THE SAME WAY.
122400     OPEN EXTEND Journal-Reversal
122500     IF WS-CMJRNR-STATUS = '00'
122600         SET WS-CMJRNR-IS-OPEN TO TRUE
123700             AND (CMJ-ACTION-ADD OF CMJ-JOURNAL-RECORD
123800                  OR CMJ-ACTION-CHANGE OF CMJ-JOURNAL-RECORD
123900                  OR CMJ-ACTION-INACTIVATE
124000                      OF CMJ-JOURNAL-RECORD
124020                  OR (CMJ-ACTION-DETAIL OF CMJ-JOURNAL-RECORD
124040                      AND CMJ-DTL-OPERATOR-ID
124045                              OF CMJ-JOURNAL-RECORD
124060                          = SPACES))
124100*
124200* ONLY THE RUN'S EARLIEST ROW PER KEY IS REVERSED -- ITS
124300* BEFORE IMAGE IS THE PRE-RUN STATE.  LATER ROWS FOR THE SAME
124400* KEY ONLY DESCRIBE THE RUN'S OWN INTERMEDIATE STATES.
124420             MOVE 'N' TO WS-BACKOUT-DETAIL-SW
124440             IF CMJ-ACTION-DETAIL OF CMJ-JOURNAL-RECORD
124460                 SET WS-BACKOUT-DETAIL TO TRUE
124480             END-IF
124500             PERFORM 7115-CHECK-FIRST-TOUCH THRU 7115-EXIT
124600             IF WS-FIRST-TOUCH
124620                 IF WS-BACKOUT-DETAIL
124640                     PERFORM 7125-REVERSE-ONE-DETAIL
124660                         THRU 7125-EXIT
124680                 ELSE
124700                     PERFORM 7120-REVERSE-ONE-APPLY THRU 7120-EXIT
124750                 END-IF
124800             END-IF
124900         END-IF
125000         PERFORM 7110-READ-JOURNAL THRU 7110-EXIT
128400*                             BACKOUT CURSOR IS SITTING ON --      *
128500*                             SAME WHOLE-RECORD MATCH JSNGDLY'S    *
128600*                             2050 USES FOR NAMETBL.               *
128620*                             DETAIL ROWS ARE MATCHED AGAINST      *
128640*                             DETAIL ROWS, MASTER AGAINST MASTER.  *
128700******************************************************************
128800 7115-CHECK-FIRST-TOUCH.
128900
130400             OR (CMJ-PROGRAM-ID OF CMJL-LOOKUP-RECORD = MYNAME
130500                 AND CMJ-RUN-ID OF CMJL-LOOKUP-RECORD
130600                     = WS-RUN-ID
130650                 AND ((NOT WS-BACKOUT-DETAIL
130700                 AND (CMJ-ACTION-ADD OF CMJL-LOOKUP-RECORD
130800                      OR CMJ-ACTION-CHANGE OF CMJL-LOOKUP-RECORD
130900                      OR CMJ-ACTION-INACTIVATE
131000                          OF CMJL-LOOKUP-RECORD))
131020                  OR (WS-BACKOUT-DETAIL
131040                      AND CMJ-ACTION-DETAIL OF CMJL-LOOKUP-RECORD
131060                      AND CMJ-DTL-OPERATOR-ID
131065                              OF CMJL-LOOKUP-RECORD
131080                          = SPACES))
131100                 AND CMJ-CUSTOMER-KEY OF CMJL-LOOKUP-RECORD
131200                     = CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD)
131300         PERFORM 7117-READ-JOURNAL-LOOKUP THRU 7117-EXIT
136800         END-REWRITE
136900     END-IF
137000
137050     PERFORM 7122-RESTORE-STAMP THRU 7122-EXIT
137100     PERFORM 7130-JOURNAL-REVERSAL THRU 7130-EXIT
137200
137300     ADD 1 TO WS-RECS-BACKED-OUT
140600         TO CMJ-BEFORE-IMAGE OF CMJR-REVERSAL-RECORD
140700     MOVE CMJ-SOURCE-BUFFER OF CMJ-JOURNAL-RECORD
140800         TO CMJ-SOURCE-BUFFER OF CMJR-REVERSAL-RECORD
140850     MOVE SPACE TO CMJ-SOURCE-ADJUST OF CMJR-REVERSAL-RECORD
140870     MOVE SPACES TO CMJ-BEFORE-STAMP OF CMJR-REVERSAL-RECORD
140900
141000     IF CMJ-ACTION-ADD OF CMJ-JOURNAL-RECORD
141100         MOVE 'DEL' TO CMJ-ACTION OF CMJR-REVERSAL-RECORD
142200     .
142300 7130-EXIT.
142400     EXIT.
142401
142402******************************************************************
142403* 7125-REVERSE-ONE-DETAIL  --  PUTS ONE JOURNALED DETAIL ROW     *
142404*                              THE WAY IT WAS: DELETE WHEN THE   *
142405*                              CUSTOMER HAD NO CUSTDETL ROW,     *
142406*                              BEFORE-IMAGE REWRITE OTHERWISE.   *
142407******************************************************************
142408 7125-REVERSE-ONE-DETAIL.
142409
142410     IF NOT WS-DETAIL-FILES-OPEN
142411         DISPLAY MYNAME ' CUSTDETL NOT OPEN -- DETAIL FOR KEY '
142412             CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
142413             ' NOT BACKED OUT'
142414         GO TO 7125-EXIT
142415     END-IF
142416
142417     MOVE CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
142418         TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
142419
142420     IF CMJ-DTL-BEFORE-IMAGE OF CMJ-JOURNAL-RECORD = SPACES
142421         DELETE Customer-Detail RECORD
142422             INVALID KEY
142423                 DISPLAY MYNAME
142424                     ' BACKOUT DETAIL DELETE MISSED KEY '
142425                     CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
142426         END-DELETE
142427     ELSE
142428         MOVE CMJ-DTL-BEFORE-IMAGE OF CMJ-JOURNAL-RECORD
142429             TO CUSTDETL-REC
142430         REWRITE CUSTDETL-REC
142431             INVALID KEY
142432                 DISPLAY MYNAME
142433                     ' BACKOUT DETAIL REWRITE MISSED KEY '
142434                     CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
142435         END-REWRITE
142436     END-IF
142437
142438     PERFORM 7135-JOURNAL-DETAIL-REVERSAL THRU 7135-EXIT
142439
142440     ADD 1 TO WS-DETL-BACKED-OUT
142441
142442     .
142443 7125-EXIT.
142444     EXIT.
142445
142446******************************************************************
142447* 7135-JOURNAL-DETAIL-REVERSAL  --  APPENDS A 'DCH' ROW FOR THE  *
142448*                                   DETAIL REVERSAL JUST MADE,   *
142449*                                   IMAGES SWAPPED -- AN AFTER   *
142450*                                   IMAGE OF SPACES SAYS THE ROW *
142451*                                   WAS DELETED.  THIS PROGRAM'S *
142452*                                   NAME IN THE OPERATOR ID      *
142453*                                   MARKS IT AS A REVERSAL.      *
142454******************************************************************
142455 7135-JOURNAL-DETAIL-REVERSAL.
142456
142457     IF NOT WS-CMJRNR-IS-OPEN
142458         GO TO 7135-EXIT
142459     END-IF
142460
142461     ACCEPT CMJ-TIMESTAMP-DATE OF CMJR-REVERSAL-RECORD
142462         FROM DATE YYYYMMDD
142463     ACCEPT CMJ-TIMESTAMP-TIME OF CMJR-REVERSAL-RECORD
142464         FROM TIME
142465     MOVE MYNAME TO CMJ-PROGRAM-ID OF CMJR-REVERSAL-RECORD
142466     MOVE WS-RUN-ID-DATE
142467         TO CMJ-RUN-ID-DATE OF CMJR-REVERSAL-RECORD
142468     MOVE WS-RUN-ID-TIME
142469         TO CMJ-RUN-ID-TIME OF CMJR-REVERSAL-RECORD
142470     MOVE 'DCH' TO CMJ-ACTION OF CMJR-REVERSAL-RECORD
142471     MOVE CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
142472         TO CMJ-CUSTOMER-KEY OF CMJR-REVERSAL-RECORD
142473     MOVE CMJ-DTL-AFTER-IMAGE OF CMJ-JOURNAL-RECORD
142474         TO CMJ-DTL-BEFORE-IMAGE OF CMJR-REVERSAL-RECORD
142475     MOVE CMJ-DTL-BEFORE-IMAGE OF CMJ-JOURNAL-RECORD
142476         TO CMJ-DTL-AFTER-IMAGE OF CMJR-REVERSAL-RECORD
142477     MOVE MYNAME
142478         TO CMJ-DTL-OPERATOR-ID OF CMJR-REVERSAL-RECORD
142479     MOVE CMJ-DTL-BEFORE-IMAGE OF CMJ-JOURNAL-RECORD
142480         TO CMJ-DTL-SOURCE-BUFFER OF CMJR-REVERSAL-RECORD
142481     MOVE SPACE TO CMJ-SOURCE-ADJUST OF CMJR-REVERSAL-RECORD
142483     MOVE SPACES TO CMJ-BEFORE-STAMP OF CMJR-REVERSAL-RECORD
142485
142487     WRITE CMJR-REVERSAL-RECORD
142489
142491     .
142493 7135-EXIT.
142495     EXIT.
142500
142600******************************************************************
142700* 1900-CLAIM-RUN-LOCK  --  CLAIMS THE SHARED CUSTOMER-MASTER RUN    *
163500     .
163600 9100-EXIT.
163700     EXIT.
163800
163900******************************************************************
164000* 1160-LOAD-VALUE-XLATE  --  OPEN-SCAN-CLOSES VALXLAT ONCE FOR THE *
164100*                            FEED'S ROWS AND NOTES WHICH FIELDS    *
164200*                            THE FEED TRANSLATES AT ALL.  A        *
164300*                            MISSING TABLE TRANSLATES NOTHING.     *
164400******************************************************************
164500 1160-LOAD-VALUE-XLATE.
164600
164700     OPEN INPUT Value-Xlate-Table
164800     IF WS-VALXLAT-STATUS NOT = '00'
164900         GO TO 1160-EXIT
165000     END-IF
165100
165200     PERFORM 1165-READ-VALUE-XLATE THRU 1165-EXIT
165300     PERFORM UNTIL WS-VALXLAT-EOF
165400         IF VXL-FEED-ID = WS-FEED-ID
165500             AND (VXL-FIELD-ACCT-TYPE OR VXL-FIELD-SD003)
165600             PERFORM 1168-STORE-VALUE-XLATE THRU 1168-EXIT
165700         END-IF
165800         PERFORM 1165-READ-VALUE-XLATE THRU 1165-EXIT
165900     END-PERFORM
166000
166100     CLOSE Value-Xlate-Table
166200
166300     .
166400 1160-EXIT.
166500     EXIT.
166600
166700******************************************************************
166800* 1165-READ-VALUE-XLATE  --  PRIMES/ADVANCES THE VALXLAT CURSOR.   *
166900******************************************************************
167000 1165-READ-VALUE-XLATE.
167100
167200     READ Value-Xlate-Table
167300         AT END
167400             SET WS-VALXLAT-EOF TO TRUE
167500     END-READ
167600
167700     .
167800 1165-EXIT.
167900     EXIT.
168000
168100******************************************************************
168200* 1168-STORE-VALUE-XLATE  --  KEEPS ONE VALXLAT ROW IN THE FEED'S  *
168300*                             TABLE.  A FULL TABLE DROPS THE ROW   *
168400*                             WITH A MESSAGE -- ITS CODE THEN      *
168500*                             SHOWS UP ON VALXEXC AS UNMAPPED.     *
168600******************************************************************
168700 1168-STORE-VALUE-XLATE.
168800
168900     IF WS-XLATE-COUNT NOT < WS-XLATE-MAX
169000         DISPLAY MYNAME ' VALXLAT TABLE FULL FOR FEED '
169100             WS-FEED-ID ', ROW IGNORED: ' VXL-FIELD
169200             ' ' VXL-PARTNER-VALUE
169300         GO TO 1168-EXIT
169400     END-IF
169500
169600     ADD 1 TO WS-XLATE-COUNT
169700     MOVE VXL-FIELD          TO WS-XLT-FIELD    (WS-XLATE-COUNT)
169800     MOVE VXL-INTERNAL-VALUE TO WS-XLT-INTERNAL (WS-XLATE-COUNT)
169900     MOVE VXL-PARTNER-VALUE  TO WS-XLT-PARTNER  (WS-XLATE-COUNT)
170000
170100     IF VXL-FIELD-ACCT-TYPE
170200         SET WS-XLATE-ACCT-TYPE TO TRUE
170300     ELSE
170400         SET WS-XLATE-SD003 TO TRUE
170500     END-IF
170600
170700     .
170800 1168-EXIT.
170900     EXIT.
171000
171100******************************************************************
171200* 2180-XLATE-INBOUND-VALUE  --  TURNS WS-XLATE-VALUE-IN, THE       *
171300*                               FEED'S CODE FOR FIELD WS-XLATE-    *
171400*                               FIELD, BACK INTO OUR CODE IN WS-   *
171500*                               XLATE-VALUE-OUT.  A BLANK VALUE,   *
171600*                               OR A FIELD THE FEED DOES NOT       *
171700*                               TRANSLATE, IS TAKEN AS RECEIVED.   *
171800*                               A CODE WITH NO ROW LEAVES WS-      *
171900*                               XLATE-FOUND OFF AND IS LOGGED TO   *
172000*                               VALXEXC; THE CALLER REJECTS IT.    *
172100******************************************************************
172200 2180-XLATE-INBOUND-VALUE.
172300
172400     MOVE WS-XLATE-VALUE-IN TO WS-XLATE-VALUE-OUT
172500     SET WS-XLATE-FOUND TO TRUE
172600
172700     IF WS-XLATE-VALUE-IN = SPACES
172800         GO TO 2180-EXIT
172900     END-IF
173000     IF WS-XLATE-FIELD = 'ACCTTYPE' AND NOT WS-XLATE-ACCT-TYPE
173100         GO TO 2180-EXIT
173200     END-IF
173300     IF WS-XLATE-FIELD = 'SD-003  ' AND NOT WS-XLATE-SD003
173400         GO TO 2180-EXIT
173500     END-IF
173600
173700     MOVE 'N' TO WS-XLATE-FOUND-SW
173800     MOVE 1   TO WS-XLATE-SUB
173900     PERFORM UNTIL WS-XLATE-SUB > WS-XLATE-COUNT
174000             OR WS-XLATE-FOUND
174100         IF WS-XLT-FIELD (WS-XLATE-SUB) = WS-XLATE-FIELD
174200             AND WS-XLT-PARTNER (WS-XLATE-SUB)
174300                 = WS-XLATE-VALUE-IN
174400             MOVE WS-XLT-INTERNAL (WS-XLATE-SUB)
174500                 TO WS-XLATE-VALUE-OUT
174600             SET WS-XLATE-FOUND TO TRUE
174700         ELSE
174800             ADD 1 TO WS-XLATE-SUB
174900         END-IF
175000     END-PERFORM
175100
175200     IF NOT WS-XLATE-FOUND
175300         PERFORM 2185-LOG-XLATE-EXCEPTION THRU 2185-EXIT
175400     END-IF
175500
175600     .
175700 2180-EXIT.
175800     EXIT.
175900
176000******************************************************************
176100* 2185-LOG-XLATE-EXCEPTION  --  LAZY-OPEN APPENDS ONE VALXEXC ROW  *
176200*                               FOR A PARTNER CODE THE FEED HAD    *
176300*                               NO MAPPING FOR.                    *
176400******************************************************************
176500 2185-LOG-XLATE-EXCEPTION.
176600
176700     IF NOT WS-VALXEXC-IS-OPEN
176800         OPEN EXTEND Value-Xlate-Exceptions
176900         IF WS-VALXEXC-STATUS = '05' OR WS-VALXEXC-STATUS = '35'
177000             OPEN OUTPUT Value-Xlate-Exceptions
177100         END-IF
177200         SET WS-VALXEXC-IS-OPEN TO TRUE
177300     END-IF
177400
177500     ACCEPT VXE-TIMESTAMP-DATE FROM DATE YYYYMMDD
177600     ACCEPT VXE-TIMESTAMP-TIME FROM TIME
177700     MOVE MYNAME              TO VXE-PROGRAM-ID
177800     MOVE WS-FEED-ID          TO VXE-FEED-ID
177900     SET VXE-DIRECTION-IN     TO TRUE
178000     MOVE WS-XLATE-FIELD      TO VXE-FIELD
178100     MOVE WS-XLATE-KEY        TO VXE-CUSTOMER-KEY
178200     MOVE WS-XLATE-VALUE-IN   TO VXE-VALUE
178300
178400     WRITE VXE-EXCEPTION-RECORD
178500     ADD 1 TO WS-XLATE-EXCEPTIONS
178600
178700     .
178800 2185-EXIT.
178900     EXIT.
179000
179100******************************************************************
179200* 1170-OPEN-RESPONSE-FILE  --  OPENS THE PARTNER'S CMRESP FILE    *
179300*                              (APPENDING, SO A RERUN ADDS ITS     *
179400*                              OWN SECTION) AND WRITES THE RUN'S   *
179500*                              RESPONSE HEADER -- SAME OFFSETS AS  *
179600*                              JSNGDLY'S 1300-WRITE-RUN-HEADER,    *
179700*                              PLUS A RUN-TYPE SO IT CAN NEVER BE  *
179800*                              MISTAKEN FOR A DATA GENERATION.     *
179900*                              THE RUN ID IS THE SAME ONE THE      *
180000*                              JOURNAL CARRIES.                    *
180100******************************************************************
180200 1170-OPEN-RESPONSE-FILE.
180300
180400     OPEN EXTEND Response-File
180500     IF WS-CMRESP-STATUS = '05' OR WS-CMRESP-STATUS = '35'
180600         OPEN OUTPUT Response-File
180700     END-IF
180800     IF WS-CMRESP-STATUS NOT = '00'
180900         DISPLAY MYNAME ' CMRESP NOT AVAILABLE, STATUS = '
181000             WS-CMRESP-STATUS ', NO RESPONSES THIS RUN'
181100         GO TO 1170-EXIT
181200     END-IF
181300     SET WS-CMRESP-IS-OPEN TO TRUE
181400
181500     MOVE SPACES TO CMRESP-REC
181600     STRING '{"RUN-DATE":"'  DELIMITED BY SIZE
181700            WS-RUN-ID-DATE   DELIMITED BY SIZE
181800            '","RUN-TIME":"' DELIMITED BY SIZE
181900            WS-RUN-ID-TIME   DELIMITED BY SIZE
182000            '","FEED-ID":"'  DELIMITED BY SIZE
182100            WS-FEED-ID       DELIMITED BY SIZE
182200            '","RUN-TYPE":"RESPONSE"}' DELIMITED BY SIZE
182300         INTO CMRESP-REC
182400     WRITE CMRESP-REC
182500
182600     .
182700 1170-EXIT.
182800     EXIT.
182900
183000******************************************************************
183100* 2190-WRITE-RESPONSE  --  ONE CMRESP LINE FOR THE INBOUND RECORD *
183200*                          JUST HANDLED: WS-RESP-KEY, WS-RESP-     *
183300*                          TYPE, AND THE DISPOSITION THE RANGE OF  *
183400*                          RSN-REASON-CODE IMPLIES.                *
183500******************************************************************
183600 2190-WRITE-RESPONSE.
183700
183800     IF NOT WS-CMRESP-IS-OPEN
183900         GO TO 2190-EXIT
184000     END-IF
184100
184200     EVALUATE TRUE
184300         WHEN RSN-ACCEPTED
184400             MOVE 'ACCEPTED' TO WS-RESP-DISPOSITION
184500         WHEN RSN-PENDED
184600             MOVE 'PENDED'   TO WS-RESP-DISPOSITION
184700         WHEN OTHER
184800             MOVE 'REJECTED' TO WS-RESP-DISPOSITION
184900     END-EVALUATE
185000
185100     MOVE SPACES TO CMRESP-REC
185200     STRING '{"KEY":"'          DELIMITED BY SIZE
185300            WS-RESP-KEY         DELIMITED BY SIZE
185400            '","TYPE":"'        DELIMITED BY SIZE
185500            WS-RESP-TYPE        DELIMITED BY SPACE
185600            '","STATUS":"'      DELIMITED BY SIZE
185700            WS-RESP-DISPOSITION DELIMITED BY SPACE
185800            '","REASON":"'      DELIMITED BY SIZE
185900            RSN-REASON-CODE     DELIMITED BY SIZE
186000            '"}'                DELIMITED BY SIZE
186100         INTO CMRESP-REC
186200     WRITE CMRESP-REC
186300     ADD 1 TO WS-RESP-WRITTEN
186400
186500     .
186600 2190-EXIT.
186700     EXIT.
186800
186900******************************************************************
187000* 3200-FINISH-RESPONSE-FILE  --  ANSWERS THE DAY'S UPSTREAM       *
187100*                                PPVREJ AND UTF8REJ ROWS, WHICH   *
187200*                                NEVER REACHED JSONIN, THEN       *
187300*                                WRITES THE TRAILER AND CLOSES    *
187400*                                CMRESP.  NEITHER REJECT FILE     *
187500*                                CARRIES A FEED ID, SO EVERY ROW  *
187600*                                DATED TODAY IS ANSWERED HERE.    *
187700*                                A BACKED-OUT RUN'S TRAILER       *
187800*                                CARRIES REASON 207: EVERY        *
187900*                                EARLIER LINE OF THE SECTION IS   *
188000*                                VOID AND THE WHOLE FILE IS TO BE *
188100*                                RESENT.                          *
188200******************************************************************
188300 3200-FINISH-RESPONSE-FILE.
188400
188500     MOVE 'N' TO WS-PPVREJ-EOF-SW
188600     OPEN INPUT Ppv-Rejects
188700     IF WS-PPVREJ-STATUS = '00'
188800         PERFORM 3210-READ-PPVREJ THRU 3210-EXIT
188900         PERFORM UNTIL WS-PPVREJ-EOF
189000             IF PPV-TIMESTAMP-DATE = WS-RUN-ID-DATE
189100                 PERFORM 3215-RESPOND-PPV-REJECT THRU 3215-EXIT
189200             END-IF
189300             PERFORM 3210-READ-PPVREJ THRU 3210-EXIT
189400         END-PERFORM
189500         CLOSE Ppv-Rejects
189600     END-IF
189700
189800     MOVE 'N' TO WS-UTF8REJ-EOF-SW
189900     OPEN INPUT Utf8-Rejects
190000     IF WS-UTF8REJ-STATUS = '00'
190100         PERFORM 3220-READ-UTF8REJ THRU 3220-EXIT
190200         PERFORM UNTIL WS-UTF8REJ-EOF
190300             IF U8R-TIMESTAMP-DATE = WS-RUN-ID-DATE
190400                 MOVE SPACES    TO WS-RESP-KEY
190500                 MOVE 'MASTER'  TO WS-RESP-TYPE
190600                 SET RSN-UTF8-INVALID TO TRUE
190700                 PERFORM 2190-WRITE-RESPONSE THRU 2190-EXIT
190800             END-IF
190900             PERFORM 3220-READ-UTF8REJ THRU 3220-EXIT
191000         END-PERFORM
191100         CLOSE Utf8-Rejects
191200     END-IF
191300
191400     MOVE WS-RESP-WRITTEN TO WS-RESP-COUNT-OUT
191500     MOVE SPACES TO CMRESP-REC
191600     IF WS-BREAKER-TRIPPED
191700         SET RSN-RUN-BACKED-OUT TO TRUE
191800         STRING '{"RUN-STATUS":"BACKED-OUT","REASON":"'
191900                                  DELIMITED BY SIZE
192000                RSN-REASON-CODE   DELIMITED BY SIZE
192100                '","RESPONSES":"' DELIMITED BY SIZE
192200                WS-RESP-COUNT-OUT DELIMITED BY SIZE
192300                '"}'              DELIMITED BY SIZE
192400             INTO CMRESP-REC
192500     ELSE
192600         STRING '{"RUN-STATUS":"COMPLETE","RESPONSES":"'
192700                                  DELIMITED BY SIZE
192800                WS-RESP-COUNT-OUT DELIMITED BY SIZE
192900                '"}'              DELIMITED BY SIZE
193000             INTO CMRESP-REC
193100     END-IF
193200     WRITE CMRESP-REC
193300
193400     CLOSE Response-File
193500     MOVE 'N' TO WS-CMRESP-OPEN-SW
193600
193700     .
193800 3200-EXIT.
193900     EXIT.
194000
194100******************************************************************
194200* 3210-READ-PPVREJ  --  PRIMES/ADVANCES THE PPVREJ CURSOR.        *
194300******************************************************************
194400 3210-READ-PPVREJ.
194500
194600     READ Ppv-Rejects
194700         AT END
194800             SET WS-PPVREJ-EOF TO TRUE
194900     END-READ
195000
195100     .
195200 3210-EXIT.
195300     EXIT.
195400
195500******************************************************************
195600* 3215-RESPOND-PPV-REJECT  --  ANSWERS ONE PRE-PARSE REJECT.  THE *
195700*                              BUFFER NEVER PARSED, SO THE KEY IS  *
195800*                              LIFTED FROM ITS RAW "SD-001" PAIR   *
195900*                              WHEN ONE IS THERE; OTHERWISE THE    *
196000*                              LINE GOES OUT WITH A BLANK KEY.     *
196100******************************************************************
196200 3215-RESPOND-PPV-REJECT.
196300
196400     MOVE SPACES TO WS-RESP-KEY
196500     MOVE 0      TO WS-PPV-KEY-POS
196600     INSPECT PPV-RAW-BUFFER TALLYING WS-PPV-KEY-POS
196700         FOR CHARACTERS BEFORE INITIAL '"SD-001":"'
196800     IF WS-PPV-KEY-POS < 90
196900         UNSTRING PPV-RAW-BUFFER(WS-PPV-KEY-POS + 11:)
197000             DELIMITED BY '"'
197100             INTO WS-RESP-KEY
197200         END-UNSTRING
197300     END-IF
197400
197500     MOVE 'MASTER' TO WS-RESP-TYPE
197600     SET RSN-PRE-PARSE-FAILED TO TRUE
197700     PERFORM 2190-WRITE-RESPONSE THRU 2190-EXIT
197800
197900     .
198000 3215-EXIT.
198100     EXIT.
198200
198300******************************************************************
198400* 3220-READ-UTF8REJ  --  PRIMES/ADVANCES THE UTF8REJ CURSOR.      *
198500******************************************************************
198600 3220-READ-UTF8REJ.
198700
198800     READ Utf8-Rejects
198900         AT END
199000             SET WS-UTF8REJ-EOF TO TRUE
199100     END-READ
199200
199300     .
199400 3220-EXIT.
199500     EXIT.
199600
199700******************************************************************
199800* 1180-LOAD-CALENDAR  --  LOADS THE CALNDTBL DATES ONCE INTO     *
199900*                         WS-CALENDAR-TABLE WHEN THE FEED HAS AN *
200000*                         SD-004 BUSINESS-DAY RULE.  NO CALENDAR *
200100*                         LEAVES ONLY WEEKENDS AS NON-BUSINESS   *
200200*                         DAYS.                                  *
200300******************************************************************
200400 1180-LOAD-CALENDAR.
200500
200600     IF WS-BUSDAY-AS-SENT
200700         GO TO 1180-EXIT
200800     END-IF
200900
201000     OPEN INPUT Calendar-Table
201100     IF WS-CALNDTBL-STATUS NOT = '00'
201200         DISPLAY MYNAME
201300             ' CALNDTBL NOT AVAILABLE, STATUS = '
201400             WS-CALNDTBL-STATUS ', WEEKENDS ONLY'
201500         GO TO 1180-EXIT
201600     END-IF
201700
201800     PERFORM 1185-READ-CALENDAR THRU 1185-EXIT
201900     PERFORM UNTIL WS-CALNDTBL-EOF
202000         IF WS-CAL-COUNT < WS-CAL-MAX
202100             ADD 1 TO WS-CAL-COUNT
202200             MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
202300         ELSE
202400             DISPLAY MYNAME ' CALNDTBL TABLE FULL, DATE '
202500                 CAL-DATE ' IGNORED'
202600         END-IF
202700         PERFORM 1185-READ-CALENDAR THRU 1185-EXIT
202800     END-PERFORM
202900
203000     CLOSE Calendar-Table
203100
203200     .
203300 1180-EXIT.
203400     EXIT.
203500
203600******************************************************************
203700* 1185-READ-CALENDAR  --  PRIMES/ADVANCES THE CALNDTBL CURSOR.   *
203800******************************************************************
203900 1185-READ-CALENDAR.
204000
204100     READ Calendar-Table
204200         AT END
204300             SET WS-CALNDTBL-EOF TO TRUE
204400     END-READ
204500
204600     .
204700 1185-EXIT.
204800     EXIT.
204900
205000******************************************************************
205100* 2186-ADJUST-SD004  --  APPLIES THE FEED'S APLYCTL BUSINESS-DAY *
205200*                        RULE TO THE PARSED SD-004.  A DATE THAT *
205300*                        IS ALREADY A BUSINESS DAY, A ZERO OR    *
205400*                        UNUSABLE DATE, AND AN INACTIVATE (WHICH *
205500*                        NEVER TOUCHES SD-004) ARE LEFT ALONE.   *
205600*                        OTHERWISE THE DATE IS ROLLED A DAY AT A *
205700*                        TIME TO THE FOLLOWING OR PRECEDING      *
205800*                        BUSINESS DAY, OR THE RECORD REJECTED,   *
205900*                        AND THE OUTCOME LOGGED TO BDAYADJ.      *
206000*                        WS-SD004-ADJUST TELLS THE CALLER WHICH. *
206100******************************************************************
206200 2186-ADJUST-SD004.
206300
206400     MOVE SPACE TO WS-SD004-ADJUST
206500
206600     IF WS-BUSDAY-AS-SENT
206700         OR SD-STATUS-INACTIVE OF SOME-DATA
206800         GO TO 2186-EXIT
206900     END-IF
207000     IF SD-004 OF SOME-DATA NOT NUMERIC
207100         OR SD-004 OF SOME-DATA = 0
207200         GO TO 2186-EXIT
207300     END-IF
207400
207500     MOVE SD-004 OF SOME-DATA TO WS-SD004-ORIGINAL
207600     MOVE SD-004 OF SOME-DATA TO WS-CANDIDATE-DATE
207700     COMPUTE WS-CANDIDATE-INT =
207800         FUNCTION INTEGER-OF-DATE(WS-CANDIDATE-DATE)
207900     IF WS-CANDIDATE-INT = 0
208000         GO TO 2186-EXIT
208100     END-IF
208200
208300     PERFORM 2187-CHECK-BUSINESS-DAY THRU 2187-EXIT
208400     IF NOT WS-NONBUSINESS-DAY
208500         GO TO 2186-EXIT
208600     END-IF
208700
208800     IF WS-BUSDAY-REJECT
208900         SET WS-SD004-REJECTED TO TRUE
209000         ADD 1 TO WS-SD004-REFUSED
209100         PERFORM 2188-LOG-SD004-ADJUSTMENT THRU 2188-EXIT
209200         GO TO 2186-EXIT
209300     END-IF
209400
209500     MOVE 0 TO WS-ROLL-DAYS
209600     PERFORM UNTIL NOT WS-NONBUSINESS-DAY
209700             OR WS-ROLL-DAYS NOT < WS-ROLL-LIMIT
209800         IF WS-BUSDAY-FOLLOWING
209900             ADD 1 TO WS-CANDIDATE-INT
210000         ELSE
210100             SUBTRACT 1 FROM WS-CANDIDATE-INT
210200         END-IF
210300         MOVE FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INT)
210400             TO WS-CANDIDATE-DATE
210500         ADD 1 TO WS-ROLL-DAYS
210600         PERFORM 2187-CHECK-BUSINESS-DAY THRU 2187-EXIT
210700     END-PERFORM
210800
210900     IF WS-NONBUSINESS-DAY
211000         DISPLAY MYNAME ' NO BUSINESS DAY WITHIN '
211100             WS-ROLL-LIMIT ' DAYS OF SD-004 ' WS-SD004-ORIGINAL
211200             ' KEY = ' SD-001 OF SOME-DATA
211300         SET WS-SD004-REJECTED TO TRUE
211400         ADD 1 TO WS-SD004-REFUSED
211500         PERFORM 2188-LOG-SD004-ADJUSTMENT THRU 2188-EXIT
211600         GO TO 2186-EXIT
211700     END-IF
211800
211900     IF WS-BUSDAY-FOLLOWING
212000         SET WS-SD004-ROLLED-FORWARD TO TRUE
212100     ELSE
212200         SET WS-SD004-ROLLED-BACK TO TRUE
212300     END-IF
212400     MOVE WS-CANDIDATE-DATE TO SD-004 OF SOME-DATA
212500     ADD 1 TO WS-SD004-MOVED
212600     PERFORM 2188-LOG-SD004-ADJUSTMENT THRU 2188-EXIT
212700
212800     .
212900 2186-EXIT.
213000     EXIT.
213100
213200******************************************************************
213300* 2187-CHECK-BUSINESS-DAY  --  A SATURDAY, A SUNDAY, OR A DATE   *
213400*                              IN WS-CALENDAR-TABLE IS NOT A     *
213500*                              BUSINESS DAY.  DAY 1 OF THE       *
213600*                              INTEGER-OF-DATE EPOCH WAS A       *
213700*                              MONDAY, SO MOD 7 OF 6 IS SATURDAY *
213800*                              AND 0 IS SUNDAY.                  *
213900******************************************************************
214000 2187-CHECK-BUSINESS-DAY.
214100
214200     MOVE 'N' TO WS-NONBUSINESS-SW
214300
214400     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-CANDIDATE-INT 7)
214500     IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
214600         SET WS-NONBUSINESS-DAY TO TRUE
214700         GO TO 2187-EXIT
214800     END-IF
214900
215000     MOVE 1 TO WS-CAL-SUB
215100     PERFORM UNTIL WS-CAL-SUB > WS-CAL-COUNT
215200             OR WS-NONBUSINESS-DAY
215300         IF WS-CAL-DATE (WS-CAL-SUB) = WS-CANDIDATE-DATE
215400             SET WS-NONBUSINESS-DAY TO TRUE
215500         END-IF
215600         ADD 1 TO WS-CAL-SUB
215700     END-PERFORM
215800
215900     .
216000 2187-EXIT.
216100     EXIT.
216200
216300******************************************************************
216400* 2188-LOG-SD004-ADJUSTMENT  --  LAZY-OPEN APPENDS ONE BDAYADJ   *
216500*                                ROW: THE DATE THE PARTNER SENT, *
216600*                                THE DATE APPLIED INSTEAD (ZERO  *
216700*                                FOR A REJECT), AND THE RULE.    *
216800******************************************************************
216900 2188-LOG-SD004-ADJUSTMENT.
217000
217100     IF NOT WS-BDAYADJ-IS-OPEN
217200         OPEN EXTEND Bday-Adjust-Log
217300         IF WS-BDAYADJ-STATUS = '05' OR WS-BDAYADJ-STATUS = '35'
217400             OPEN OUTPUT Bday-Adjust-Log
217500         END-IF
217600         SET WS-BDAYADJ-IS-OPEN TO TRUE
217700     END-IF
217800
217900     ACCEPT BDA-TIMESTAMP-DATE FROM DATE YYYYMMDD
218000     ACCEPT BDA-TIMESTAMP-TIME FROM TIME
218100     MOVE WS-RUN-ID-DATE      TO BDA-RUN-ID-DATE
218200     MOVE WS-RUN-ID-TIME      TO BDA-RUN-ID-TIME
218300     MOVE WS-FEED-ID          TO BDA-FEED-ID
218400     MOVE SD-001 OF SOME-DATA TO BDA-CUSTOMER-KEY
218500     MOVE WS-SD004-ORIGINAL   TO BDA-ORIGINAL-SD004
218600     IF WS-SD004-REJECTED
218700         MOVE 0                 TO BDA-ADJUSTED-SD004
218800     ELSE
218900         MOVE WS-CANDIDATE-DATE TO BDA-ADJUSTED-SD004
219000     END-IF
219100     MOVE WS-SD004-ADJUST     TO BDA-RULE
219200
219300     WRITE BDA-ADJUSTMENT-RECORD
219400
219500     .
219600 2188-EXIT.
219700     EXIT.
219800
219810******************************************************************
219820* 1190-OPEN-PARTNER-KEY-XREF  --  OPENS PKEYXREF FOR A FEED THAT *
219830*                                 SENDS ITS OWN KEYS, CREATING   *
219840*                                 IT ON ITS FIRST EVER USE.  AN  *
219850*                                 UNOPENABLE PKEYXREF ENDS THE   *
219860*                                 RUN RC 16 -- APPLYING PARTNER  *
219870*                                 KEYS AS OURS WOULD CORRUPT THE *
219880*                                 MASTER.                        *
219890******************************************************************
219900 1190-OPEN-PARTNER-KEY-XREF.
219910
219920     IF NOT WS-PARTNER-KEYS
219930         GO TO 1190-EXIT
219940     END-IF
219950
219960     OPEN I-O Partner-Key-Xref
219970     IF WS-PKEYXREF-STATUS = '35'
219980         OPEN OUTPUT Partner-Key-Xref
219990         CLOSE Partner-Key-Xref
220000         OPEN I-O Partner-Key-Xref
220010     END-IF
220020     IF WS-PKEYXREF-STATUS NOT = '00'
220030         DISPLAY MYNAME ' UNABLE TO OPEN PKEYXREF, STATUS = '
220040             WS-PKEYXREF-STATUS
220050         CLOSE Jsonlines-In
220060         CLOSE Customer-Master
220070         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
220080         MOVE 16 TO RETURN-CODE
220090         GOBACK
220100     END-IF
220110     SET WS-PKEYXREF-IS-OPEN TO TRUE
220120
220130     .
220140 1190-EXIT.
220150     EXIT.
220160
220170******************************************************************
220180* 2105-RESOLVE-PARTNER-KEY  --  FOR A FEED THAT SENDS ITS OWN    *
220190*                               KEYS, REPLACES THE PARTNER'S     *
220200*                               SD-001 WITH OURS FROM PKEYXREF.  *
220210*                               A ROW PENDING REVIEW RESOLVES    *
220220*                               LIKE AN ACTIVE ONE.  A RETIRED   *
220230*                               KEY IS REJECTED 210.  AN UNKNOWN *
220240*                               KEY IS GIVEN A NEW KEY OF OURS   *
220250*                               (2107), UNLESS THE RECORD IS AN  *
220260*                               INACTIVATE -- THAT IS REJECTED   *
220270*                               209, THERE BEING NOTHING OF OURS *
220280*                               TO INACTIVATE.                   *
220290******************************************************************
220300 2105-RESOLVE-PARTNER-KEY.
220310
220320     MOVE 'N' TO WS-PKEY-REFUSED-SW
220330     IF NOT WS-PARTNER-KEYS
220340         GO TO 2105-EXIT
220350     END-IF
220360
220370     MOVE SD-001 OF SOME-DATA TO WS-PARTNER-KEY-IN
220380     PERFORM 2106-READ-PARTNER-KEY THRU 2106-EXIT
220390
220400     IF WS-PKEY-FOUND AND PKX-IN-FORCE
220410         MOVE PKX-CUSTOMER-KEY TO SD-001 OF SOME-DATA
220420         ADD 1 TO WS-PKEY-RESOLVED
220430         GO TO 2105-EXIT
220440     END-IF
220450
220460     IF WS-PKEY-FOUND
220470         SET RSN-PARTNER-KEY-RETIRED TO TRUE
220480     ELSE
220490         IF SD-STATUS-INACTIVE OF SOME-DATA
220500             SET RSN-PARTNER-KEY-UNKNOWN TO TRUE
220510         ELSE
220520             PERFORM 2107-ALLOCATE-PARTNER-KEY THRU 2107-EXIT
220530             IF WS-PKEY-FREE
220540                 GO TO 2105-EXIT
220550             END-IF
220560             SET RSN-PARTNER-KEY-UNKNOWN TO TRUE
220570         END-IF
220580     END-IF
220590
220600     PERFORM 2255-REJECT-PARTNER-KEY THRU 2255-EXIT
220610     SET WS-PKEY-REFUSED TO TRUE
220620     ADD 1 TO WS-RECS-REJECTED
220630     ADD 1 TO WS-PKEY-REJECTED
220640
220650     .
220660 2105-EXIT.
220670     EXIT.
220680
220690******************************************************************
220700* 2106-READ-PARTNER-KEY  --  KEYED READ OF THIS FEED'S PKEYXREF  *
220710*                            ROW FOR WS-PARTNER-KEY-IN.          *
220720******************************************************************
220730 2106-READ-PARTNER-KEY.
220740
220750     SET WS-PKEY-FOUND TO TRUE
220760     MOVE WS-FEED-ID        TO PKX-FEED-ID
220770     MOVE WS-PARTNER-KEY-IN TO PKX-PARTNER-KEY
220780     READ Partner-Key-Xref
220790         INVALID KEY
220800             MOVE 'N' TO WS-PKEY-FOUND-SW
220810     END-READ
220820
220830     .
220840 2106-EXIT.
220850     EXIT.
220860
220870******************************************************************
220880* 2107-ALLOCATE-PARTNER-KEY  --  GIVES AN UNKNOWN PARTNER KEY A  *
220890*                                NEW KEY OF OURS: 'PK' AND THE   *
220900*                                NEXT SEQUENCE OFF THE PKEYXREF  *
220910*                                CONTROL ROW (WRITTEN ON FIRST   *
220920*                                USE), PASSING OVER ANY KEY      *
220930*                                ALREADY ON THE MASTER.  THE NEW *
220940*                                ROW IS ENTERED PENDING, FOR     *
220950*                                PKXMAINT TO VERIFY OR RE-POINT, *
220960*                                AND AUDITED.  WS-PKEY-FREE SAYS *
220970*                                WHETHER IT WORKED.              *
220980******************************************************************
220990 2107-ALLOCATE-PARTNER-KEY.
221000
221010     MOVE 'N' TO WS-PKEY-FREE-SW
221020
221030     MOVE WS-PKEY-CONTROL-FEED TO PKX-FEED-ID
221040     MOVE SPACES               TO PKX-PARTNER-KEY
221050     READ Partner-Key-Xref
221060         INVALID KEY
221070             MOVE WS-PKEY-CONTROL-FEED TO PKX-FEED-ID
221080             MOVE SPACES               TO PKX-PARTNER-KEY
221090             MOVE SPACES               TO PKX-CUSTOMER-KEY
221100             MOVE 0                    TO PKX-LAST-SEQ
221110             SET PKX-CONTROL-ROW       TO TRUE
221120             ACCEPT PKX-CREATED-DATE FROM DATE YYYYMMDD
221130             MOVE MYNAME               TO PKX-CREATED-BY
221140             MOVE PKX-CREATED-DATE     TO PKX-UPDATED-DATE
221150             MOVE MYNAME               TO PKX-UPDATED-BY
221160             WRITE PKX-XREF-RECORD
221170     END-READ
221180     IF WS-PKEYXREF-STATUS NOT = '00'
221190         DISPLAY MYNAME ' PKEYXREF CONTROL ROW FAILED, STATUS = '
221200             WS-PKEYXREF-STATUS
221210         GO TO 2107-EXIT
221220     END-IF
221230
221240     MOVE 0 TO WS-PKEY-PROBES
221250     PERFORM UNTIL WS-PKEY-FREE
221260                OR WS-PKEY-PROBES >= WS-PKEY-PROBE-LIMIT
221270                OR PKX-LAST-SEQ >= 999999
221280         ADD 1 TO PKX-LAST-SEQ
221290         ADD 1 TO WS-PKEY-PROBES
221300         MOVE PKX-LAST-SEQ    TO WS-PKEY-NEW-SEQ
221310         MOVE WS-PKEY-NEW-KEY TO SD-001 OF CUSTMAST-REC
221320         READ Customer-Master
221330             INVALID KEY
221340                 SET WS-PKEY-FREE TO TRUE
221350         END-READ
221360     END-PERFORM
221370
221380     ACCEPT PKX-UPDATED-DATE FROM DATE YYYYMMDD
221390     MOVE MYNAME TO PKX-UPDATED-BY
221400     REWRITE PKX-XREF-RECORD
221410
221420     IF NOT WS-PKEY-FREE
221430         DISPLAY MYNAME ' NO FREE PK KEY FOR PARTNER KEY '
221440             WS-PARTNER-KEY-IN
221450         GO TO 2107-EXIT
221460     END-IF
221470
221480     MOVE WS-FEED-ID          TO PKX-FEED-ID
221490     MOVE WS-PARTNER-KEY-IN   TO PKX-PARTNER-KEY
221500     MOVE WS-PKEY-NEW-KEY     TO PKX-CUSTOMER-KEY
221510     SET PKX-STATUS-PENDING   TO TRUE
221520     ACCEPT PKX-CREATED-DATE FROM DATE YYYYMMDD
221530     MOVE MYNAME              TO PKX-CREATED-BY
221540     MOVE PKX-CREATED-DATE    TO PKX-UPDATED-DATE
221550     MOVE MYNAME              TO PKX-UPDATED-BY
221560     WRITE PKX-XREF-RECORD
221570     IF WS-PKEYXREF-STATUS NOT = '00'
221580         DISPLAY MYNAME ' PKEYXREF WRITE FAILED, STATUS = '
221590             WS-PKEYXREF-STATUS ', PARTNER KEY '
221600             WS-PARTNER-KEY-IN
221610         MOVE 'N' TO WS-PKEY-FREE-SW
221620         GO TO 2107-EXIT
221630     END-IF
221640
221650     MOVE WS-PKEY-NEW-KEY TO SD-001 OF SOME-DATA
221660     SET RSN-APPLIED-NEW-PARTNER-KEY TO TRUE
221670     ADD 1 TO WS-PKEY-CREATED
221680     PERFORM 2108-WRITE-PKX-AUDIT THRU 2108-EXIT
221690
221700     .
221710 2107-EXIT.
221720     EXIT.
221730
221740******************************************************************
221750* 2108-WRITE-PKX-AUDIT  --  LAZY-OPEN APPENDS ONE PKXAUDIT ROW   *
221760*                           FOR A PARTNER KEY 2107 ENTERED.      *
221770******************************************************************
221780 2108-WRITE-PKX-AUDIT.
221790
221800     IF NOT WS-PKXAUDIT-IS-OPEN
221810         OPEN EXTEND Partner-Key-Audit
221820         IF WS-PKXAUDIT-STATUS = '05' OR WS-PKXAUDIT-STATUS = '35'
221830             OPEN OUTPUT Partner-Key-Audit
221840         END-IF
221850         SET WS-PKXAUDIT-IS-OPEN TO TRUE
221860     END-IF
221870
221880     ACCEPT PXA-TIMESTAMP-DATE FROM DATE YYYYMMDD
221890     ACCEPT PXA-TIMESTAMP-TIME FROM TIME
221900     MOVE MYNAME              TO PXA-PROGRAM-ID
221910     MOVE MYNAME              TO PXA-OPERATOR-ID
221920     SET PXA-ACTION-NEW-PENDING TO TRUE
221930     MOVE WS-FEED-ID          TO PXA-FEED-ID
221940     MOVE WS-PARTNER-KEY-IN   TO PXA-PARTNER-KEY
221950     MOVE SPACES              TO PXA-OLD-CUSTOMER-KEY
221960     MOVE WS-PKEY-NEW-KEY     TO PXA-NEW-CUSTOMER-KEY
221970     SET PXA-RESULT-APPLIED   TO TRUE
221980     MOVE 'UNKNOWN PARTNER KEY ON AN ADD, PENDING'
221990                              TO PXA-REASON
222000
222010     WRITE PXA-AUDIT-RECORD
222020
222030     .
222040 2108-EXIT.
222050     EXIT.
222060
222070******************************************************************
222080* 2255-REJECT-PARTNER-KEY  --  LOGS A RECORD WHOSE PARTNER KEY   *
222090*                              IS UNKNOWN OR RETIRED TO THE      *
222100*                              ERROR-FILE AS A WARNING, SAME     *
222110*                              SHAPE AS 2250-REJECT-INACT-       *
222120*                              NOTFOUND.                         *
222130******************************************************************
222140 2255-REJECT-PARTNER-KEY.
222150
222160     IF NOT WS-ERRFILE-IS-OPEN
222170         OPEN EXTEND Error-File
222180         IF WS-ERRFILE-STATUS = '05' OR WS-ERRFILE-STATUS = '35'
222190             OPEN OUTPUT Error-File
222200         END-IF
222210         SET WS-ERRFILE-IS-OPEN TO TRUE
222220     END-IF
222230
222240     ACCEPT JEL-TIMESTAMP-DATE FROM DATE YYYYMMDD
222250     ACCEPT JEL-TIMESTAMP-TIME FROM TIME
222260     MOVE MYNAME                  TO JEL-PROGRAM-ID
222270     MOVE 0                       TO JEL-REASON-CODE
222280     MOVE WS-FEED-ID              TO JEL-FEED-ID
222290     MOVE WS-BUF                  TO JEL-BUFFER
222300     SET WS-JSON-SEV-WARNING      TO TRUE
222310     MOVE WS-JSON-SEV-SW          TO JEL-SEVERITY
222320
222330     WRITE JEL-ERROR-RECORD
222340
222350     .
222360 2255-EXIT.
222370     EXIT.
222380
222390******************************************************************
222400* 2462-RESOLVE-DETAIL-KEY  --  THE DETAIL PASS'S 2105: A PARTNER *
222410*                              KEY IN FORCE IS REPLACED BY OURS. *
222420*                              A DETAIL ROW NEVER CREATES A KEY, *
222430*                              SO AN UNKNOWN ONE IS REJECTED 209 *
222440*                              AND A RETIRED ONE 210.            *
222450******************************************************************
222460 2462-RESOLVE-DETAIL-KEY.
222470
222480     MOVE 'N' TO WS-PKEY-REFUSED-SW
222490     IF NOT WS-PARTNER-KEYS
222500         GO TO 2462-EXIT
222510     END-IF
222520
222530     MOVE CDT-CUSTOMER-KEY OF CDT-DETAIL-RECORD
222540         TO WS-PARTNER-KEY-IN
222550     PERFORM 2106-READ-PARTNER-KEY THRU 2106-EXIT
222560
222570     IF WS-PKEY-FOUND AND PKX-IN-FORCE
222580         MOVE PKX-CUSTOMER-KEY
222590             TO CDT-CUSTOMER-KEY OF CDT-DETAIL-RECORD
222600         ADD 1 TO WS-PKEY-RESOLVED
222610         GO TO 2462-EXIT
222620     END-IF
222630
222640     IF WS-PKEY-FOUND
222650         SET RSN-PARTNER-KEY-RETIRED TO TRUE
222660     ELSE
222670         SET RSN-PARTNER-KEY-UNKNOWN TO TRUE
222680     END-IF
222690
222700     PERFORM 2255-REJECT-PARTNER-KEY THRU 2255-EXIT
222710     SET WS-PKEY-REFUSED TO TRUE
222720     ADD 1 TO WS-PKEY-REJECTED
222730
222740     .
222750 2462-EXIT.
222760     EXIT.
222800
222900******************************************************************
223000* 2500-PROCESS-HIERARCHY-FILE  --  THIRD PASS FOR THE CUSTHIER   *
223100*                                  PARENT LINKS: OPENS HIERIN    *
223200*                                  AND THE INDEXED CUSTHIER FILE *
223300*                                  AND APPLIES EVERY LINK LINE.  *
223400*                                  NO HIERIN FILE, OR AN         *
223500*                                  UNOPENABLE CUSTHIER, SKIPS    *
223600*                                  THE PASS, AS FOR DETLIN.      *
223700******************************************************************
223800 2500-PROCESS-HIERARCHY-FILE.
223900
224000     OPEN INPUT Hierarchy-In
224100     IF WS-HIERIN-STATUS NOT = '00'
224200         GO TO 2500-EXIT
224300     END-IF
224400
224500     OPEN I-O Customer-Hierarchy
224600     IF WS-CUSTHIER-STATUS = '35'
224700         OPEN OUTPUT Customer-Hierarchy
224800         CLOSE Customer-Hierarchy
224900         OPEN I-O Customer-Hierarchy
225000     END-IF
225100     IF WS-CUSTHIER-STATUS NOT = '00'
225200         DISPLAY MYNAME ' UNABLE TO OPEN CUSTHIER, STATUS = '
225300             WS-CUSTHIER-STATUS ' -- HIERARCHY PASS SKIPPED'
225400         CLOSE Hierarchy-In
225500         GO TO 2500-EXIT
225600     END-IF
225700     SET WS-CUSTHIER-IS-OPEN TO TRUE
225800
225900     PERFORM 2570-READ-HIERIN THRU 2570-EXIT
226000     PERFORM 2550-PROCESS-HIERARCHY THRU 2550-EXIT
226100         UNTIL WS-HIERIN-EOF
226200
226300     CLOSE Hierarchy-In
226400
226500     .
226600 2500-EXIT.
226700     EXIT.
226800
226900******************************************************************
227000* 2550-PROCESS-HIERARCHY  --  ONE HIERIN LINE: JSON PARSED WHEN  *
227100*                             IT LOOKS LIKE JSON, TAKEN AS A     *
227200*                             FLAT CUSTOMER-KEY/PARENT-KEY PAIR  *
227300*                             OTHERWISE, THEN APPLIED (2560) AND *
227400*                             ANSWERED ON CMRESP.                *
227500******************************************************************
227600 2550-PROCESS-HIERARCHY.
227700
227800     MOVE HIERIN-REC TO WS-BUF
227900     MOVE SPACES     TO CHR-HIERARCHY-RECORD
228000     SET RSN-APPLIED TO TRUE
228100     MOVE SPACES     TO WS-PARTNER-KEY-IN
228200
228300     IF WS-BUF(1:1) = '{'
228400         JSON PARSE WS-BUF INTO CHR-HIERARCHY-RECORD
228500             ON EXCEPTION
228600                 PERFORM 9100-LOG-JSON-EXCEPTION THRU 9100-EXIT
228700                 ADD 1 TO WS-HIER-REJECTED
228800                 SET RSN-PARSE-FAILED TO TRUE
228900             NOT ON EXCEPTION
229000                 PERFORM 2560-APPLY-HIERARCHY THRU 2560-EXIT
229100         END-JSON
229200     ELSE
229300         MOVE WS-BUF(1:16) TO CHR-HIERARCHY-RECORD
229400         PERFORM 2560-APPLY-HIERARCHY THRU 2560-EXIT
229500     END-IF
229600
229700     MOVE CHR-CUSTOMER-KEY OF CHR-HIERARCHY-RECORD TO WS-RESP-KEY
229800     IF WS-PARTNER-KEY-IN NOT = SPACES
229900         MOVE WS-PARTNER-KEY-IN TO WS-RESP-KEY
230000     END-IF
230100     MOVE 'PARENT' TO WS-RESP-TYPE
230200     PERFORM 2190-WRITE-RESPONSE THRU 2190-EXIT
230300
230400     PERFORM 2570-READ-HIERIN THRU 2570-EXIT
230500
230600     .
230700 2550-EXIT.
230800     EXIT.
230900
231000******************************************************************
231100* 2560-APPLY-HIERARCHY  --  LANDS ONE PARENT LINK ON CUSTHIER.   *
231200*                           A BLANK PARENT UNLINKS (THE ROW IS   *
231300*                           DELETED); OTHERWISE THE PARENT MUST  *
231400*                           BE ON THE MASTER AND MUST NOT HAVE   *
231500*                           THE CUSTOMER ABOVE IT (2565) BEFORE  *
231600*                           THE ROW IS WRITTEN OR REWRITTEN.     *
231700*                           PARTNER KEYS ARE RESOLVED TO OURS    *
231800*                           FIRST (2562).  EVERY OUTCOME BUT A   *
231900*                           BLANK KEY OR REFUSED PARTNER KEY IS  *
232000*                           AUDITED (2590).                      *
232100******************************************************************
232200 2560-APPLY-HIERARCHY.
232300
232400     IF CHR-CUSTOMER-KEY OF CHR-HIERARCHY-RECORD = SPACES
232500         PERFORM 2200-REJECT-BLANK-KEY THRU 2200-EXIT
232600         ADD 1 TO WS-HIER-REJECTED
232700         SET RSN-BLANK-KEY TO TRUE
232800         GO TO 2560-EXIT
232900     END-IF
233000
233100     PERFORM 2562-RESOLVE-HIERARCHY-KEYS THRU 2562-EXIT
233200     IF WS-PKEY-REFUSED
233300         ADD 1 TO WS-HIER-REJECTED
233400         GO TO 2560-EXIT
233500     END-IF
233600
233700     IF CHR-PARENT-KEY OF CHR-HIERARCHY-RECORD = SPACES
233800         MOVE 'U' TO WS-HIER-ACTION
233900     ELSE
234000         MOVE 'L' TO WS-HIER-ACTION
234100     END-IF
234200
234300     MOVE CHR-CUSTOMER-KEY OF CHR-HIERARCHY-RECORD
234400         TO CHR-CUSTOMER-KEY OF CUSTHIER-REC
234500     READ Customer-Hierarchy
234600         INVALID KEY
234700             MOVE 'N'    TO WS-HIER-ROW-SW
234800             MOVE SPACES TO WS-HIER-OLD-PARENT
234900         NOT INVALID KEY
235000             SET WS-HIER-ROW-FOUND TO TRUE
235100             MOVE CHR-PARENT-KEY OF CUSTHIER-REC
235200                 TO WS-HIER-OLD-PARENT
235300     END-READ
235400
235500     MOVE CHR-CUSTOMER-KEY OF CHR-HIERARCHY-RECORD
235600         TO SD-001 OF CUSTMAST-REC
235700     READ Customer-Master
235800         INVALID KEY
235900             SET RSN-HIER-CUSTOMER-UNKNOWN TO TRUE
236000             MOVE 'CUSTOMER NOT ON CUSTOMER MASTER'
236100                 TO WS-HIER-REASON
236200             PERFORM 2590-WRITE-HIER-AUDIT THRU 2590-EXIT
236300             ADD 1 TO WS-HIER-REJECTED
236400             GO TO 2560-EXIT
236500     END-READ
236600
236700     IF WS-HIER-ACTION = 'U'
236800         IF WS-HIER-ROW-FOUND
236900             MOVE CHR-CUSTOMER-KEY OF CHR-HIERARCHY-RECORD
237000                 TO CHR-CUSTOMER-KEY OF CUSTHIER-REC
237100             DELETE Customer-Hierarchy RECORD
237200         END-IF
237300         MOVE 'UNLINKED -- NOW A TOP-LEVEL ACCOUNT'
237400             TO WS-HIER-REASON
237500         PERFORM 2590-WRITE-HIER-AUDIT THRU 2590-EXIT
237600         ADD 1 TO WS-HIER-APPLIED
237700         GO TO 2560-EXIT
237800     END-IF
237900
238000     MOVE CHR-PARENT-KEY OF CHR-HIERARCHY-RECORD
238100         TO SD-001 OF CUSTMAST-REC
238200     READ Customer-Master
238300         INVALID KEY
238400             SET RSN-PARENT-NOT-ON-MASTER TO TRUE
238500             MOVE 'PARENT NOT ON CUSTOMER MASTER'
238600                 TO WS-HIER-REASON
238700             PERFORM 2590-WRITE-HIER-AUDIT THRU 2590-EXIT
238800             ADD 1 TO WS-HIER-REJECTED
238900             GO TO 2560-EXIT
239000     END-READ
239100
239200     PERFORM 2565-CHECK-HIERARCHY-CYCLE THRU 2565-EXIT
239300     IF WS-HIER-CYCLE
239400         SET RSN-HIERARCHY-CYCLE TO TRUE
239500         MOVE 'LINK WOULD MAKE A HIERARCHY CYCLE'
239600             TO WS-HIER-REASON
239700         PERFORM 2590-WRITE-HIER-AUDIT THRU 2590-EXIT
239800         ADD 1 TO WS-HIER-REJECTED
239900         GO TO 2560-EXIT
240000     END-IF
240100
240200     MOVE WS-RUN-ID-DATE
240300         TO CHR-UPDATED-DATE OF CHR-HIERARCHY-RECORD
240400     MOVE MYNAME
240500         TO CHR-UPDATED-BY OF CHR-HIERARCHY-RECORD
240600     MOVE CHR-HIERARCHY-RECORD TO CUSTHIER-REC
240700     IF WS-HIER-ROW-FOUND
240800         REWRITE CUSTHIER-REC
240900     ELSE
241000         WRITE CUSTHIER-REC
241100     END-IF
241200
241300     MOVE 'LINKED TO PARENT' TO WS-HIER-REASON
241400     PERFORM 2590-WRITE-HIER-AUDIT THRU 2590-EXIT
241500     ADD 1 TO WS-HIER-APPLIED
241600
241700     .
241800 2560-EXIT.
241900     EXIT.
242000
242100******************************************************************
242200* 2562-RESOLVE-HIERARCHY-KEYS  --  WHEN THE FEED SENDS PARTNER   *
242300*                                  KEYS, RESOLVES THE CUSTOMER   *
242400*                                  AND PARENT KEYS TO OURS, AS   *
242500*                                  2462 DOES A DETAIL LINE'S.    *
242600*                                  WS-PARTNER-KEY-IN IS LEFT     *
242700*                                  HOLDING THE CUSTOMER'S KEY AS *
242800*                                  SENT, FOR THE CMRESP LINE.    *
242900******************************************************************
243000 2562-RESOLVE-HIERARCHY-KEYS.
243100
243200     MOVE 'N' TO WS-PKEY-REFUSED-SW
243300     IF NOT WS-PARTNER-KEYS
243400         GO TO 2562-EXIT
243500     END-IF
243600
243700     MOVE CHR-CUSTOMER-KEY OF CHR-HIERARCHY-RECORD
243800         TO WS-PARTNER-KEY-IN
243900     PERFORM 2106-READ-PARTNER-KEY THRU 2106-EXIT
244000     IF WS-PKEY-FOUND AND PKX-IN-FORCE
244100         MOVE PKX-CUSTOMER-KEY
244200             TO CHR-CUSTOMER-KEY OF CHR-HIERARCHY-RECORD
244300         ADD 1 TO WS-PKEY-RESOLVED
244400     ELSE
244500         IF WS-PKEY-FOUND
244600             SET RSN-PARTNER-KEY-RETIRED TO TRUE
244700         ELSE
244800             SET RSN-PARTNER-KEY-UNKNOWN TO TRUE
244900         END-IF
245000         PERFORM 2255-REJECT-PARTNER-KEY THRU 2255-EXIT
245100         SET WS-PKEY-REFUSED TO TRUE
245200         ADD 1 TO WS-PKEY-REJECTED
245300         GO TO 2562-EXIT
245400     END-IF
245500
245600     IF CHR-PARENT-KEY OF CHR-HIERARCHY-RECORD = SPACES
245700         GO TO 2562-EXIT
245800     END-IF
245900
246000     MOVE WS-PARTNER-KEY-IN TO WS-HIER-KEY-SAVE
246100     MOVE CHR-PARENT-KEY OF CHR-HIERARCHY-RECORD
246200         TO WS-PARTNER-KEY-IN
246300     PERFORM 2106-READ-PARTNER-KEY THRU 2106-EXIT
246400     MOVE WS-HIER-KEY-SAVE TO WS-PARTNER-KEY-IN
246500     IF WS-PKEY-FOUND AND PKX-IN-FORCE
246600         MOVE PKX-CUSTOMER-KEY
246700             TO CHR-PARENT-KEY OF CHR-HIERARCHY-RECORD
246800         ADD 1 TO WS-PKEY-RESOLVED
246900         GO TO 2562-EXIT
247000     END-IF
247100
247200     IF WS-PKEY-FOUND
247300         SET RSN-PARTNER-KEY-RETIRED TO TRUE
247400     ELSE
247500         SET RSN-PARTNER-KEY-UNKNOWN TO TRUE
247600     END-IF
247700     PERFORM 2255-REJECT-PARTNER-KEY THRU 2255-EXIT
247800     SET WS-PKEY-REFUSED TO TRUE
247900     ADD 1 TO WS-PKEY-REJECTED
248000
248100     .
248200 2562-EXIT.
248300     EXIT.
248400
248500******************************************************************
248600* 2565-CHECK-HIERARCHY-CYCLE  --  CLIMBS CUSTHIER FROM THE NEW   *
248700*                                 PARENT TO ITS TOP.  MEETING    *
248800*                                 THE CUSTOMER ON THE WAY UP --  *
248900*                                 OR CLIMBING PAST               *
249000*                                 WS-HIER-DEPTH-LIMIT LEVELS --  *
249100*                                 MEANS THE LINK WOULD LOOP.     *
249200******************************************************************
249300 2565-CHECK-HIERARCHY-CYCLE.
249400
249500     MOVE 'N' TO WS-HIER-CYCLE-SW
249600     MOVE 0   TO WS-HIER-DEPTH
249700     MOVE CHR-PARENT-KEY OF CHR-HIERARCHY-RECORD
249800         TO WS-HIER-WALK-KEY
249900
250000     PERFORM UNTIL WS-HIER-WALK-KEY = SPACES OR WS-HIER-CYCLE
250100         IF WS-HIER-WALK-KEY =
250200                 CHR-CUSTOMER-KEY OF CHR-HIERARCHY-RECORD
250300             OR WS-HIER-DEPTH > WS-HIER-DEPTH-LIMIT
250400             SET WS-HIER-CYCLE TO TRUE
250500         ELSE
250600             ADD 1 TO WS-HIER-DEPTH
250700             MOVE WS-HIER-WALK-KEY
250800                 TO CHR-CUSTOMER-KEY OF CUSTHIER-REC
250900             READ Customer-Hierarchy
251000                 INVALID KEY
251100                     MOVE SPACES TO WS-HIER-WALK-KEY
251200                 NOT INVALID KEY
251300                     MOVE CHR-PARENT-KEY OF CUSTHIER-REC
251400                         TO WS-HIER-WALK-KEY
251500             END-READ
251600         END-IF
251700     END-PERFORM
251800
251900     .
252000 2565-EXIT.
252100     EXIT.
252200
252300******************************************************************
252400* 2570-READ-HIERIN  --  PRIMES/ADVANCES THE HIERIN CURSOR.       *
252500******************************************************************
252600 2570-READ-HIERIN.
252700
252800     READ Hierarchy-In
252900         AT END
253000             SET WS-HIERIN-EOF TO TRUE
253100         NOT AT END
253200             ADD 1 TO WS-HIER-READ
253300     END-READ
253400
253500     .
253600 2570-EXIT.
253700     EXIT.
253800
253900******************************************************************
254000* 2590-WRITE-HIER-AUDIT  --  LAZY-OPEN APPENDS ONE HIERAUD ROW   *
254100*                            FOR THE LINK JUST APPLIED OR        *
254200*                            REFUSED, WITH WS-HIER-REASON.       *
254300******************************************************************
254400 2590-WRITE-HIER-AUDIT.
254500
254600     IF NOT WS-HIERAUD-IS-OPEN
254700         OPEN EXTEND Hierarchy-Audit
254800         IF WS-HIERAUD-STATUS = '05' OR WS-HIERAUD-STATUS = '35'
254900             OPEN OUTPUT Hierarchy-Audit
255000         END-IF
255100         SET WS-HIERAUD-IS-OPEN TO TRUE
255200     END-IF
255300
255400     ACCEPT HAU-TIMESTAMP-DATE FROM DATE YYYYMMDD
255500     ACCEPT HAU-TIMESTAMP-TIME FROM TIME
255600     MOVE MYNAME              TO HAU-PROGRAM-ID
255700     MOVE MYNAME              TO HAU-OPERATOR-ID
255800     MOVE WS-HIER-ACTION      TO HAU-ACTION
255900     MOVE CHR-CUSTOMER-KEY OF CHR-HIERARCHY-RECORD
256000                              TO HAU-CUSTOMER-KEY
256100     MOVE WS-HIER-OLD-PARENT  TO HAU-OLD-PARENT-KEY
256200     IF RSN-ACCEPTED
256300         MOVE CHR-PARENT-KEY OF CHR-HIERARCHY-RECORD
256400                              TO HAU-NEW-PARENT-KEY
256500         SET HAU-RESULT-APPLIED TO TRUE
256600     ELSE
256700         MOVE WS-HIER-OLD-PARENT TO HAU-NEW-PARENT-KEY
256800         SET HAU-RESULT-REJECTED TO TRUE
256900     END-IF
257000     MOVE WS-HIER-REASON      TO HAU-REASON
257100
257200     WRITE HAU-AUDIT-RECORD
257300
257400     .
257500 2590-EXIT.
257600     EXIT.
257700
257800******************************************************************
257900* 2040-SPLIT-TXN-TIMESTAMP  --  LOOKS FOR A "TXN-TIMESTAMP"      *
258000*                               MEMBER IN THE WHOLE JSONIN LINE  *
258050*                               -- THE TIME THE PARTNER MADE THE *
258100*                               CHANGE, AS A 16-DIGIT            *
258200*                               YYYYMMDDHHMMSSHH STRING -- AND   *
258300*                               LIFTS IT OUT (WITH ONE OF ITS    *
258400*                               COMMAS) INTO WS-TXN-STAMP, AHEAD *
258450*                               OF 2010, SO THE MASTER PARSES AS *
258500*                               IT DID WITHOUT ONE AND THE STAMP *
258550*                               IS NEVER CUT BY THE NARROWER     *
258600*                               WS-BUF.  A VALUE THAT IS NOT 16  *
258700*                               DIGITS IN QUOTES IS LEFT IN      *
258800*                               PLACE AND FLAGGED INVALID.       *
258900******************************************************************
259000 2040-SPLIT-TXN-TIMESTAMP.
259100
259200     MOVE 'N' TO WS-TXN-STAMP-SW
259300     MOVE 0   TO WS-TXN-DATE
259400     MOVE 0   TO WS-TXN-TIME
259500
259600     MOVE 0 TO WS-NDT-POS
259700     INSPECT WS-JSONIN-BUF TALLYING WS-NDT-POS
259800         FOR CHARACTERS BEFORE INITIAL '"TXN-TIMESTAMP":'
259900     IF WS-NDT-POS >= 250
260000         GO TO 2040-EXIT
260100     END-IF
260200
260300     SET WS-TXN-STAMP-INVALID TO TRUE
260400     COMPUTE WS-NDT-START = WS-NDT-POS + 17
260500     IF WS-NDT-POS = 0 OR WS-NDT-START + 17 > 250
260600         GO TO 2040-EXIT
260700     END-IF
260800     IF WS-JSONIN-BUF(WS-NDT-START:1) NOT = '"'
260900         OR WS-JSONIN-BUF(WS-NDT-START + 17:1) NOT = '"'
261000         GO TO 2040-EXIT
261100     END-IF
261200     MOVE WS-JSONIN-BUF(WS-NDT-START + 1:16) TO WS-TXN-VALUE
261300     IF WS-TXN-VALUE IS NOT NUMERIC
261400         GO TO 2040-EXIT
261500     END-IF
261600
261700     MOVE WS-TXN-VALUE(1:8) TO WS-TXN-DATE
261800     MOVE WS-TXN-VALUE(9:8) TO WS-TXN-TIME
261900     SET WS-TXN-STAMP-PRESENT TO TRUE
262000*
262100* THE MEMBERS AHEAD OF IT, LESS THE COMMA BEFORE IT -- OR, WHEN
262200* IT CAME FIRST, LESS THE COMMA AFTER IT.  SAME CUT AS 2010.
262300     MOVE 'N'           TO WS-NDT-COMMA-SW
262400     MOVE WS-JSONIN-BUF TO WS-TXN-WORK
262500     MOVE WS-NDT-POS TO WS-NDT-HEAD
262600     PERFORM UNTIL WS-NDT-HEAD < 2
262700             OR WS-TXN-WORK(WS-NDT-HEAD:1) NOT = SPACE
262800         SUBTRACT 1 FROM WS-NDT-HEAD
262900     END-PERFORM
263000     IF WS-NDT-HEAD > 1
263100         IF WS-TXN-WORK(WS-NDT-HEAD:1) = ','
263200             SUBTRACT 1 FROM WS-NDT-HEAD
263300             SET WS-NDT-COMMA-DROPPED TO TRUE
263400         END-IF
263500     END-IF
263600
263700     COMPUTE WS-NDT-TAIL = WS-NDT-START + 18
263800     IF NOT WS-NDT-COMMA-DROPPED
263900         PERFORM UNTIL WS-NDT-TAIL > 250
264000                 OR WS-TXN-WORK(WS-NDT-TAIL:1) NOT = SPACE
264100             ADD 1 TO WS-NDT-TAIL
264200         END-PERFORM
264300         IF WS-NDT-TAIL NOT > 250
264400             IF WS-TXN-WORK(WS-NDT-TAIL:1) = ','
264500                 ADD 1 TO WS-NDT-TAIL
264600             END-IF
264700         END-IF
264800     END-IF
264900
265000     MOVE SPACES TO WS-JSONIN-BUF
265100     IF WS-NDT-TAIL > 250
265200         MOVE WS-TXN-WORK(1:WS-NDT-HEAD) TO WS-JSONIN-BUF
265300     ELSE
265400         COMPUTE WS-NDT-TAIL-LEN = 251 - WS-NDT-TAIL
265500         STRING WS-TXN-WORK(1:WS-NDT-HEAD) DELIMITED BY SIZE
265600                WS-TXN-WORK(WS-NDT-TAIL:WS-NDT-TAIL-LEN)
265700                    DELIMITED BY SIZE
265800             INTO WS-JSONIN-BUF
265900     END-IF
266000
266100     .
266200 2040-EXIT.
266300     EXIT.
266400
266500******************************************************************
266600* 2111-CHECK-STALE-UPDATE  --  SETS WS-STALE-UPDATE WHEN THE     *
266700*                              LINE'S TXN-TIMESTAMP IS EARLIER   *
266800*                              THAN THE CUSTOMER'S CUSTSTMP      *
266900*                              STAMP: THE MASTER ALREADY HOLDS A *
267000*                              NEWER CHANGE.  THE LINE IS PENDED *
267100*                              (FEED RULE 'P') OR REJECTED AND   *
267200*                              LOGGED TO STALECF.  AN INACTIVATE *
267300*                              IS NEVER PENDED -- CMPAPPR LANDS  *
267400*                              A WHOLE RECORD, NOT A STATUS.  NO *
267500*                              TXN-TIMESTAMP, OR NO STAMP ON     *
267600*                              FILE, MEANS NOTHING TO COMPARE.   *
267700******************************************************************
267800 2111-CHECK-STALE-UPDATE.
267900
268000     MOVE 'N' TO WS-STALE-SW
268100
268200     IF NOT WS-TXN-STAMP-PRESENT
268300         GO TO 2111-EXIT
268400     END-IF
268500
268600     PERFORM 2116-READ-STAMP THRU 2116-EXIT
268700     IF NOT WS-STAMP-ROW-FOUND
268800         GO TO 2111-EXIT
268900     END-IF
269000     IF WS-TXN-STAMP NOT < CST-LAST-CHANGED
269100         GO TO 2111-EXIT
269200     END-IF
269300
269400     SET WS-STALE-UPDATE TO TRUE
269500     ADD 1 TO WS-RECS-STALE
269600
269700     IF WS-STALE-PEND AND NOT SD-STATUS-INACTIVE OF SOME-DATA
269800         MOVE 'STALE UPDATE' TO WS-PEND-REASON
269900         PERFORM 2140-WRITE-PEND-ROW THRU 2140-EXIT
270000         ADD 1 TO WS-RECS-PENDED
270100         SET RSN-PEND-STALE-UPDATE TO TRUE
270200     ELSE
270300         ADD 1 TO WS-RECS-REJECTED
270400         SET RSN-STALE-UPDATE TO TRUE
270500     END-IF
270600
270700     PERFORM 2112-LOG-STALE-CONFLICT THRU 2112-EXIT
270800
270900     .
271000 2111-EXIT.
271100     EXIT.
271200
271300******************************************************************
271400* 2112-LOG-STALE-CONFLICT  --  LAZY-OPEN APPENDS ONE STALECF ROW *
271500*                              WITH BOTH SIDES OF THE CONFLICT:  *
271600*                              THE INBOUND FEED, STAMP AND       *
271700*                              BUFFER, AND THE STAMP, FEED AND   *
271800*                              MASTER RECORD ON FILE.            *
271900******************************************************************
272000 2112-LOG-STALE-CONFLICT.
272100
272200     IF NOT WS-STALECF-IS-OPEN
272300         OPEN EXTEND Stale-Conflicts
272400         IF WS-STALECF-STATUS = '05' OR WS-STALECF-STATUS = '35'
272500             OPEN OUTPUT Stale-Conflicts
272600         END-IF
272700         SET WS-STALECF-IS-OPEN TO TRUE
272800     END-IF
272900
273000     ACCEPT SCF-TIMESTAMP-DATE FROM DATE YYYYMMDD
273100     ACCEPT SCF-TIMESTAMP-TIME FROM TIME
273200     MOVE SD-001 OF SOME-DATA TO SCF-CUSTOMER-KEY
273300     IF RSN-PEND-STALE-UPDATE
273400         SET SCF-ACTION-PENDED   TO TRUE
273500     ELSE
273600         SET SCF-ACTION-REJECTED TO TRUE
273700     END-IF
273800     MOVE WS-FEED-ID          TO SCF-IN-FEED-ID
273900     MOVE WS-TXN-DATE         TO SCF-IN-STAMP-DATE
274000     MOVE WS-TXN-TIME         TO SCF-IN-STAMP-TIME
274100     MOVE WS-BUF              TO SCF-IN-BUFFER
274200     MOVE CST-FEED-ID         TO SCF-OF-FEED-ID
274300     MOVE CST-CHANGED-DATE    TO SCF-OF-STAMP-DATE
274400     MOVE CST-CHANGED-TIME    TO SCF-OF-STAMP-TIME
274500     MOVE CUSTMAST-REC        TO SCF-OF-IMAGE
274600
274700     WRITE SCF-CONFLICT-RECORD
274800
274900     .
275000 2112-EXIT.
275100     EXIT.
275200
275300******************************************************************
275400* 2116-READ-STAMP  --  KEYED READ OF THE CUSTOMER'S CUSTSTMP     *
275500*                      ROW.  NO ROW LEAVES WS-STAMP-ROW-FOUND    *
275600*                      OFF.                                      *
275700******************************************************************
275800 2116-READ-STAMP.
275900
276000     MOVE 'N' TO WS-STAMP-ROW-SW
276100     MOVE SD-001 OF SOME-DATA TO CST-CUSTOMER-KEY
276200
276300     READ Customer-Stamps
276400         INVALID KEY
276500             CONTINUE
276600         NOT INVALID KEY
276700             SET WS-STAMP-ROW-FOUND TO TRUE
276800     END-READ
276900
277000     .
277100 2116-EXIT.
277200     EXIT.
277300
277400******************************************************************
277500* 2117-WRITE-STAMP  --  STAMPS THE CUSTOMER'S CUSTSTMP ROW FOR   *
277600*                       THE APPLY JUST MADE: THE TXN-TIMESTAMP,  *
277700*                       OR THE RUN ID WHEN THE LINE HAD NONE,    *
277800*                       AND THIS FEED.  THE ROW AS IT STOOD IS   *
277900*                       KEPT IN WS-STAMP-BEFORE FOR THE JOURNAL  *
278000*                       ROW 2150 WRITES NEXT.                    *
278100******************************************************************
278200 2117-WRITE-STAMP.
278300
278400     PERFORM 2116-READ-STAMP THRU 2116-EXIT
278500     MOVE SPACES TO WS-STAMP-BEFORE
278600     IF WS-STAMP-ROW-FOUND
278700         MOVE CST-STAMP-RECORD TO WS-STAMP-BEFORE
278800     END-IF
278900
279000     MOVE SD-001 OF SOME-DATA TO CST-CUSTOMER-KEY
279100     IF WS-TXN-STAMP-PRESENT
279200         MOVE WS-TXN-STAMP    TO CST-LAST-CHANGED
279300         SET CST-SOURCE-TXN   TO TRUE
279400     ELSE
279500         MOVE WS-RUN-ID       TO CST-LAST-CHANGED
279600         SET CST-SOURCE-RUN   TO TRUE
279700     END-IF
279800     MOVE WS-FEED-ID          TO CST-FEED-ID
279900
280000     IF WS-STAMP-ROW-FOUND
280100         REWRITE CST-STAMP-RECORD
280200     ELSE
280300         WRITE CST-STAMP-RECORD
280400     END-IF
280500
280600     .
280700 2117-EXIT.
280800     EXIT.
280900
281000******************************************************************
281100* 2215-REJECT-TXN-TIMESTAMP  --  LOGS A LINE WHOSE TXN-TIMESTAMP *
281200*                                IS NOT A 16-DIGIT STRING TO THE *
281300*                                ERROR-FILE AS A WARNING, SAME   *
281400*                                SHAPE AS 2210.  THE MEMBER IS   *
281500*                                STILL IN WS-BUF AS SENT.        *
281600******************************************************************
281700 2215-REJECT-TXN-TIMESTAMP.
281800
281900     IF NOT WS-ERRFILE-IS-OPEN
282000         OPEN EXTEND Error-File
282100         IF WS-ERRFILE-STATUS = '05' OR WS-ERRFILE-STATUS = '35'
282200             OPEN OUTPUT Error-File
282300         END-IF
282400         SET WS-ERRFILE-IS-OPEN TO TRUE
282500     END-IF
282600
282700     ACCEPT JEL-TIMESTAMP-DATE FROM DATE YYYYMMDD
282800     ACCEPT JEL-TIMESTAMP-TIME FROM TIME
282900     MOVE MYNAME                  TO JEL-PROGRAM-ID
283000     MOVE 0                       TO JEL-REASON-CODE
283100     MOVE WS-FEED-ID              TO JEL-FEED-ID
283200     MOVE WS-BUF                  TO JEL-BUFFER
283300     SET WS-JSON-SEV-WARNING      TO TRUE
283400     MOVE WS-JSON-SEV-SW          TO JEL-SEVERITY
283500
283600     WRITE JEL-ERROR-RECORD
283700
283800     .
283900 2215-EXIT.
284000     EXIT.
284100
284200******************************************************************
284300* 7122-RESTORE-STAMP  --  PUTS THE CUSTOMER'S CUSTSTMP ROW BACK  *
284400*                         AS THE JOURNAL ROW SAYS IT STOOD       *
284500*                         BEFORE THE RUN, OR REMOVES IT WHEN     *
284600*                         THERE WAS NONE.                        *
284700******************************************************************
284800 7122-RESTORE-STAMP.
284900
285000     MOVE CMJ-CUSTOMER-KEY OF CMJ-JOURNAL-RECORD
285100         TO CST-CUSTOMER-KEY
285200
285300     IF CMJ-BEFORE-STAMP OF CMJ-JOURNAL-RECORD = SPACES
285400         DELETE Customer-Stamps RECORD
285500             INVALID KEY
285600                 CONTINUE
285700         END-DELETE
285800         GO TO 7122-EXIT
285900     END-IF
286000
286100     MOVE CMJ-BEFORE-STAMP OF CMJ-JOURNAL-RECORD
286200         TO CST-STAMP-RECORD
286300     REWRITE CST-STAMP-RECORD
286400         INVALID KEY
286500             WRITE CST-STAMP-RECORD
286600     END-REWRITE
286700
286800     .
286900 7122-EXIT.
287000     EXIT.
287100
287200******************************************************************
287300* 1195-OPEN-CUSTOMER-STAMPS  --  OPENS THE INDEXED CUSTSTMP      *
287400*                                STAMP FILE, CREATING IT ON THE  *
287500*                                FIRST RUN.  EVERY APPLY STAMPS  *
287600*                                IT, SO A CUSTSTMP THAT WILL NOT *
287700*                                OPEN ENDS THE RUN RC 16, SAME   *
287800*                                AS PKEYXREF (1190).             *
287900******************************************************************
288000 1195-OPEN-CUSTOMER-STAMPS.
288100
288200     OPEN I-O Customer-Stamps
288300     IF WS-CUSTSTMP-STATUS = '35'
288400         OPEN OUTPUT Customer-Stamps
288500         CLOSE Customer-Stamps
288600         OPEN I-O Customer-Stamps
288700     END-IF
288800     IF WS-CUSTSTMP-STATUS NOT = '00'
288900         DISPLAY MYNAME ' UNABLE TO OPEN CUSTSTMP, STATUS = '
289000             WS-CUSTSTMP-STATUS
289100         CLOSE Jsonlines-In
289200         CLOSE Customer-Master
289300         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
289400         MOVE 16 TO RETURN-CODE
289500         GOBACK
289600     END-IF
289700
289800     .
289900 1195-EXIT.
290000     EXIT.

014400*                  ITS OWN DLVTRACK ROW, SO EACH PART'S RECEIPT   *
014500*                  CONFIRMS INDEPENDENTLY THROUGH JSNDLVCF AND    *
014600*                  THE MANUAL PRE-TRANSMISSION SPLIT STOPS.       *
014610* 2026-10-14 MAR   ENTLTBL IS NOW READ ONCE PER RUN: 1070 COPIES  *
014620*                  IT INTO THE KEYED ENTLKEY WORK FILE AND 2945   *
014630*                  READS THAT BY CUSTOMER KEY AND FEED ID,        *
014640*                  INSTEAD OF OPEN-SCAN-CLOSING THE WHOLE TABLE   *
014650*                  FOR EVERY MASTER RECORD OF EVERY FEED.  NO     *
014660*                  ENTLKEY DD FALLS BACK TO THE OLD SCAN; A       *
014670*                  MISSING OR EMPTY ENTLTBL STILL ENTITLES ALL.   *
014672* 2026-10-14 MAR   PER-FEED VALUE TRANSLATION: VALXLAT ROWS FOR   *
014674*                  THE FEED (1290) TURN OUR SD-003 AND CDT-       *
014676*                  ACCOUNT-TYPE CODES INTO THE PARTNER'S OWN CODE *
014678*                  SET ON THE WAY OUT (2967).  A VALUE WITH NO    *
014680*                  ROW, FOR A FIELD THE FEED DOES TRANSLATE, IS   *
014682*                  SENT AS IS AND LOGGED TO VALXEXC (2968).       *
014683* 2026-10-14 MAR   FULL-BOOK RESYNC MODE: AN RSYNPARM CARD NAMING *
014684*                  ONE FEED AND AN AS-OF DATE (1010) TURNS THE    *
014685*                  RUN INTO A COMPLETE RESEND OF THAT FEED'S BOOK *
014686*                  FROM THE MASTER CMREBLD REBUILT AS OF THAT     *
014687*                  DATE -- SEE JSNRSYNC.JCL.  ONLY THAT FEED IS   *
014688*                  FANNED OUT, UNDER ITS CURRENT ENTITLEMENT AND  *
014689*                  NAME/SUPPRESS/FIELD/FORMAT RULES; THE RUN      *
014690*                  HEADER CARRIES RUN-TYPE RESYNC AND THE AS-OF   *
014691*                  DATE, AND THE DLVTRACK ROW IS MARKED AS A      *
014692*                  RESYNC.  THE RUN NEITHER SKIPS ALREADY-FED     *
014693*                  CUSTOMERS NOR WRITES JSONARCH, TAKES NO RUN    *
014694*                  LOCK (IT NEVER READS THE LIVE MASTER), AND     *
014695*                  HONORS NO OPSDRCTV HOLD OR CAP.  NO RSYNPARM   *
014696*                  DD LEAVES THE NIGHTLY RUN EXACTLY AS BEFORE.   *
014701* 2026-10-14 MAR   RECALL NOTICES: A CUSTOMER A FEED WAS SENT     *
014702*                  (PER JSONARCH) WHO HAS SINCE BEEN INACTIVATED, *
014703*                  ARCHIVED OFF THE MASTER, OR LOST ITS ENTLTBL   *
014704*                  ROW FOR THE FEED NOW GETS ONE RECALL RECORD IN *
014705*                  THE FEED'S NEXT GENERATION, RIGHT AFTER THE    *
014706*                  RUN HEADER, NAMING THE KEY AND THE REASON.     *
014707*                  1090 KEEPS WHAT EACH FEED LAST GOT IN THE      *
014708*                  KEYED RCLWORK RUN COPY; 2930 FINDS THE FEED'S  *
014709*                  RECALLS AND 2940 SENDS AND ARCHIVES THEM, SO A *
014710*                  RECALL GOES OUT ONCE.  THE HEADER CARRIES A    *
014711*                  RECALLS COUNT AND DLVTRACK A DLV-RECALL-COUNT, *
014712*                  BOTH APART FROM THE RECORD COUNT.  A RESYNC    *
014713*                  SENDS NO RECALLS; A HELD FEED GETS THEM WHEN   *
014714*                  IT IS RELEASED.  NO RCLWORK DD SENDS NONE.     *
014715* 2026-10-14 MAR   DAILY VOLUME CAP: A FEED WITH FCF-DAILY-CAP ON  *
014716*                  FEEDCFG IS SENT NO MORE THAN THAT MANY RECORDS *
014717*                  A DAY, COUNTING TODAY'S EARLIER RUNS AND PARTS.*
014718*                  ITS VOLBKLG BACKLOG GOES OUT FIRST, OLDEST     *
014719*                  DEFERRAL FIRST (2990), AND EACH CUSTOMER PAST  *
014720*                  THE CAP IS DEFERRED TO THE BACKLOG (2998)      *
014721*                  INSTEAD OF BEING DROPPED FOR THE NIGHT.  THE   *
014722*                  KEYED VBKWORK RUN COPY (1092) SAYS WHO IS      *
014723*                  ALREADY WAITING OR WENT OUT TONIGHT, AND A     *
014724*                  CAPPED FEED RESUMES BY CUSTOMER KEY AGAINST    *
014725*                  TODAY'S JSONARCH ROWS (2994) RATHER THAN BY    *
014726*                  COUNT.  AN OPERATOR CAP ON SUCH A FEED DEFERS  *
014727*                  TOO.  NO VOLBKLG OR VBKWORK DD STILL HOLDS THE *
014728*                  CAP BUT BACKLOGS NOTHING.                      *
014729* 2026-10-14 MAR   CONTACT NAME AND PHONE NOW SIT ON CUSTDETL AS  *
014730*                  TOKVAULT TOKENS.  THE DETAIL OBJECT IS BUILT   *
014731*                  AND ARCHIVED WITH THE TOKENS; ONLY THE RECORD  *
014732*                  WRITTEN TO THE PARTNER IS DETOKENIZED (2957).  *
014733*                  A TOKEN THAT DOES NOT RESOLVE FOR ITS OWN      *
014734*                  CUSTOMER GOES OUT BLANK.  NO TOKVAULT MEANS NO *
014735*                  DETAIL SEGMENT, AS FOR A MISSING CUSTDETL.     *
014736* 2026-10-14 MAR   A FEED WITH FCF-FORMAT-CSV ON FEEDCFG IS SENT  *
014737*                  AS COMMA-DELIMITED ROWS: EACH RUN HEADER IS A  *
014738*                  '#' LINE FOLLOWED BY A COLUMN HEADER ROW OF THE*
014739*                  FEED'S NAMETBL NAMES (1300), AND EACH RECORD IS*
014740*                  A ROW OF THE SAME SELECTED, TRANSLATED AND     *
014741*                  FORMATTED VALUES THE JSON PAYLOAD CARRIES,     *
014742*                  QUOTED WHERE THEY HOLD A COMMA OR QUOTE        *
014743*                  (2969).  JSONARCH STILL KEEPS THE JSON FORM,   *
014744*                  SO EVERY ARCHIVE READER IS UNCHANGED.          *
014745* 2026-10-14 MAR   PARTNER KEYS: A FEED WITH FCF-PKEY-XREF-FEED ON*
014746*                  FEEDCFG IS SENT THE PARTNER'S OWN KEY FOR EACH *
014747*                  CUSTOMER IN PLACE OF SD-001, ON BOTH THE       *
014748*                  PAYLOAD AND A RECALL (2959), FROM THE IN-FORCE *
014749*                  PKEYXREF ROWS COPIED ONCE INTO THE KEYED       *
014750*                  PKXWORK FILE (1096).  A CUSTOMER WITH NO       *
014751*                  PARTNER KEY GOES OUT UNDER OURS AND IS COUNTED.*
014752*                  JSONARCH KEEPS OUR KEY, THE ARCHIVED PAYLOAD   *
014753*                  THE PARTNER'S.                                 *
014758* 2026-10-14 MAR   A RUN THAT ARCHIVES ANYTHING NOW ENDS WITH A   *
014763*                  JSNCTOT ROW FOR THE ROWS IT ADDED TO JSONARCH  *
014768*                  AND THEIR HASH TOTAL (3100), SO BKUPVRFY CAN   *
014773*                  CARRY THE ARCHIVE'S BALANCE FORWARD FROM ITS   *
014778*                  LAST FULL GENERATION.                          *
014780* 2026-10-14 MAR   PAYLOAD VERSION PINNING: A FEED WITH           *
014782*                  FCF-PAYLOAD-VERSION ON FEEDCFG IS BUILT TO     *
014784*                  THAT VERSION'S SHAPE (1170, PLVSHAPE.CPY) --   *
014786*                  ANY LATER PAYLOAD ADDITION IS LEFT OFF IT --   *
014788*                  AND EVERY RUN HEADER NOW ENDS WITH THE         *
014790*                  PAYLOAD VERSION THE GENERATION WAS BUILT TO.   *
014792*                  AN UNPINNED FEED GETS THE CURRENT VERSION.     *
014793* 2026-10-14 MAR   A FEED WITH FCF-PARENT-KEY-SW SET NOW GETS     *
014794*                  EACH CUSTOMER'S CUSTHIER PARENT KEY (2965) --  *
014795*                  THE PARTNER'S OWN KEY FOR IT WHERE THE FEED    *
014796*                  TAKES PARTNER KEYS, EMPTY FOR A TOP-LEVEL      *
014797*                  ACCOUNT.  PAYLOAD VERSION 005.                 *
014807* 2026-10-14 MAR   RULE-BASED ENTITLEMENT: 1282 LOADS THE FEED'S  *
014817*                  ENTLRULE RULES AND EXCLUSIONS, AND 2945 NOW    *
014827*                  COMBINES THEM WITH THE ENTLTBL ROWS (2948) --  *
014837*                  AN EXCLUSION WINS, THEN AN ENTLTBL ROW, THEN A *
014847*                  MATCHING RULE.  A CUSTOMER ONLY A RULE         *
014857*                  ENTITLED IS LOGGED TO ENTLPICK (2944) FOR      *
014867*                  ENTLRRPT.  A FEED WITH NO ENTLRULE ROWS IS     *
014877*                  ENTITLED EXACTLY AS BEFORE.                    *
014878* 2026-10-14 MAR   CUSTOMER EMBARGO: 1085 LOADS THE EMBARGO ROWS  *
014879*                  IN FORCE TODAY, AND AN EMBARGOED CUSTOMER IS   *
014880*                  WITHHELD FROM EVERY FEED (2980) -- THE MASTER  *
014881*                  PASS, THE BACKLOG DRAIN (DROPPED EMBARGOD) AND *
014882*                  A RESTART'S ALREADY-FED COUNT -- AND LOGGED TO *
014883*                  EMBWHLD (2982) FOR EMBRPT.  NO RECALL IS SENT. *
014884*                  A FULL EMBARGO TABLE ENDS THE RUN RC 16.       *
014887******************************************************************
014897 Environment Division.
014900 Input-Output Section.
015000 File-Control.
015100     Select Customer-Master Assign to 'CUSTMAST'
019000         Organization is Line Sequential
019100         File Status is WS-ENTLTBL-STATUS.
019200
019210     Select Entitle-Keyed Assign to 'ENTLKEY'
019220         Organization is Indexed
019230         Access Mode is Random
019240         Record Key is ETK-ENTITLE-KEY
019250         File Status is WS-ENTLKEY-STATUS.
019252
019254     Select Recall-Work Assign to 'RCLWORK'
019256         Organization is Indexed
019258         Access Mode is Dynamic
019260         Record Key is RCW-RECALL-KEY
019262         File Status is WS-RCLWORK-STATUS.
019264
019266     Select Customer-Master-Lookup Assign to 'CUSTMAST'
019268         Organization is Indexed
019270         Access Mode is Random
019272         Record Key is SD-001 OF CUSTMAST-LKUP-REC
019274         File Status is WS-CUSTMAST-LKUP-STATUS.
019276
019278     Select Partner-Key-Xref Assign to 'PKEYXREF'
019279         Organization is Indexed
019280         Access Mode is Sequential
019281         Record Key is PKX-XREF-KEY
019282         File Status is WS-PKEYXREF-STATUS.
019283
019284     Select Partner-Key-Work Assign to 'PKXWORK'
019285         Organization is Indexed
019286         Access Mode is Random
019287         Record Key is PKW-WORK-KEY
019288         File Status is WS-PKXWORK-STATUS.
019289
019300     Select Customer-Detail Assign to 'CUSTDETL'
019400         Organization is Indexed
019500         Access Mode is Random
019600         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
019700         File Status is WS-CUSTDETL-STATUS.
019710
019720     Select Customer-Hierarchy Assign to 'CUSTHIER'
019730         Organization is Indexed
019740         Access Mode is Random
019750         Record Key is CHR-CUSTOMER-KEY OF CUSTHIER-REC
019760         File Status is WS-CUSTHIER-STATUS.
019762
019764     Select Embargo-Table Assign to 'EMBARGO'
019766         Organization is Line Sequential
019768         File Status is WS-EMBARGO-STATUS.
019770
019772     Select Embargo-Withheld Assign to 'EMBWHLD'
019774         Organization is Line Sequential
019776         File Status is WS-EMBWHLD-STATUS.
019800
019810     Select Token-Vault Assign to 'TOKVAULT'
019820         Organization is Indexed
019830         Access Mode is Random
019840         Record Key is TKV-TOKEN
019850         File Status is WS-TOKVAULT-STATUS.
019860
019900     Select Feed-Config Assign to 'FEEDCFG'
020000         Organization is Line Sequential
020100         File Status is WS-FEEDCFG-STATUS.
022400         Organization is Line Sequential
022500         File Status is WS-BOOLRTBL-STATUS.
022600
022610     Select Value-Xlate-Table Assign to 'VALXLAT'
022620         Organization is Line Sequential
022630         File Status is WS-VALXLAT-STATUS.
022640
022650     Select Value-Xlate-Exceptions Assign to 'VALXEXC'
022660         Organization is Line Sequential
022670         File Status is WS-VALXEXC-STATUS.
022671
022672     Select Entitle-Rules Assign to 'ENTLRULE'
022673         Organization is Line Sequential
022674         File Status is WS-ENTLRULE-STATUS.
022675
022676     Select Entitle-Pickup Assign to 'ENTLPICK'
022677         Organization is Line Sequential
022678         File Status is WS-ENTLPICK-STATUS.
022680
022700     Select Heartbeat-File Assign to 'HTBEAT'
022800         Organization is Sequential
022900         File Status is WS-HTBEAT-STATUS.
022920
022940     Select Resync-Parm Assign to 'RSYNPARM'
022960         Organization is Line Sequential
022980         File Status is WS-RSYNPARM-STATUS.
022981
022982     Select Volume-Backlog Assign to 'VOLBKLG'
022983         Organization is Indexed
022984         Access Mode is Dynamic
022985         Record Key is VBK-BACKLOG-KEY
022986         File Status is WS-VOLBKLG-STATUS.
022987
022988     Select Backlog-Work Assign to 'VBKWORK'
022989         Organization is Indexed
022990         Access Mode is Random
022991         Record Key is VBX-BACKLOG-KEY
022992         File Status is WS-VBKWORK-STATUS.
022993
022994     Select Control-Totals Assign to 'JSNCTOT'
022995         Organization is Line Sequential
022996         File Status is WS-CTLTOT-STATUS.
023000 Data Division.
023100 File Section.
023200 FD  Customer-Master
027500     Label Records are Standard
027600     Recording Mode is F.
027700 COPY ENTLTBL.
027710
027720 FD  Entitle-Keyed
027730     Label Records are Standard
027740     Recording Mode is F.
027750*
027760* KEYED RUN COPY OF ENTLTBL -- THE KEY IS THE WHOLE ENTLTBL ROW,
027770* CUSTOMER KEY FOLLOWED BY FEED ID.
027780 01  ETK-ENTITLE-RECORD.
027790     05  ETK-ENTITLE-KEY         PIC X(018).
027792
027794 FD  Recall-Work
027796     Label Records are Standard
027798     Recording Mode is F.
027800*
027802* RUN COPY OF WHAT EACH FEED LAST GOT FOR EACH CUSTOMER, BUILT FROM
027804* JSONARCH BY 1090 -- THE CUSTOMER ITSELF OR A RECALL OF IT.  2930
027806* MARKS A SENT CUSTOMER NO LONGER ELIGIBLE FOR THE FEED AS DUE.
027808 01  RCW-RECALL-RECORD.
027810     05  RCW-RECALL-KEY.
027812         10  RCW-FEED-ID         PIC X(010).
027814         10  RCW-CUSTOMER-KEY    PIC X(008).
027816     05  RCW-STATE               PIC X(001).
027818         88  RCW-LAST-SENT           VALUE 'S'.
027820         88  RCW-LAST-RECALLED       VALUE 'R'.
027822         88  RCW-RECALL-DUE          VALUE 'D'.
027824     05  RCW-REASON              PIC X(008).
027826
027828 FD  Customer-Master-Lookup
027830     Label Records are Standard
027832     Recording Mode is F.
027834 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMAST-LKUP-REC==.
027836
027900 FD  Customer-Detail
028000     Label Records are Standard
028100     Recording Mode is F.
028200 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
028300                         ==CUSTDETL-REC==.
028310
028320 FD  Customer-Hierarchy
028330     Label Records are Standard
028340     Recording Mode is F.
028350 COPY CUSTHIER Replacing ==CHR-HIERARCHY-RECORD== By
028360                         ==CUSTHIER-REC==.
028362
028364 FD  Embargo-Table
028366     Label Records are Standard
028368     Recording Mode is F.
028370 COPY EMBARGO.
028372
028374 FD  Embargo-Withheld
028376     Label Records are Standard
028378     Recording Mode is F.
028380 COPY EMBWHLD.
028400
028410 FD  Token-Vault
028420     Label Records are Standard
028430     Recording Mode is F.
028440 COPY TOKVAULT.
028450
028500 FD  Feed-Config
028600     Label Records are Standard
028700     Recording Mode is F.
031700     Recording Mode is F.
031800 COPY BOOLRTBL.
031900
031905 FD  Value-Xlate-Table
031910     Label Records are Standard
031915     Recording Mode is F.
031920 COPY VALXLAT.
031925
031930 FD  Value-Xlate-Exceptions
031935     Label Records are Standard
031940     Recording Mode is F.
031945 COPY VALXEXC.
031950
031955 FD  Entitle-Rules
031960     Label Records are Standard
031965     Recording Mode is F.
031970 COPY ENTLRULE.
031975
031980 FD  Entitle-Pickup
031985     Label Records are Standard
031990     Recording Mode is F.
031995 COPY ENTLPICK.
032000 FD  Heartbeat-File
032100     Label Records are Standard
032200     Recording Mode is F.
032300 COPY HTBEAT.
032310
032320 FD  Resync-Parm
032330     Label Records are Standard
032340     Recording Mode is F.
032350 COPY RSYNPARM.
032352
032354 FD  Volume-Backlog
032356     Label Records are Standard
032358     Recording Mode is F.
032360 COPY VOLBKLG.
032362
032364 FD  Backlog-Work
032366     Label Records are Standard
032368     Recording Mode is F.
032370*
032372* RUN COPY OF WHO IS ON THE VOLBKLG BACKLOG FOR EACH FEED, BUILT
032374* BY 1092 AND KEYED BY FEED AND CUSTOMER.  2990 MARKS A ROW SENT
032376* OR DROPPED AS IT DRAINS THE BACKLOG, SO THE MASTER PASS NEITHER
032378* SENDS THE CUSTOMER TWICE NOR DEFERS IT A SECOND TIME.
032380 01  VBX-BACKLOG-RECORD.
032382     05  VBX-BACKLOG-KEY.
032384         10  VBX-FEED-ID         PIC X(010).
032386         10  VBX-CUSTOMER-KEY    PIC X(008).
032388     05  VBX-STATE               PIC X(001).
032390         88  VBX-WAITING             VALUE 'W'.
032392         88  VBX-SENT                VALUE 'S'.
032394         88  VBX-DROPPED             VALUE 'D'.
032400
032405 FD  Partner-Key-Xref
032410     Label Records are Standard
032415     Recording Mode is F.
032420 COPY PKEYXREF.
032425
032430 FD  Partner-Key-Work
032435     Label Records are Standard
032440     Recording Mode is F.
032445*
032450* RUN COPY OF THE IN-FORCE PKEYXREF ROWS, BUILT BY 1096 AND KEYED THE
032455* OTHER WAY ROUND -- BY FEED AND OUR CUSTOMER KEY -- SO 2959 FINDS
032460* THE PARTNER'S KEY FOR AN OUTBOUND CUSTOMER IN ONE KEYED READ.
032465 01  PKW-WORK-RECORD.
032470     05  PKW-WORK-KEY.
032475         10  PKW-FEED-ID         PIC X(010).
032480         10  PKW-CUSTOMER-KEY    PIC X(008).
032485     05  PKW-PARTNER-KEY         PIC X(008).
032487
032489 FD  Control-Totals
032491     Label Records are Standard
032493     Recording Mode is F.
032495 COPY CTLTOT.
032497
032500 Working-Storage Section.
032600 01  CONSTANTS.
032700     05  MYNAME               PIC X(008) VALUE 'JSNGDLY '.
043200     88  WS-ENTLTBL-MISSING       VALUE 'Y'.
043300 01  WS-ENTITLED-SW           PIC X(001) VALUE 'N'.
043400     88  WS-ENTITLED              VALUE 'Y'.
043405*
043410* ENTLKEY KEYED-COPY SUPPORT (1075).  WS-ENTLKEY-READY IS SET ONCE
043415* THE COPY IS BUILT AND OPEN FOR RANDOM READS; WHEN IT IS OFF,
043420* 2945 FALLS BACK TO SCANNING ENTLTBL ITSELF.
043425 01  WS-ENTLKEY-STATUS        PIC X(002) VALUE '00'.
043430 01  WS-ENTLKEY-READY-SW      PIC X(001) VALUE 'N'.
043435     88  WS-ENTLKEY-READY         VALUE 'Y'.
043440 01  WS-ENTLKEY-ROWS          PIC 9(009) COMP-5 VALUE 0.
043445 01  WS-ENTLKEY-PROBE.
043450     05  WS-ENTLKEY-PROBE-CUST    PIC X(008).
043455     05  WS-ENTLKEY-PROBE-FEED    PIC X(010).
043457*
043459* THE CUSTOMER KEY 2945 CHECKS, TAKEN FROM THE MASTER RECORD ITS
043461* CALLER MOVES TO WS-ENTITLE-CUSTOMER (SEE ENTLRULE SUPPORT).
043463 01  WS-ENTITLE-CUST-KEY      PIC X(008) VALUE SPACES.
043465*
043467* RCLWORK RECALL-NOTICE SUPPORT (1090/2930/2940).  WS-RCLWORK-READY
043469* IS SET ONCE THE RUN COPY IS BUILT; WHEN IT IS OFF NO RECALLS GO
043471* OUT THIS RUN, AND THEY GO OUT ON THE NEXT RUN THAT CAN BUILD IT,
043473* SINCE JSONARCH STILL SAYS WHAT EACH FEED LAST GOT.  WS-PART-
043475* RECALLS COUNTS THE FEED'S RECALLS FOR ITS HEADER AND DLVTRACK ROW.
043477 01  WS-RCLWORK-STATUS        PIC X(002) VALUE '00'.
043479 01  WS-RCLWORK-READY-SW      PIC X(001) VALUE 'N'.
043481     88  WS-RCLWORK-READY         VALUE 'Y'.
043483 01  WS-RCLWORK-EOF-SW        PIC X(001) VALUE 'N'.
043485     88  WS-RCLWORK-EOF           VALUE 'Y'.
043487 01  WS-RCLWORK-ROWS          PIC 9(009) COMP-5 VALUE 0.
043489 01  WS-CUSTMAST-LKUP-STATUS  PIC X(002) VALUE '00'.
043491 01  WS-RECALL-ROW-SW         PIC X(001) VALUE 'N'.
043493     88  WS-RECALL-ROW            VALUE 'Y'.
043495 01  WS-PART-RECALLS          PIC 9(009) VALUE 0.
043497 01  WS-TOTAL-RECALLS         PIC 9(009) COMP-5 VALUE 0.
043500
043600*
043700* CUSTDETL/FEEDCFG NESTED-DETAIL SUPPORT.  THE DETAIL FILE IS
044200 01  WS-CUSTDETL-STATUS       PIC X(002) VALUE '00'.
044300 01  WS-CUSTDETL-MISSING-SW   PIC X(001) VALUE 'N'.
044400     88  WS-CUSTDETL-MISSING      VALUE 'Y'.
044410 01  WS-TOKVAULT-STATUS       PIC X(002) VALUE '00'.
044420 01  WS-TKV-POS               PIC 9(004) COMP-5 VALUE 0.
044430 01  WS-TKV-TYPE              PIC X(001) VALUE SPACES.
044440 01  WS-TKV-VALUE             PIC X(020) VALUE SPACES.
044450 01  WS-TKV-UNRESOLVED        PIC 9(009) COMP-5 VALUE 0.
044452*
044454* CUSTOMER EMBARGO SUPPORT (1085/2980).  THE KEYS OF THE EMBARGO
044456* ROWS IN FORCE TODAY, LOADED ONCE FOR THE WHOLE RUN.  2980 SETS
044458* WS-EMBARGOED FOR THE MASTER RECORD IN WS-ENTITLE-CUSTOMER.
044460 01  WS-EMBARGO-STATUS        PIC X(002) VALUE '00'.
044462 01  WS-EMBARGO-EOF-SW        PIC X(001) VALUE 'N'.
044464     88  WS-EMBARGO-EOF           VALUE 'Y'.
044466 01  WS-EMBWHLD-STATUS        PIC X(002) VALUE '00'.
044468 01  WS-EMBWHLD-OPEN-SW       PIC X(001) VALUE 'N'.
044470     88  WS-EMBWHLD-IS-OPEN       VALUE 'Y'.
044472 01  WS-EMBARGOED-SW          PIC X(001) VALUE 'N'.
044474     88  WS-EMBARGOED             VALUE 'Y'.
044476 01  WS-EMBARGO-WITHHELD      PIC 9(009) COMP-5 VALUE 0.
044478 01  WS-EMB-START-DATE        PIC 9(008) VALUE 0.
044480 01  WS-EMB-RELEASE-DATE      PIC 9(008) VALUE 0.
044482 01  WS-EMBARGO-SUB           PIC 9(004) COMP-5 VALUE 0.
044484 01  WS-EMBARGO-TABLE.
044486     05  WS-EMBARGO-MAX       PIC 9(004) COMP-5 VALUE 2000.
044488     05  WS-EMBARGO-COUNT     PIC 9(004) COMP-5 VALUE 0.
044490     05  WS-EMBARGO-ENTRY OCCURS 2000 TIMES.
044492         10  WS-EMB-CUST-KEY  PIC X(008).
044500 01  WS-FEEDCFG-STATUS        PIC X(002) VALUE '00'.
044600 01  WS-FEEDCFG-EOF-SW        PIC X(001) VALUE 'N'.
044700     88  WS-FEEDCFG-EOF           VALUE 'Y'.
046700 01  WS-BUF-PTR               PIC 9(004) COMP-5 VALUE 0.
046800 01  WS-FIRST-FIELD-SW        PIC X(001) VALUE 'Y'.
046900     88  WS-FIRST-FIELD           VALUE 'Y'.
046906*
046912* FEEDCFG DELIMITED-PAYLOAD SUPPORT (1310/2969).  A CSV FEED'S ROW
046918* IS BUILT IN WS-CSV-REC ALONGSIDE THE JSON PAYLOAD, SO THE TWO
046924* ALWAYS CARRY THE SAME VALUES.  WS-PAYLOAD-FORMAT IS RE-LOADED
046930* PER FEED BY 1150-LOAD-FEED-CONFIG.
046936 01  WS-PAYLOAD-FORMAT        PIC X(004) VALUE SPACES.
046942     88  WS-CSV-FEED              VALUE 'CSV '.
046948 01  WS-CSV-REC               PIC X(250) VALUE SPACES.
046954 01  WS-CSV-PTR               PIC 9(004) COMP-5 VALUE 0.
046960 01  WS-CSV-FIRST-SW          PIC X(001) VALUE 'Y'.
046966     88  WS-CSV-FIRST             VALUE 'Y'.
046972 01  WS-CSV-VALUE             PIC X(024) VALUE SPACES.
046978 01  WS-CSV-LEN               PIC 9(004) COMP-5 VALUE 0.
046984 01  WS-CSV-IX                PIC 9(004) COMP-5 VALUE 0.
046990 01  WS-CSV-SPECIALS          PIC 9(004) COMP-5 VALUE 0.
047000
047005*
047010* PARTNER-KEY SUPPORT (1096/2959).  WS-PKEY-XREF-FEED IS RE-LOADED
047015* PER FEED BY 1150 AND NAMES THE PKEYXREF FEED WHOSE KEYS THIS FEED
047020* IS SENT; SPACES SENDS OUR OWN.  WS-PKXWORK-READY IS SET ONCE THE
047025* KEYED COPY IS BUILT AND OPEN.  2959 LEAVES THE CUSTOMER'S KEY TO
047030* SEND IN WS-OUT-CUSTOMER-KEY.
047035 01  WS-PKEY-XREF-FEED        PIC X(010) VALUE SPACES.
047040 01  WS-PKEYXREF-STATUS       PIC X(002) VALUE '00'.
047045 01  WS-PKEYXREF-EOF-SW       PIC X(001) VALUE 'N'.
047050     88  WS-PKEYXREF-EOF          VALUE 'Y'.
047055 01  WS-PKXWORK-STATUS        PIC X(002) VALUE '00'.
047060 01  WS-PKXWORK-READY-SW      PIC X(001) VALUE 'N'.
047065     88  WS-PKXWORK-READY         VALUE 'Y'.
047070 01  WS-PKXWORK-ROWS          PIC 9(009) COMP-5 VALUE 0.
047075 01  WS-PKEY-OUR-KEY          PIC X(008) VALUE SPACES.
047080 01  WS-OUT-CUSTOMER-KEY      PIC X(008) VALUE SPACES.
047085 01  WS-PKEY-UNMAPPED         PIC 9(009) COMP-5 VALUE 0.
047090*
047095* CUSTHIER PARENT-KEY SUPPORT (2965).  THE HIERARCHY FILE IS
047100* OPENED ONCE AT STARTUP; A MISSING FILE DISABLES THE PARENT KEY
047105* FOR THE RUN, AS A MISSING CUSTDETL DOES THE DETAIL SEGMENT.
047110* WS-PARENT-KEY-SW IS RE-LOADED PER FEED BY 1150.
047115 01  WS-CUSTHIER-STATUS       PIC X(002) VALUE '00'.
047120 01  WS-CUSTHIER-MISSING-SW   PIC X(001) VALUE 'N'.
047125     88  WS-CUSTHIER-MISSING      VALUE 'Y'.
047130 01  WS-PARENT-KEY-SW         PIC X(001) VALUE 'N'.
047135     88  WS-PARENT-KEY-SUBSCRIBED VALUE 'Y'.
047140 01  WS-OUT-PARENT-KEY        PIC X(008) VALUE SPACES.
047145
047150*
047155* PAYLOAD VERSION PINNING (1170).  WS-PAYLOAD-VERSION IS RE-LOADED
047160* PER FEED BY 1150 FROM FCF-PAYLOAD-VERSION; 1170 TAKES ZERO AS
047165* THE CURRENT VERSION AND TRIMS THE FEED'S OPTIONS BACK TO THE
047170* SHAPE OF ITS VERSION.  1300/1310 CARRY IT IN THE RUN HEADER.
047175 01  WS-PAYLOAD-VERSION       PIC 9(003) VALUE 0.
047180 COPY PLVSHAPE.
047185
047190*
047200* RUNLOCK RUN-SERIALIZATION SUPPORT (1900/8900).
047300 01  WS-RUNLOCK-STATUS        PIC X(002) VALUE '00'.
047400 01  WS-LOCK-RUN-DATE         PIC 9(008) VALUE 0.
052600 01  WS-BOOL-STYLE            PIC X(008) VALUE SPACES.
052700 01  WS-FLAG-VALUE            PIC X(001) VALUE SPACE.
052800 01  WS-RENDERED-FLAG         PIC X(007) VALUE SPACES.
052802*
052804* VALXLAT VALUE-TRANSLATION SUPPORT (1290/2967).  THE FEED'S ROWS
052806* ARE RE-LOADED PER FEED; A FIELD THE FEED HAS NO ROWS FOR GOES
052808* OUT UNTRANSLATED.  AN UNMAPPED VALUE IS LOGGED TO VALXEXC.
052810 01  WS-VALXLAT-STATUS        PIC X(002) VALUE '00'.
052812 01  WS-VALXLAT-EOF-SW        PIC X(001) VALUE 'N'.
052814     88  WS-VALXLAT-EOF           VALUE 'Y'.
052816 01  WS-VALXEXC-STATUS        PIC X(002) VALUE '00'.
052818 01  WS-VALXEXC-OPEN-SW       PIC X(001) VALUE 'N'.
052820     88  WS-VALXEXC-IS-OPEN       VALUE 'Y'.
052822 01  WS-XLATE-TABLE.
052824     05  WS-XLATE-MAX         PIC 9(004) COMP-5 VALUE 200.
052826     05  WS-XLATE-COUNT       PIC 9(004) COMP-5 VALUE 0.
052828     05  WS-XLATE-ENTRY OCCURS 200 TIMES.
052830         10  WS-XLT-FIELD     PIC X(008).
052832         10  WS-XLT-INTERNAL  PIC X(008).
052834         10  WS-XLT-PARTNER   PIC X(008).
052836 01  WS-XLATE-ACCT-SW         PIC X(001) VALUE 'N'.
052838     88  WS-XLATE-ACCT-TYPE       VALUE 'Y'.
052840 01  WS-XLATE-SD003-SW        PIC X(001) VALUE 'N'.
052842     88  WS-XLATE-SD003           VALUE 'Y'.
052844 01  WS-XLATE-FOUND-SW        PIC X(001) VALUE 'N'.
052846     88  WS-XLATE-FOUND           VALUE 'Y'.
052848 01  WS-XLATE-SUB             PIC 9(004) COMP-5 VALUE 0.
052850 01  WS-XLATE-FIELD           PIC X(008) VALUE SPACES.
052852 01  WS-XLATE-VALUE-IN        PIC X(008) VALUE SPACES.
052854 01  WS-XLATE-VALUE-OUT       PIC X(008) VALUE SPACES.
052856 01  WS-XLATE-EXCEPTIONS      PIC 9(009) COMP-5 VALUE 0.
052857*
052858* ENTLRULE RULE SUPPORT (1282/2945).  THE CURRENT FEED'S RULE AND
052859* EXCLUSION ROWS, RELOADED AT EACH FEED.  2945'S CALLER MOVES THE
052860* MASTER RECORD IT IS CHECKING -- THE ONE IN HAND, OR ONE READ
052861* THROUGH CUSTMAST-LOOKUP -- TO WS-ENTITLE-CUSTOMER; 2941 FETCHES
052862* THE ACCOUNT TYPE ONLY WHEN A RULE NEEDS IT.  WS-ENTITLE-RULE-ID
052863* IS THE FIRST RULE THAT MATCHED, AND WS-ENTITLED-BY-RULE SAYS NO
052864* ENTLTBL ROW COVERED THE CUSTOMER.
052865 COPY SOMEDATA Replacing ==SOME-DATA== By ==WS-ENTITLE-CUSTOMER==.
052866 01  WS-ENTITLE-ACCT-TYPE     PIC X(004) VALUE SPACES.
052867 01  WS-ENTITLE-ACCT-SW       PIC X(001) VALUE 'N'.
052868     88  WS-ENTITLE-ACCT-FETCHED  VALUE 'Y'.
052869 01  WS-ENTITLE-EXCLUDED-SW   PIC X(001) VALUE 'N'.
052870     88  WS-ENTITLE-EXCLUDED      VALUE 'Y'.
052871 01  WS-ENTITLED-BY-RULE-SW   PIC X(001) VALUE 'N'.
052872     88  WS-ENTITLED-BY-RULE      VALUE 'Y'.
052873 01  WS-ENTITLE-RULE-ID       PIC X(008) VALUE SPACES.
052874 01  WS-ENTLRULE-STATUS       PIC X(002) VALUE '00'.
052875 01  WS-ENTLRULE-EOF-SW       PIC X(001) VALUE 'N'.
052876     88  WS-ENTLRULE-EOF          VALUE 'Y'.
052877 01  WS-ENTLPICK-STATUS       PIC X(002) VALUE '00'.
052878 01  WS-ENTLPICK-OPEN-SW      PIC X(001) VALUE 'N'.
052879     88  WS-ENTLPICK-IS-OPEN      VALUE 'Y'.
052880 01  WS-RULE-PICKUPS          PIC 9(009) COMP-5 VALUE 0.
052881 01  WS-ERULE-TABLE.
052882     05  WS-ERULE-MAX         PIC 9(004) COMP-5 VALUE 500.
052883     05  WS-ERULE-COUNT       PIC 9(004) COMP-5 VALUE 0.
052884     05  WS-ERULE-ENTRY OCCURS 500 TIMES.
052885         10  WS-ERU-ROW-TYPE  PIC X(001).
052886             88  WS-ERU-EXCLUDE   VALUE 'X'.
052887         10  WS-ERU-RULE-ID   PIC X(008).
052888         10  WS-ERU-CUST-KEY  PIC X(008).
052889         10  WS-ERU-ACCT-TYPE PIC X(004).
052890         10  WS-ERU-STATUS    PIC X(001).
052891         10  WS-ERU-SD-003    PIC X(008).
052892         10  WS-ERU-SD003-LEN PIC 9(004) COMP-5.
052893 01  WS-ERULE-SUB             PIC 9(004) COMP-5 VALUE 0.
052894 01  WS-ERULE-LEN             PIC 9(004) COMP-5 VALUE 0.
052900
053000*
053100* HTBEAT PROGRESS-HEARTBEAT SUPPORT (8800).  THE BEAT IS REWRITTEN
053900 01  WS-HTB-FEED-ID           PIC X(010) VALUE SPACES.
054000 01  WS-HTB-LAST-KEY          PIC X(008) VALUE SPACES.
054100 01  WS-HTB-RECS              PIC 9(009) COMP-5 VALUE 0.
054105
054110*
054115* RSYNPARM FULL-BOOK RESYNC SUPPORT (1010).  WS-RESYNC-RUN IS SET
054120* ONCE AT STARTUP FROM A VALID PARM CARD AND NEVER CHANGES FOR THE
054125* RUN; WITH IT OFF EVERY RESYNC TEST BELOW IS A NO-OP.
054130 01  WS-RSYNPARM-STATUS       PIC X(002) VALUE '00'.
054135 01  WS-RESYNC-SW             PIC X(001) VALUE 'N'.
054140     88  WS-RESYNC-RUN            VALUE 'Y'.
054145 01  WS-RESYNC-FEED-ID        PIC X(010) VALUE SPACES.
054150 01  WS-RESYNC-AS-OF-DATE     PIC 9(008) VALUE 0.
054155 01  WS-HDR-PTR               PIC 9(004) COMP-5 VALUE 0.
054200
054300 01  WS-JSONARCH-STATUS       PIC X(002) VALUE '00'.
054400 01  WS-JSONARCH-OPEN-SW      PIC X(001) VALUE 'N'.
054500     88  WS-JSONARCH-IS-OPEN      VALUE 'Y'.
054600 01  WS-JSONARCH-SEQ          PIC 9(008) VALUE 0.
054610*
054620* ROWS THIS RUN ADDED TO JSONARCH AND THEIR HASH TOTAL (AS
054630* CTLTOT.CPY DEFINES IT), FOR THE JSNCTOT ROW 3100 WRITES.
054640 01  WS-ARCH-ADDED            PIC 9(009) COMP-5 VALUE 0.
054650 01  WS-ARCH-HASH             PIC 9(015) COMP-5 VALUE 0.
054660 01  WS-CTLTOT-STATUS         PIC X(002) VALUE '00'.
054700 01  WS-JSONARCH-LKUP-STATUS  PIC X(002) VALUE '00'.
054800 01  WS-JSONARCH-LKUP-EOF-SW  PIC X(001) VALUE 'N'.
054900     88  WS-JSONARCH-LKUP-EOF     VALUE 'Y'.
055000 01  WS-ALREADY-FED-COUNT     PIC 9(009) COMP-5 VALUE 0.
055100 01  WS-SKIP-COUNT            PIC 9(009) COMP-5 VALUE 0.
055103*
055106* FEEDCFG DAILY VOLUME-CAP SUPPORT (1092/2990-2998).  ZERO MEANS
055109* NO DAILY CAP, AND A RESYNC IS NEVER CAPPED.  WS-DAY-SENT IS THE
055112* FEED'S RECORDS SENT TODAY, EARLIER RUNS INCLUDED.  WS-BACKLOG-
055115* READY IS SET ONCE VOLBKLG IS OPEN AND VBKWORK IS BUILT; WITH IT
055118* OFF THE CAP STILL HOLDS BUT NOTHING IS BACKLOGGED OR DRAINED.
055121 01  WS-FEED-DAILY-CAP        PIC 9(009) COMP-5 VALUE 0.
055124 01  WS-DAY-SENT              PIC 9(009) COMP-5 VALUE 0.
055127 01  WS-VOLBKLG-STATUS        PIC X(002) VALUE '00'.
055130 01  WS-VOLBKLG-EOF-SW        PIC X(001) VALUE 'N'.
055133     88  WS-VOLBKLG-EOF           VALUE 'Y'.
055136 01  WS-VBKWORK-STATUS        PIC X(002) VALUE '00'.
055139 01  WS-BACKLOG-READY-SW      PIC X(001) VALUE 'N'.
055142     88  WS-BACKLOG-READY         VALUE 'Y'.
055145 01  WS-BACKLOG-ROWS          PIC 9(009) COMP-5 VALUE 0.
055148 01  WS-ROOM-SW               PIC X(001) VALUE 'Y'.
055151     88  WS-ROOM-LEFT             VALUE 'Y'.
055154 01  WS-DAILY-CAP-LOGGED-SW   PIC X(001) VALUE 'N'.
055157     88  WS-DAILY-CAP-LOGGED      VALUE 'Y'.
055160 01  WS-SENT-TODAY-SW         PIC X(001) VALUE 'N'.
055163     88  WS-SENT-TODAY            VALUE 'Y'.
055166 01  WS-SENT-LKUP-OPEN-SW     PIC X(001) VALUE 'N'.
055169     88  WS-SENT-LKUP-IS-OPEN     VALUE 'Y'.
055172 01  WS-SENT-CHECK-KEY        PIC X(008) VALUE SPACES.
055175 01  WS-BACKLOG-REASON        PIC X(008) VALUE SPACES.
055178 01  WS-FEED-DRAINED          PIC 9(009) COMP-5 VALUE 0.
055181 01  WS-FEED-DEFERRED         PIC 9(009) COMP-5 VALUE 0.
055184 01  WS-FEED-DROPPED          PIC 9(009) COMP-5 VALUE 0.
055187 01  WS-FEED-NOT-BACKLOGGED   PIC 9(009) COMP-5 VALUE 0.
055190 01  WS-TOTAL-DRAINED         PIC 9(009) COMP-5 VALUE 0.
055193 01  WS-TOTAL-DEFERRED        PIC 9(009) COMP-5 VALUE 0.
055194 01  WS-VOLUME-MANAGED-SW     PIC X(001) VALUE 'N'.
055195     88  WS-VOLUME-MANAGED        VALUE 'Y'.
055196 01  WS-SEND-CUSTOMER-SW      PIC X(001) VALUE 'N'.
055197     88  WS-SEND-CUSTOMER         VALUE 'Y'.
055200******************************************************************
055300 Procedure Division.
055400******************************************************************
058200
058300     DISPLAY MYNAME ' Begin'
058400
058420     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
058440     PERFORM 1010-READ-RESYNC-PARM THRU 1010-EXIT
058450     PERFORM 1085-LOAD-EMBARGOES THRU 1085-EXIT
058460
058480*
058500* A RESYNC READS ITS OWN REBUILT COPY OF THE MASTER AND NEVER
058520* TOUCHES JSONARCH, SO IT NEITHER CLAIMS THE LIVE MASTER'S RUN
058540* LOCK NOR SEEDS THE ARCHIVE SEQUENCE, SENDS NO RECALLS AND
058550* TOUCHES NO BACKLOG.
058560     IF NOT WS-RESYNC-RUN
058580         PERFORM 1900-CLAIM-RUN-LOCK THRU 1900-EXIT
058600         PERFORM 1050-LOAD-ARCHIVE-SEQUENCE THRU 1050-EXIT
058610         PERFORM 1090-BUILD-RECALL-WORK THRU 1090-EXIT
058615         PERFORM 1092-BUILD-BACKLOG-WORK THRU 1092-EXIT
058620     END-IF
058900
059000     OPEN OUTPUT Jsonfeed-Out
059100     IF WS-JSONFEED-OUT-STATUS NOT = '00'
061600     END-IF
061700
061800     PERFORM 1070-PROBE-ENTITLE-TABLE THRU 1070-EXIT
061850     IF NOT WS-RESYNC-RUN
061900         PERFORM 1080-ANNOUNCE-DIRECTIVES THRU 1080-EXIT
061950     END-IF
061960     PERFORM 1096-BUILD-PARTNER-KEY-WORK THRU 1096-EXIT
062000
062100     OPEN INPUT Customer-Detail
062200     IF WS-CUSTDETL-STATUS NOT = '00'
062500             WS-CUSTDETL-STATUS ', DETAIL SEGMENT DISABLED'
062600         SET WS-CUSTDETL-MISSING TO TRUE
062700     END-IF
062710
062720     IF NOT WS-CUSTDETL-MISSING
062730         OPEN INPUT Token-Vault
062740         IF WS-TOKVAULT-STATUS NOT = '00'
062750             DISPLAY MYNAME
062760                 ' TOKEN VAULT NOT AVAILABLE, STATUS = '
062770                 WS-TOKVAULT-STATUS ', DETAIL SEGMENT DISABLED'
062780             CLOSE Customer-Detail
062790             SET WS-CUSTDETL-MISSING TO TRUE
062795         END-IF
062798     END-IF
062808
062818     OPEN INPUT Customer-Hierarchy
062828     IF WS-CUSTHIER-STATUS NOT = '00'
062838         DISPLAY MYNAME
062848             ' CUSTOMER-HIERARCHY NOT AVAILABLE, STATUS = '
062858             WS-CUSTHIER-STATUS ', PARENT KEY DISABLED'
062868         SET WS-CUSTHIER-MISSING TO TRUE
062878     END-IF
062888
062900     .
063000 1000-EXIT.
063100     EXIT.
063102
063104******************************************************************
063106* 1010-READ-RESYNC-PARM  --  READS THE OPTIONAL RSYNPARM CARD.  NO  *
063108*                            CARD IS THE NORMAL NIGHTLY RUN.  A     *
063110*                            CARD WITHOUT A FEED ID, OR WITH AN     *
063112*                            AS-OF DATE THAT IS MISSING OR STILL IN *
063114*                            THE FUTURE, ENDS THE RUN WITH RETURN   *
063116*                            CODE 16 BEFORE ANYTHING IS WRITTEN.    *
063118*                            SEE RSYNPARM.CPY.                      *
063120******************************************************************
063122 1010-READ-RESYNC-PARM.
063124
063126     OPEN INPUT Resync-Parm
063128     IF WS-RSYNPARM-STATUS NOT = '00'
063130         GO TO 1010-EXIT
063132     END-IF
063134
063136     READ Resync-Parm
063138         AT END
063140             DISPLAY MYNAME ' RSYNPARM IS EMPTY'
063142             CLOSE Resync-Parm
063144             MOVE 16 TO RETURN-CODE
063146             GOBACK
063148         NOT AT END
063150             MOVE RSY-FEED-ID TO WS-RESYNC-FEED-ID
063152             IF RSY-AS-OF-DATE IS NUMERIC
063154                 MOVE RSY-AS-OF-DATE TO WS-RESYNC-AS-OF-DATE
063156             END-IF
063158     END-READ
063160     CLOSE Resync-Parm
063162
063164     IF WS-RESYNC-FEED-ID = SPACES
063166         OR WS-RESYNC-AS-OF-DATE = 0
063168         OR WS-RESYNC-AS-OF-DATE > WS-TODAY-DATE
063170         DISPLAY MYNAME
063172             ' RSYNPARM FEED ID AND A PAST AS-OF DATE REQUIRED'
063174         MOVE 16 TO RETURN-CODE
063176         GOBACK
063178     END-IF
063180
063182     SET WS-RESYNC-RUN TO TRUE
063184     DISPLAY MYNAME ' FULL-BOOK RESYNC OF FEED ' WS-RESYNC-FEED-ID
063186         ' AS OF ' WS-RESYNC-AS-OF-DATE
063188
063190     .
063192 1010-EXIT.
063194     EXIT.
063200
063300******************************************************************
063400* 1050-LOAD-ARCHIVE-SEQUENCE  --  OPEN-SCAN-CLOSES JSON-ARCHIVE-    *
063500*                                 LOOKUP, COUNTING TODAY'S ROWS     *
063550*                                 ALREADY WRITTEN BY THIS PROGRAM   *
063600*                                 (RECALL NOTICES INCLUDED),        *
063700*                                 SO WS-JSONARCH-SEQ CONTINUES      *
063800*                                 FROM WHERE A FAILED RUN LEFT OFF  *
063900*                                 INSTEAD OF RESTARTING AT 1 ON AN  *
066900     PERFORM UNTIL WS-JSONARCH-LKUP-EOF
067000             OR JAR-TIMESTAMP-DATE OF JAL-LOOKUP-RECORD
067100                 NOT = WS-TODAY-DATE
067150         IF (JAR-PROGRAM-ID OF JAL-LOOKUP-RECORD = MYNAME
067200             OR JAR-RECALL-NOTICE OF JAL-LOOKUP-RECORD)
067250             AND JAR-SEQUENCE-NBR OF JAL-LOOKUP-RECORD
067300                 > WS-JSONARCH-SEQ
067500             MOVE JAR-SEQUENCE-NBR OF JAL-LOOKUP-RECORD
067600                 TO WS-JSONARCH-SEQ
067700         END-IF
068700******************************************************************
068800* 1060-READ-ARCHIVE-LOOKUP  --  ADVANCES THE KEYED JSON-ARCHIVE-    *
068900*                                LOOKUP CURSOR SHARED BY            *
068950*                                1050-LOAD-ARCHIVE-SEQUENCE,        *
069000*                                1090-BUILD-RECALL-WORK,            *
069050*                                2910-COUNT-ALREADY-FED AND         *
069100*                                2994-CHECK-SENT-TODAY.             *
069200******************************************************************
069300 1060-READ-ARCHIVE-LOOKUP.
069400
072900         DISPLAY MYNAME
073000             ' ENTITLE-TABLE IS EMPTY, ALL CUSTOMERS ENTITLED'
073100         SET WS-ENTLTBL-MISSING TO TRUE
073200     ELSE
073220         PERFORM 1075-BUILD-ENTITLE-KEYED THRU 1075-EXIT
073240     END-IF
073300
073400     CLOSE Entitle-Table
073500
073700 1070-EXIT.
073800     EXIT.
073900
073901******************************************************************
073902* 1075-BUILD-ENTITLE-KEYED  --  COPIES ENTLTBL, FROM THE ROW 1070   *
073903*                               ALREADY PRIMED, INTO THE KEYED      *
073904*                               ENTLKEY WORK FILE AND REOPENS IT    *
073905*                               FOR RANDOM READS, SO 2945 MAKES ONE *
073906*                               KEYED READ PER RECORD INSTEAD OF A  *
073907*                               FULL TABLE SCAN.  A DUPLICATE ROW   *
073908*                               IS HARMLESS AND SIMPLY NOT COPIED   *
073909*                               TWICE.  AN UNOPENABLE ENTLKEY       *
073910*                               LEAVES WS-ENTLKEY-READY OFF AND     *
073911*                               2945 SCANS ENTLTBL AS IT USED TO.   *
073912******************************************************************
073913 1075-BUILD-ENTITLE-KEYED.
073914
073915     OPEN OUTPUT Entitle-Keyed
073916     IF WS-ENTLKEY-STATUS NOT = '00'
073917         DISPLAY MYNAME
073918             ' ENTLKEY NOT AVAILABLE, STATUS = '
073919             WS-ENTLKEY-STATUS ', ENTITLEMENT BY TABLE SCAN'
073920         GO TO 1075-EXIT
073921     END-IF
073922
073923     PERFORM UNTIL WS-ENTLTBL-EOF
073924         MOVE ETL-ENTITLE-RECORD TO ETK-ENTITLE-KEY
073925         WRITE ETK-ENTITLE-RECORD
073926             INVALID KEY
073927                 CONTINUE
073928             NOT INVALID KEY
073929                 ADD 1 TO WS-ENTLKEY-ROWS
073930         END-WRITE
073931         PERFORM 2946-READ-ENTITLE-TABLE THRU 2946-EXIT
073932     END-PERFORM
073933
073934     CLOSE Entitle-Keyed
073935
073936     OPEN INPUT Entitle-Keyed
073937     IF WS-ENTLKEY-STATUS NOT = '00'
073938         DISPLAY MYNAME
073939             ' ENTLKEY REOPEN FAILED, STATUS = '
073940             WS-ENTLKEY-STATUS ', ENTITLEMENT BY TABLE SCAN'
073941         GO TO 1075-EXIT
073942     END-IF
073943
073944     SET WS-ENTLKEY-READY TO TRUE
073945     DISPLAY MYNAME ' ENTITLEMENT ROWS LOADED = ' WS-ENTLKEY-ROWS
073946
073947     .
073948 1075-EXIT.
073949     EXIT.
073950
073951******************************************************************
073952* 1090-BUILD-RECALL-WORK  --  WALKS ALL OF JSON-ARCHIVE-LOOKUP ONCE *
073953*                             AND KEEPS, IN THE KEYED RCLWORK RUN   *
073954*                             COPY, THE LATEST THING EACH FEED GOT  *
073955*                             FOR EACH CUSTOMER: THE CUSTOMER       *
073956*                             ITSELF OR A RECALL OF IT.  THE        *
073957*                             ARCHIVE IS IN DATE ORDER, SO A LATER  *
073958*                             ROW SIMPLY REWRITES AN EARLIER ONE.   *
073959*                             AN UNOPENABLE RCLWORK OR JSONARCH     *
073960*                             LEAVES WS-RCLWORK-READY OFF AND NO    *
073961*                             RECALLS GO OUT THIS RUN.              *
073962******************************************************************
073963 1090-BUILD-RECALL-WORK.
073964
073965     OPEN OUTPUT Recall-Work
073966     IF WS-RCLWORK-STATUS NOT = '00'
073967         DISPLAY MYNAME
073968             ' RCLWORK NOT AVAILABLE, STATUS = '
073969             WS-RCLWORK-STATUS ', NO RECALLS THIS RUN'
073970         GO TO 1090-EXIT
073971     END-IF
073972     CLOSE Recall-Work
073973
073974     OPEN I-O Recall-Work
073975     IF WS-RCLWORK-STATUS NOT = '00'
073976         DISPLAY MYNAME
073977             ' RCLWORK REOPEN FAILED, STATUS = '
073978             WS-RCLWORK-STATUS ', NO RECALLS THIS RUN'
073979         GO TO 1090-EXIT
073980     END-IF
073981
073982     MOVE 'N' TO WS-JSONARCH-LKUP-EOF-SW
073983     OPEN INPUT Json-Archive-Lookup
073984     IF WS-JSONARCH-LKUP-STATUS NOT = '00'
073985         DISPLAY MYNAME
073986             ' JSONARCH NOT AVAILABLE, STATUS = '
073987             WS-JSONARCH-LKUP-STATUS ', NO RECALLS THIS RUN'
073988         CLOSE Recall-Work
073989         GO TO 1090-EXIT
073990     END-IF
073991
073992*
073993* ONLY THIS PROGRAM'S OWN ROWS SAY WHAT A FEED WAS SENT; A ROW
073994* WITH NO FEED ID OR CUSTOMER KEY PREDATES THOSE FIELDS.
073995     PERFORM 1060-READ-ARCHIVE-LOOKUP THRU 1060-EXIT
073996     PERFORM UNTIL WS-JSONARCH-LKUP-EOF
073997         IF JAR-FEED-ID OF JAL-LOOKUP-RECORD NOT = SPACES
073998             AND JAR-CUSTOMER-KEY OF JAL-LOOKUP-RECORD
073999                 NOT = SPACES
074000             AND (JAR-PROGRAM-ID OF JAL-LOOKUP-RECORD = MYNAME
074001                  OR JAR-RECALL-NOTICE OF JAL-LOOKUP-RECORD)
074002             PERFORM 1095-POST-RECALL-WORK THRU 1095-EXIT
074003         END-IF
074004         PERFORM 1060-READ-ARCHIVE-LOOKUP THRU 1060-EXIT
074005     END-PERFORM
074006
074007     CLOSE Json-Archive-Lookup
074008
074009     SET WS-RCLWORK-READY TO TRUE
074010     DISPLAY MYNAME ' RECALL WORK ROWS LOADED = ' WS-RCLWORK-ROWS
074011
074012     .
074013 1090-EXIT.
074014     EXIT.
074015
074016******************************************************************
074017* 1095-POST-RECALL-WORK  --  RECORDS THE CURRENT ARCHIVE ROW AS THE  *
074018*                            LATEST THING ITS FEED GOT FOR ITS       *
074019*                            CUSTOMER, REPLACING ANY EARLIER ROW.    *
074020******************************************************************
074021 1095-POST-RECALL-WORK.
074022
074023     MOVE JAR-FEED-ID OF JAL-LOOKUP-RECORD      TO RCW-FEED-ID
074024     MOVE JAR-CUSTOMER-KEY OF JAL-LOOKUP-RECORD
074025         TO RCW-CUSTOMER-KEY
074026     IF JAR-RECALL-NOTICE OF JAL-LOOKUP-RECORD
074027         SET RCW-LAST-RECALLED TO TRUE
074028     ELSE
074029         SET RCW-LAST-SENT TO TRUE
074030     END-IF
074031     MOVE SPACES TO RCW-REASON
074032
074033     WRITE RCW-RECALL-RECORD
074034         INVALID KEY
074035             REWRITE RCW-RECALL-RECORD
074036         NOT INVALID KEY
074037             ADD 1 TO WS-RCLWORK-ROWS
074038     END-WRITE
074039
074040     .
074041 1095-EXIT.
074042     EXIT.
074043
074044******************************************************************
074100* 1100-LOAD-NAME-RULES  --  SAME LOOKUP AS TESTANTLR032'S           *
074200*                            4000-LOAD-NAME-TABLE: SCANS EVERY      *
074300*                            NAMETBL ROW FOR THE CURRENT FEED AND   *
080200     MOVE 'N' TO WS-PILOT-SW
080300     MOVE SPACES TO WS-DATE-FORMAT
080400     MOVE 0 TO WS-FEED-MAX-RECS
080405     MOVE SPACES TO WS-PAYLOAD-FORMAT
080410     MOVE 0 TO WS-FEED-DAILY-CAP
080420     MOVE SPACES TO WS-PKEY-XREF-FEED
080470     MOVE 0 TO WS-PAYLOAD-VERSION
080490     MOVE 'N' TO WS-PARENT-KEY-SW
080500     MOVE 'N' TO WS-FEEDCFG-EOF-SW
080600
080700     OPEN INPUT Feed-Config
081500             MOVE FCF-DETAIL-SEGMENT-SW TO WS-DETAIL-SEGMENT-SW
081600             MOVE FCF-PILOT-SW TO WS-PILOT-SW
081700             MOVE FCF-DATE-FORMAT TO WS-DATE-FORMAT
081750             MOVE FCF-PAYLOAD-FORMAT TO WS-PAYLOAD-FORMAT
081760             MOVE FCF-PKEY-XREF-FEED TO WS-PKEY-XREF-FEED
081765             MOVE FCF-PARENT-KEY-SW TO WS-PARENT-KEY-SW
081770             IF FCF-PAYLOAD-VERSION IS NUMERIC
081780                 MOVE FCF-PAYLOAD-VERSION TO WS-PAYLOAD-VERSION
081790             END-IF
081800             IF FCF-MAX-RECORDS IS NUMERIC
081900                 MOVE FCF-MAX-RECORDS TO WS-FEED-MAX-RECS
082000             END-IF
082010*
082020* A RESYNC RESENDS THE WHOLE BOOK AND IS NEVER CAPPED.
082030             IF FCF-DAILY-CAP IS NUMERIC
082040                 AND NOT WS-RESYNC-RUN
082050                 MOVE FCF-DAILY-CAP TO WS-FEED-DAILY-CAP
082060             END-IF
082100         END-IF
082200         PERFORM 1160-READ-FEED-CONFIG THRU 1160-EXIT
082300     END-PERFORM
082310
082320     IF WS-PKEY-XREF-FEED NOT = SPACES AND NOT WS-PKXWORK-READY
082330         DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
082340             ' PARTNER KEYS NOT AVAILABLE, SENT UNDER OURS'
082350         MOVE 4 TO RETURN-CODE
082360     END-IF
082400
082500     CLOSE Feed-Config
082600
084100     .
084200 1160-EXIT.
084300     EXIT.
084302
084304******************************************************************
084306* 1170-APPLY-PAYLOAD-VERSION  --  SETTLES THE FEED'S PAYLOAD        *
084308*                                 VERSION AND TRIMS ITS FEEDCFG,    *
084310*                                 FLDSELTB AND BOOLRTBL OPTIONS     *
084312*                                 BACK TO THAT VERSION'S SHAPE      *
084314*                                 (PLVSHAPE.CPY), SO A PINNED       *
084316*                                 PARTNER KEEPS RECEIVING THE       *
084318*                                 PAYLOAD IT CERTIFIED AGAINST.     *
084320*                                 RUN ONCE EVERY PER-FEED TABLE     *
084322*                                 IS LOADED.  A PIN NEWER THAN THE  *
084324*                                 CURRENT VERSION IS SENT AT THE    *
084326*                                 CURRENT VERSION WITH RC 4.        *
084328******************************************************************
084330 1170-APPLY-PAYLOAD-VERSION.
084332
084334     IF WS-PAYLOAD-VERSION = 0
084336         MOVE WS-PLV-CURRENT-VERSION TO WS-PAYLOAD-VERSION
084338     END-IF
084340     IF WS-PAYLOAD-VERSION > WS-PLV-CURRENT-VERSION
084342         DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
084344             ' PINNED TO UNKNOWN PAYLOAD VERSION '
084346             WS-PAYLOAD-VERSION ', SENT AT CURRENT'
084348         MOVE WS-PLV-CURRENT-VERSION TO WS-PAYLOAD-VERSION
084350         MOVE 4 TO RETURN-CODE
084352     END-IF
084354     IF WS-PAYLOAD-VERSION < WS-PLV-CURRENT-VERSION
084356         DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
084358             ' BUILT TO PAYLOAD VERSION ' WS-PAYLOAD-VERSION
084360     END-IF
084362
084364     IF WS-PAYLOAD-VERSION < WS-PLV-DETAIL-FROM
084366         MOVE 'N' TO WS-DETAIL-SEGMENT-SW
084368     END-IF
084370     IF WS-PAYLOAD-VERSION < WS-PLV-SD003-SD004-FROM
084372         MOVE 'N' TO WS-SEND-SD003-SW
084374         MOVE 'N' TO WS-SEND-SD004-SW
084376     END-IF
084378     IF WS-PAYLOAD-VERSION < WS-PLV-BOOL-RENDER-FROM
084380         MOVE SPACES TO WS-BOOL-STYLE
084382     END-IF
084383     IF WS-PAYLOAD-VERSION < WS-PLV-PARENT-KEY-FROM
084384         MOVE 'N' TO WS-PARENT-KEY-SW
084385     END-IF
084386
084387     .
084388 1170-EXIT.
084390     EXIT.
084400
084500******************************************************************
084600* 1200-LOAD-SUPPRESS-RULES  --  SAME LOOKUP AS TESTANTLR032'S       *
098400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
098500     ACCEPT WS-RUN-TIME FROM TIME
098600
098610*
098620* A CSV FEED CARRIES THE SAME HEADER AS A '#' LINE, FOLLOWED BY
098630* ITS COLUMN HEADER ROW (1310).
098640     IF WS-CSV-FEED
098650         PERFORM 1310-WRITE-CSV-HEADERS THRU 1310-EXIT
098660         GO TO 1300-EXIT
098670     END-IF
098680
098700     MOVE SPACES TO WS-OUT-REC
098710     MOVE 1 TO WS-HDR-PTR
098720     STRING '{"RUN-DATE":"'  DELIMITED BY SIZE
098730            WS-RUN-DATE      DELIMITED BY SIZE
098740            '","RUN-TIME":"' DELIMITED BY SIZE
098750            WS-RUN-TIME      DELIMITED BY SIZE
098760            '","FEED-ID":"'  DELIMITED BY SIZE
098770            WS-OUTPUT-FEED-ID DELIMITED BY SIZE
098780         INTO WS-OUT-REC WITH POINTER WS-HDR-PTR
098800*
098850* A SPLIT FEED'S HEADER CARRIES ITS PART NUMBER, A HEADER AHEAD OF
098900* RECALL NOTICES THEIR COUNT, AND A RESYNC'S ITS RUN TYPE AND AS-OF
098950* DATE.  EVERY HEADER ENDS WITH THE PAYLOAD VERSION (1170), SO THE
099050* LEADING ITEMS STAY WHERE THEY ALWAYS WERE.
099200     IF WS-FEED-MAX-RECS > 0
099300         STRING '","PART":"'     DELIMITED BY SIZE
099400                WS-PART-NBR      DELIMITED BY SIZE
099500             INTO WS-OUT-REC WITH POINTER WS-HDR-PTR
099600     END-IF
099610     IF WS-PART-RECALLS > 0
099620         STRING '","RECALLS":"'  DELIMITED BY SIZE
099630                WS-PART-RECALLS  DELIMITED BY SIZE
099640             INTO WS-OUT-REC WITH POINTER WS-HDR-PTR
099650     END-IF
099700     IF WS-RESYNC-RUN
099800         STRING '","RUN-TYPE":"RESYNC"' DELIMITED BY SIZE
099850                ',"AS-OF":"'             DELIMITED BY SIZE
099900                WS-RESYNC-AS-OF-DATE     DELIMITED BY SIZE
100000             INTO WS-OUT-REC WITH POINTER WS-HDR-PTR
100100     END-IF
100150     STRING '","PAYLOAD-VERSION":"' DELIMITED BY SIZE
100200            WS-PAYLOAD-VERSION      DELIMITED BY SIZE
100250            '"}'                    DELIMITED BY SIZE
100300         INTO WS-OUT-REC WITH POINTER WS-HDR-PTR
101200
101300     PERFORM 8700-WRITE-OUTPUT-RECORD THRU 8700-EXIT
101400
101600 1300-EXIT.
101700     EXIT.
101800
101801******************************************************************
101802* 1310-WRITE-CSV-HEADERS  --  A CSV FEED'S RUN HEADER: THE SAME    *
101803*                             RUN DATE/TIME, FEED, PART, RECALLS  *
101804*                             AND RESYNC ITEMS AS THE JSON HEADER,*
101805*                             WRITTEN AS ONE '#' LINE OF NAME=    *
101806*                             VALUE PAIRS, THEN THE COLUMN HEADER *
101807*                             ROW -- THE FEED'S NAMETBL NAMES FOR *
101808*                             THE FIELDS 2960 WILL SEND, IN THE   *
101809*                             SAME ORDER.  EVERY PART OPENS WITH  *
101810*                             BOTH, SO EACH FILE STANDS ALONE.    *
101811******************************************************************
101812 1310-WRITE-CSV-HEADERS.
101813
101814     MOVE SPACES TO WS-OUT-REC
101815     MOVE 1 TO WS-HDR-PTR
101816     STRING '#RUN-DATE='      DELIMITED BY SIZE
101817            WS-RUN-DATE       DELIMITED BY SIZE
101818            ',RUN-TIME='      DELIMITED BY SIZE
101819            WS-RUN-TIME       DELIMITED BY SIZE
101820            ',FEED-ID='       DELIMITED BY SIZE
101821            WS-OUTPUT-FEED-ID DELIMITED BY SPACE
101822         INTO WS-OUT-REC WITH POINTER WS-HDR-PTR
101823     IF WS-FEED-MAX-RECS > 0
101824         STRING ',PART='         DELIMITED BY SIZE
101825                WS-PART-NBR      DELIMITED BY SIZE
101826             INTO WS-OUT-REC WITH POINTER WS-HDR-PTR
101827     END-IF
101828     IF WS-PART-RECALLS > 0
101829         STRING ',RECALLS='      DELIMITED BY SIZE
101830                WS-PART-RECALLS  DELIMITED BY SIZE
101831             INTO WS-OUT-REC WITH POINTER WS-HDR-PTR
101832     END-IF
101833     IF WS-RESYNC-RUN
101834         STRING ',RUN-TYPE=RESYNC'    DELIMITED BY SIZE
101835                ',AS-OF='             DELIMITED BY SIZE
101836                WS-RESYNC-AS-OF-DATE  DELIMITED BY SIZE
101837             INTO WS-OUT-REC WITH POINTER WS-HDR-PTR
101838     END-IF
101839     STRING ',PAYLOAD-VERSION='   DELIMITED BY SIZE
101840            WS-PAYLOAD-VERSION    DELIMITED BY SIZE
101841         INTO WS-OUT-REC WITH POINTER WS-HDR-PTR
101842     PERFORM 8700-WRITE-OUTPUT-RECORD THRU 8700-EXIT
101843
101844     MOVE SPACES TO WS-CSV-REC
101845     MOVE 1   TO WS-CSV-PTR
101846     MOVE 'Y' TO WS-CSV-FIRST-SW
101847
101848     IF WS-SEND-SD001-SW = 'Y' AND NOT WS-SUPPRESS-SD001
101849         MOVE WS-NAME1 TO WS-CSV-VALUE
101850         PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
101851     END-IF
101852
101853     IF WS-SEND-SD002-SW = 'Y' AND NOT WS-SUPPRESS-SD002
101854         IF WS-BOOL-STYLE = SPACES
101855             MOVE WS-NAME2 TO WS-CSV-VALUE
101856             PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
101857         ELSE
101858             MOVE SPACES TO WS-CSV-VALUE
101859             STRING WS-NAME2 DELIMITED BY SPACE
101860                    '-A'     DELIMITED BY SIZE
101861                 INTO WS-CSV-VALUE
101862             PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
101863             MOVE SPACES TO WS-CSV-VALUE
101864             STRING WS-NAME2 DELIMITED BY SPACE
101865                    '-B'     DELIMITED BY SIZE
101866                 INTO WS-CSV-VALUE
101867             PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
101868         END-IF
101869     END-IF
101870
101871     IF WS-SEND-SD003-SW = 'Y'
101872         MOVE 'SD-003' TO WS-CSV-VALUE
101873         PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
101874     END-IF
101875
101876     IF WS-SEND-SD004-SW = 'Y'
101877         MOVE 'SD-004' TO WS-CSV-VALUE
101878         PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
101879     END-IF
101884
101889     IF WS-PARENT-KEY-SUBSCRIBED AND NOT WS-CUSTHIER-MISSING
101894         MOVE 'PARENT-KEY' TO WS-CSV-VALUE
101899         PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
101904     END-IF
101909
101914     IF WS-DETAIL-SUBSCRIBED AND NOT WS-CUSTDETL-MISSING
101919         MOVE 'CONTACT' TO WS-CSV-VALUE
101924         PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
101929         MOVE 'PHONE'   TO WS-CSV-VALUE
101934         PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
101939         MOVE 'TYPE'    TO WS-CSV-VALUE
101944         PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
101949     END-IF
101954
101959     MOVE WS-CSV-REC TO WS-OUT-REC
101964     PERFORM 8700-WRITE-OUTPUT-RECORD THRU 8700-EXIT
101969
101974     .
101979 1310-EXIT.
101984     EXIT.
101989
101994******************************************************************
102000* 1400-WRITE-DELIVERY-TRACK  --  WRITES ONE PENDING-CONFIRMATION    *
102100*                                 ROW TO DLVTRACK FOR THIS           *
102200*                                 PARTNER'S GENERATION, KEYED BY     *
102600*                                 MATCH IT AGAINST A PARTNER         *
102700*                                 DELIVERY RECEIPT.  SEE DLVTRACK.   *
102800*                                 CPY.                               *
102820*                                 A RESYNC'S ROW IS MARKED SO        *
102840*                                 BILLXTR ITEMIZES IT SEPARATELY.    *
102860*                                 RECALL NOTICES ARE COUNTED APART   *
102880*                                 FROM THE RECORDS.                  *
102900******************************************************************
103000 1400-WRITE-DELIVERY-TRACK.
103100
103900     MOVE WS-OUTPUT-FEED-ID    TO DLV-FEED-ID
104000     MOVE WS-PART-RECS         TO DLV-RECORD-COUNT
104100     MOVE WS-PART-NBR          TO DLV-PART-NBR
104150     MOVE WS-PART-RECALLS      TO DLV-RECALL-COUNT
104200     IF WS-PILOT-FEED
104300         SET DLV-STATUS-SHADOW TO TRUE
104400     ELSE
104700     MOVE SPACES               TO DLV-RECEIPT-ID
104800     MOVE 0                    TO DLV-CONFIRM-DATE
104900     MOVE 0                    TO DLV-CONFIRM-TIME
104920     IF WS-RESYNC-RUN
104940         SET DLV-IS-RESYNC     TO TRUE
104960     END-IF
105000
105100     WRITE DLV-TRACK-RECORD
105200
106500*                         STAGED AHEAD OF ITS CUTOVER) IS SKIPPED   *
106600*                         SO EACH ACTIVE FEED ID IS FANNED OUT      *
106700*                         EXACTLY ONCE.                             *
106720*                         A RESYNC SKIPS EVERY OTHER FEED AND IS    *
106740*                         NEVER HELD OR CAPPED -- THE OPERATOR ASKED*
106760*                         FOR THE WHOLE BOOK.                       *
106800******************************************************************
106900 2000-PROCESS-FEED.
107000
107010*
107020* A RESYNC FANS OUT ONLY THE ONE FEED NAMED ON RSYNPARM.
107030     IF WS-RESYNC-RUN
107040         AND ONT-FEED-ID OF ONT-NAME-RECORD
107045             NOT = WS-RESYNC-FEED-ID
107050         PERFORM 8100-READ-NAMETBL THRU 8100-EXIT
107060         GO TO 2000-EXIT
107070     END-IF
107080
107100     PERFORM 2050-CHECK-FIRST-OCCURRENCE THRU 2050-EXIT
107200
107300     IF WS-FIRST-OCCURRENCE
107400         MOVE ONT-FEED-ID    OF ONT-NAME-RECORD TO
107500             WS-OUTPUT-FEED-ID
107550         IF NOT WS-RESYNC-RUN
107600             PERFORM 2080-FIND-DIRECTIVE       THRU 2080-EXIT
107650         END-IF
107700         IF WS-FEED-HELD
107800             DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
107900                 ' HELD BY ' WS-DIR-OPERATOR ', SKIPPED'
108500             PERFORM 1150-LOAD-FEED-CONFIG         THRU 1150-EXIT
108600             PERFORM 1250-LOAD-FIELD-SELECTION     THRU 1250-EXIT
108700             PERFORM 1270-LOAD-BOOL-RENDER     THRU 1270-EXIT
108750             PERFORM 1290-LOAD-VALUE-XLATE     THRU 1290-EXIT
108760             PERFORM 1282-LOAD-ENTITLE-RULES   THRU 1282-EXIT
108770             PERFORM 1170-APPLY-PAYLOAD-VERSION
108790                 THRU 1170-EXIT
108800             PERFORM 2900-PROCESS-PARTNER-GENERATION
108900                 THRU 2900-EXIT
109000         END-IF
115700******************************************************************
115800 2500-PROCESS-DEFAULT-FEED.
115900
115910*
115920* A RESYNC NEEDS THE FEED'S OWN NAMETBL ROWS; THE COMPILED-IN
115930* DEFAULT FEED IS NEVER RESENT.
115940     IF WS-RESYNC-RUN
115950         DISPLAY MYNAME ' NAME-TABLE REQUIRED FOR A RESYNC'
115960         GO TO 2500-EXIT
115970     END-IF
115980
116000     MOVE 'DEFAULT' TO WS-OUTPUT-FEED-ID
116100     PERFORM 1200-LOAD-SUPPRESS-RULES        THRU 1200-EXIT
116200     PERFORM 1150-LOAD-FEED-CONFIG           THRU 1150-EXIT
116300     PERFORM 1250-LOAD-FIELD-SELECTION       THRU 1250-EXIT
116400     PERFORM 1270-LOAD-BOOL-RENDER           THRU 1270-EXIT
116450     PERFORM 1290-LOAD-VALUE-XLATE           THRU 1290-EXIT
116460     PERFORM 1282-LOAD-ENTITLE-RULES         THRU 1282-EXIT
116470     PERFORM 1170-APPLY-PAYLOAD-VERSION      THRU 1170-EXIT
116500     PERFORM 2900-PROCESS-PARTNER-GENERATION THRU 2900-EXIT
116600
116700     .
117500*                                       THAT PARTNER'S NAME/        *
117600*                                       SUPPRESS RULES, AND LOGS    *
117700*                                       THE GENERATION TO DLVTRACK. *
117720*                                       RECALL NOTICES FOR THE FEED *
117740*                                       GO OUT FIRST.               *
117800******************************************************************
117900 2900-PROCESS-PARTNER-GENERATION.
118000
118100     MOVE 0 TO WS-RECS-WRITTEN
118200     MOVE 1 TO WS-PART-NBR
118300     MOVE 0 TO WS-PART-RECS
118350     MOVE 0 TO WS-PART-RECALLS
118400
118410*
118420* RECALLS ARE FOUND BEFORE THE HEADER SO IT CAN COUNT THEM, AND GO
118430* OUT RIGHT AFTER IT, IN THE FIRST PART, AHEAD OF THE RECORDS.
118440     IF NOT WS-RESYNC-RUN
118450         PERFORM 2930-FIND-RECALLS THRU 2930-EXIT
118460     END-IF
118470
118500     PERFORM 1300-WRITE-RUN-HEADER THRU 1300-EXIT
118550     PERFORM 2940-EMIT-RECALLS     THRU 2940-EXIT
118600
118700     OPEN INPUT Customer-Master
118800     IF WS-CUSTMAST-STATUS NOT = '00'
119200         GOBACK
119300     END-IF
119400
119420*
119440* A RESYNC SENDS THE WHOLE BOOK, SO NOTHING COUNTS AS ALREADY FED
119460* AND THE SKIP BELOW FALLS STRAIGHT THROUGH.
119480     MOVE 0 TO WS-ALREADY-FED-COUNT
119500     IF NOT WS-RESYNC-RUN
119520         PERFORM 2910-COUNT-ALREADY-FED THRU 2910-EXIT
119540     END-IF
119542*
119544* A VOLUME-MANAGED FEED -- ONE WITH A DAILY CAP, OR STILL WITH A
119546* BACKLOG -- COUNTS TODAY'S SENDS AGAINST THE CAP, SENDS ITS
119548* BACKLOG FIRST, AND THEN RESUMES BY CUSTOMER KEY (2993) INSTEAD
119550* OF SKIPPING A COUNT OF MASTER RECORDS: BACKLOG SENDS ARE NOT IN
119552* MASTER KEY ORDER, SO THE COUNT WOULD NOT LINE UP.
119554     MOVE WS-ALREADY-FED-COUNT TO WS-DAY-SENT
119556     MOVE 0   TO WS-FEED-DRAINED
119558     MOVE 0   TO WS-FEED-DEFERRED
119560     MOVE 0   TO WS-FEED-DROPPED
119562     MOVE 0   TO WS-FEED-NOT-BACKLOGGED
119564     MOVE 'N' TO WS-DAILY-CAP-LOGGED-SW
119566     MOVE 'N' TO WS-VOLUME-MANAGED-SW
119568     IF WS-FEED-DAILY-CAP > 0
119570         SET WS-VOLUME-MANAGED TO TRUE
119572     END-IF
119574     PERFORM 2990-DRAIN-BACKLOG THRU 2990-EXIT
119576     IF WS-VOLUME-MANAGED
119578         MOVE 0 TO WS-ALREADY-FED-COUNT
119580         PERFORM 2991-OPEN-SENT-LOOKUP THRU 2991-EXIT
119582     END-IF
119600
119700     PERFORM 9000-READ-CUSTMAST THRU 9000-EXIT
119800     MOVE 0 TO WS-SKIP-COUNT
120400
120500     CLOSE Customer-Master
120600     MOVE 'N' TO WS-EOF-SW
120604
120608     IF WS-SENT-LKUP-IS-OPEN
120612         CLOSE Json-Archive-Lookup
120616         MOVE 'N' TO WS-SENT-LKUP-OPEN-SW
120620     END-IF
120624     IF WS-VOLUME-MANAGED
120628         DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
120632             ' DAILY CAP ' WS-FEED-DAILY-CAP
120636             ' SENT TODAY ' WS-DAY-SENT
120640         DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
120644             ' BACKLOG SENT ' WS-FEED-DRAINED
120648             ' DEFERRED ' WS-FEED-DEFERRED
120652             ' DROPPED ' WS-FEED-DROPPED
120656         IF WS-FEED-NOT-BACKLOGGED > 0
120660             DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
120664                 ' OVER CAP, NOT BACKLOGGED = '
120668                 WS-FEED-NOT-BACKLOGGED
120672         END-IF
120676         ADD WS-FEED-DRAINED  TO WS-TOTAL-DRAINED
120680         ADD WS-FEED-DEFERRED TO WS-TOTAL-DEFERRED
120684     END-IF
120700
120800     ADD WS-RECS-WRITTEN TO WS-TOTAL-RECS-WRITTEN
120900     ADD 1               TO WS-FEED-COUNT
128100******************************************************************
128200 2920-SKIP-ALREADY-FED.
128300
128350     MOVE CUSTMAST-REC TO WS-ENTITLE-CUSTOMER
128400     PERFORM 2945-CHECK-ENTITLEMENT THRU 2945-EXIT
128450     PERFORM 2980-CHECK-EMBARGO THRU 2980-EXIT
128500     IF WS-ENTITLED
128600         AND SD-STATUS-ACTIVE OF CUSTMAST-REC
128650         AND NOT WS-EMBARGOED
128700         ADD 1 TO WS-SKIP-COUNT
128800     END-IF
128900     PERFORM 9000-READ-CUSTMAST THRU 9000-EXIT
129100     .
129200 2920-EXIT.
129300     EXIT.
129301
129302******************************************************************
129303* 2930-FIND-RECALLS  --  WALKS THE FEED'S RCLWORK ROWS AND, FOR EACH *
129304*                        CUSTOMER THE FEED WAS LAST SENT, CHECKS    *
129305*                        THE CUSTOMER IS STILL ON THE MASTER,       *
129306*                        STILL ACTIVE AND STILL ENTITLED TO THE     *
129307*                        FEED.  ONE THAT IS NOT IS MARKED DUE A     *
129308*                        RECALL AND COUNTED FOR THE RUN HEADER.     *
129309******************************************************************
129310 2930-FIND-RECALLS.
129311
129312     MOVE 0 TO WS-PART-RECALLS
129313     IF NOT WS-RCLWORK-READY
129314         GO TO 2930-EXIT
129315     END-IF
129316
129317     OPEN INPUT Customer-Master-Lookup
129318     IF WS-CUSTMAST-LKUP-STATUS NOT = '00'
129319         DISPLAY MYNAME
129320             ' CUSTMAST LOOKUP NOT AVAILABLE, STATUS = '
129321             WS-CUSTMAST-LKUP-STATUS ', NO RECALLS FOR FEED '
129322             WS-OUTPUT-FEED-ID
129323         GO TO 2930-EXIT
129324     END-IF
129325
129326     PERFORM 2932-START-RECALL-WORK THRU 2932-EXIT
129327     PERFORM UNTIL WS-RCLWORK-EOF
129328         IF RCW-LAST-SENT
129329             PERFORM 2935-CHECK-STILL-ELIGIBLE THRU 2935-EXIT
129330         END-IF
129331         PERFORM 2938-READ-RECALL-WORK THRU 2938-EXIT
129332     END-PERFORM
129333
129334     CLOSE Customer-Master-Lookup
129335
129336     IF WS-PART-RECALLS > 0
129337         DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
129338             ' RECALL NOTICES DUE = ' WS-PART-RECALLS
129339     END-IF
129340
129341     .
129342 2930-EXIT.
129343     EXIT.
129344
129345******************************************************************
129346* 2932-START-RECALL-WORK  --  POSITIONS RCLWORK AT THE CURRENT       *
129347*                             FEED'S FIRST ROW AND READS IT.         *
129348******************************************************************
129349 2932-START-RECALL-WORK.
129350
129351     MOVE 'N' TO WS-RCLWORK-EOF-SW
129352     MOVE WS-OUTPUT-FEED-ID TO RCW-FEED-ID
129353     MOVE LOW-VALUES        TO RCW-CUSTOMER-KEY
129354     START Recall-Work KEY NOT < RCW-RECALL-KEY
129355         INVALID KEY
129356             SET WS-RCLWORK-EOF TO TRUE
129357     END-START
129358
129359     IF NOT WS-RCLWORK-EOF
129360         PERFORM 2938-READ-RECALL-WORK THRU 2938-EXIT
129361     END-IF
129362
129363     .
129364 2932-EXIT.
129365     EXIT.
129366
129367******************************************************************
129368* 2935-CHECK-STILL-ELIGIBLE  --  DECIDES WHETHER A CUSTOMER THE FEED *
129369*                                WAS SENT WOULD STILL BE SENT, AND   *
129370*                                WHEN NOT MARKS ITS RCLWORK ROW DUE  *
129371*                                WITH THE REASON: REMOVED FROM THE   *
129372*                                MASTER (ARCHIVED), INACTIVE, OR NOT *
129373*                                ENTITLED TO THE FEED.               *
129374******************************************************************
129375 2935-CHECK-STILL-ELIGIBLE.
129376
129377     MOVE SPACES TO RCW-REASON
129378     MOVE RCW-CUSTOMER-KEY TO SD-001 OF CUSTMAST-LKUP-REC
129379     READ Customer-Master-Lookup
129380         INVALID KEY
129381             MOVE 'REMOVED ' TO RCW-REASON
129382     END-READ
129383
129384     IF RCW-REASON = SPACES
129385         AND SD-STATUS-INACTIVE OF CUSTMAST-LKUP-REC
129386         MOVE 'INACTIVE' TO RCW-REASON
129387     END-IF
129388
129389     IF RCW-REASON = SPACES
129390         MOVE CUSTMAST-LKUP-REC TO WS-ENTITLE-CUSTOMER
129391         PERFORM 2945-CHECK-ENTITLEMENT THRU 2945-EXIT
129392         IF NOT WS-ENTITLED
129393             MOVE 'NOTENTLD' TO RCW-REASON
129394         END-IF
129395     END-IF
129396
129397     IF RCW-REASON = SPACES
129398         GO TO 2935-EXIT
129399     END-IF
129400
129401     SET RCW-RECALL-DUE TO TRUE
129402     REWRITE RCW-RECALL-RECORD
129403     ADD 1 TO WS-PART-RECALLS
129404
129405     .
129406 2935-EXIT.
129407     EXIT.
129408
129409******************************************************************
129410* 2938-READ-RECALL-WORK  --  ADVANCES THE RCLWORK CURSOR, ENDING AT  *
129411*                            THE LAST ROW FOR THE CURRENT FEED.      *
129412******************************************************************
129413 2938-READ-RECALL-WORK.
129414
129415     READ Recall-Work NEXT RECORD
129416         AT END
129417             SET WS-RCLWORK-EOF TO TRUE
129418         NOT AT END
129419             IF RCW-FEED-ID NOT = WS-OUTPUT-FEED-ID
129420                 SET WS-RCLWORK-EOF TO TRUE
129421             END-IF
129422     END-READ
129423
129424     .
129425 2938-EXIT.
129426     EXIT.
129427
129428******************************************************************
129429* 2940-EMIT-RECALLS  --  WRITES ONE RECALL NOTICE FOR EVERY RCLWORK  *
129430*                       ROW 2930 MARKED DUE FOR THE FEED.  RECALLS   *
129431*                       ARE NOT RECORDS: THEY ARE NOT COUNTED IN THE *
129432*                       RECORDS WRITTEN, NOT CAPPED, AND DO NOT FILL *
129433*                       A PART.                                      *
129434******************************************************************
129435 2940-EMIT-RECALLS.
129436
129437     IF WS-PART-RECALLS = 0
129438         GO TO 2940-EXIT
129439     END-IF
129440
129441     PERFORM 2932-START-RECALL-WORK THRU 2932-EXIT
129442     PERFORM UNTIL WS-RCLWORK-EOF
129443         IF RCW-RECALL-DUE
129444             PERFORM 2942-WRITE-RECALL THRU 2942-EXIT
129445         END-IF
129446         PERFORM 2938-READ-RECALL-WORK THRU 2938-EXIT
129447     END-PERFORM
129448
129449     .
129450 2940-EXIT.
129451     EXIT.
129452
129453******************************************************************
129454* 2942-WRITE-RECALL  --  BUILDS THE RECALL NOTICE UNDER THE FEED'S   *
129455*                        OWN NAME FOR THE CUSTOMER KEY, WRITES IT,   *
129456*                        AND ARCHIVES IT AS A RECALL SO NO LATER RUN *
129457*                        SENDS IT AGAIN.                             *
129458******************************************************************
129459 2942-WRITE-RECALL.
129460
129461     MOVE RCW-CUSTOMER-KEY TO WS-PKEY-OUR-KEY
129462     PERFORM 2959-GET-PARTNER-KEY THRU 2959-EXIT
129463
129464     MOVE SPACES TO WS-BUF
129465     STRING '{"ACTION":"RECALL","' DELIMITED BY SIZE
129466            WS-NAME1               DELIMITED BY SPACE
129467            '":"'                  DELIMITED BY SIZE
129468            WS-OUT-CUSTOMER-KEY    DELIMITED BY SIZE
129469            '","REASON":"'         DELIMITED BY SIZE
129470            RCW-REASON             DELIMITED BY SPACE
129471            '"}'                   DELIMITED BY SIZE
129472         INTO WS-BUF
129473
129474     MOVE WS-BUF TO WS-OUT-REC
129475     IF WS-CSV-FEED
129476         PERFORM 2943-BUILD-CSV-RECALL THRU 2943-EXIT
129477     END-IF
129478     PERFORM 8700-WRITE-OUTPUT-RECORD THRU 8700-EXIT
129479
129480     SET WS-RECALL-ROW TO TRUE
129481     PERFORM 2970-WRITE-JSON-ARCHIVE THRU 2970-EXIT
129482     MOVE 'N' TO WS-RECALL-ROW-SW
129483
129484     SET RCW-LAST-RECALLED TO TRUE
129485     REWRITE RCW-RECALL-RECORD
129486     ADD 1 TO WS-TOTAL-RECALLS
129487
129488     .
129489 2942-EXIT.
129490     EXIT.
129491
129500******************************************************************
129600* 2950-PROCESS-RECORDS  --  RUN ONE CUSTOMER-MASTER RECORD THROUGH *
129700*                           THE SAME HAND-BUILT PARTNER-JSON       *
130700*
130800* AN OPERATOR CAP DIRECTIVE STOPS THE FEED'S GENERATION ONCE THE
130900* CAP IS REACHED -- THE REST OF THE MASTER IS LEFT UNREAD FOR
131000* THIS FEED AND THE CAP IS LOGGED ONCE.  A VOLUME-MANAGED FEED
131050* DEFERS TO ITS BACKLOG INSTEAD (2993).
131100     IF WS-FEED-CAP > 0
131200         AND WS-RECS-WRITTEN >= WS-FEED-CAP
131250         AND NOT WS-VOLUME-MANAGED
131300         IF NOT WS-CAP-LOGGED
131400             DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
131500                 ' CAPPED AT ' WS-FEED-CAP ' BY ' WS-DIR-OPERATOR
132100         GO TO 2950-EXIT
132200     END-IF
132300
132350     MOVE CUSTMAST-REC TO WS-ENTITLE-CUSTOMER
132400     PERFORM 2945-CHECK-ENTITLEMENT THRU 2945-EXIT
132500     IF NOT WS-ENTITLED
132600         OR SD-STATUS-INACTIVE OF CUSTMAST-REC
132700         PERFORM 9000-READ-CUSTMAST THRU 9000-EXIT
132800         GO TO 2950-EXIT
132900     END-IF
132902     PERFORM 2980-CHECK-EMBARGO THRU 2980-EXIT
132904     IF WS-EMBARGOED
132906         PERFORM 2982-LOG-EMBARGO-WITHHELD THRU 2982-EXIT
132908         PERFORM 9000-READ-CUSTMAST THRU 9000-EXIT
132910         GO TO 2950-EXIT
132912     END-IF
132920     IF WS-ENTITLED-BY-RULE AND NOT WS-RESYNC-RUN
132940         PERFORM 2944-LOG-RULE-PICKUP THRU 2944-EXIT
132960     END-IF
133000
133010     IF WS-VOLUME-MANAGED
133020         PERFORM 2993-CHECK-MANAGED-CUSTOMER THRU 2993-EXIT
133030         IF NOT WS-SEND-CUSTOMER
133040             PERFORM 9000-READ-CUSTMAST THRU 9000-EXIT
133050             GO TO 2950-EXIT
133060         END-IF
133070     END-IF
133080
133900     MOVE CUSTMAST-REC TO SOME-DATA
133950     PERFORM 2975-SEND-CUSTOMER THRU 2975-EXIT
136000
136100     PERFORM 9000-READ-CUSTMAST THRU 9000-EXIT
136200
137700
137800     READ Customer-Detail
137900         INVALID KEY
137910             IF WS-CSV-FEED
137920                 MOVE SPACES TO WS-CSV-VALUE
137930                 PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
137940                     3 TIMES
137950             END-IF
138000             GO TO 2955-EXIT
138100     END-READ
138200
139200
139300     SUBTRACT 1 FROM WS-BUF-LEN
139400     MOVE WS-BUF TO WS-BUF-SAVE
139420     MOVE 'ACCTTYPE'       TO WS-XLATE-FIELD
139440     MOVE CDT-ACCOUNT-TYPE TO WS-XLATE-VALUE-IN
139460     PERFORM 2967-XLATE-OUTBOUND-VALUE THRU 2967-EXIT
139470     IF WS-CSV-FEED
139480         PERFORM 2956-APPEND-CSV-DETAIL THRU 2956-EXIT
139490     END-IF
139500     MOVE SPACES TO WS-BUF
139600
139700     IF WS-BUF-LEN = 1
140000                '","PHONE":"'              DELIMITED BY SIZE
140100                CDT-CONTACT-PHONE          DELIMITED BY SIZE
140200                '","TYPE":"'               DELIMITED BY SIZE
140300                WS-XLATE-VALUE-OUT(1:4)    DELIMITED BY SIZE
140400                '"}}'                      DELIMITED BY SIZE
140500             INTO WS-BUF
140600     ELSE
141000                '","PHONE":"'              DELIMITED BY SIZE
141100                CDT-CONTACT-PHONE          DELIMITED BY SIZE
141200                '","TYPE":"'               DELIMITED BY SIZE
141300                WS-XLATE-VALUE-OUT(1:4)    DELIMITED BY SIZE
141400                '"}}'                      DELIMITED BY SIZE
141500             INTO WS-BUF
141600     END-IF
141800     .
141900 2955-EXIT.
142000     EXIT.
142003
142006******************************************************************
142009* 2956-APPEND-CSV-DETAIL  --  THE CONTACT NAME, PHONE AND ACCOUNT *
142012*                            TYPE AS THE LAST THREE CSV COLUMNS.  *
142015*                            A CSV ROW IS NEVER ARCHIVED, SO THE  *
142018*                            CONTACT TOKENS ARE RESOLVED HERE AS  *
142021*                            THE ROW IS BUILT (2958), AS 2957     *
142024*                            DOES FOR A JSON RECORD.              *
142027******************************************************************
142030 2956-APPEND-CSV-DETAIL.
142033
142036     MOVE 'N' TO WS-TKV-TYPE
142039     MOVE CDT-CONTACT-NAME TO WS-TKV-VALUE
142042     PERFORM 2958-RESOLVE-TOKEN THRU 2958-EXIT
142045     MOVE WS-TKV-VALUE TO WS-CSV-VALUE
142048     PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
142051
142054     MOVE 'P' TO WS-TKV-TYPE
142057     MOVE CDT-CONTACT-PHONE TO WS-TKV-VALUE
142060     PERFORM 2958-RESOLVE-TOKEN THRU 2958-EXIT
142063     MOVE WS-TKV-VALUE(1:12) TO WS-CSV-VALUE
142066     PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
142069
142072     MOVE WS-XLATE-VALUE-OUT(1:4) TO WS-CSV-VALUE
142075     PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
142078
142081     .
142084 2956-EXIT.
142087     EXIT.
142100
142110******************************************************************
142120* 2957-DETOKENIZE-OUT-REC  --  PUTS THE CLEAR CONTACT NAME AND   *
142130*                             PHONE BACK INTO THE DETAIL OBJECT  *
142140*                             OF THE RECORD ABOUT TO GO TO THE   *
142150*                             PARTNER.  BOTH SLOTS ARE FIXED     *
142160*                             WIDTH, SO A VALUE OVERLAYS ITS     *
142170*                             TOKEN IN PLACE.  WS-BUF, AND SO    *
142180*                             THE JSONARCH ROW, KEEPS THE        *
142190*                             TOKENS.                            *
142200******************************************************************
142210 2957-DETOKENIZE-OUT-REC.
142220
142230     MOVE 0 TO WS-TKV-POS
142240     INSPECT WS-OUT-REC TALLYING WS-TKV-POS
142250         FOR CHARACTERS BEFORE INITIAL '"DETAIL":{"CONTACT":"'
142260     IF WS-TKV-POS > 186
142270         GO TO 2957-EXIT
142280     END-IF
142290
142300     ADD 22 TO WS-TKV-POS
142310     MOVE 'N' TO WS-TKV-TYPE
142320     MOVE WS-OUT-REC(WS-TKV-POS:20) TO WS-TKV-VALUE
142330     PERFORM 2958-RESOLVE-TOKEN THRU 2958-EXIT
142340     MOVE WS-TKV-VALUE TO WS-OUT-REC(WS-TKV-POS:20)
142350
142360     ADD 31 TO WS-TKV-POS
142370     MOVE 'P' TO WS-TKV-TYPE
142380     MOVE WS-OUT-REC(WS-TKV-POS:12) TO WS-TKV-VALUE
142390     PERFORM 2958-RESOLVE-TOKEN THRU 2958-EXIT
142400     MOVE WS-TKV-VALUE(1:12) TO WS-OUT-REC(WS-TKV-POS:12)
142410
142420     .
142430 2957-EXIT.
142440     EXIT.
142450
142460******************************************************************
142470* 2958-RESOLVE-TOKEN  --  TURNS THE TOKEN IN WS-TKV-VALUE BACK   *
142480*                        INTO ITS CLEAR VALUE.  A VAULT ROW FOR  *
142490*                        ANOTHER CUSTOMER OR FIELD, OR NO ROW AT *
142500*                        ALL (A SHREDDED CUSTOMER), RESOLVES TO  *
142510*                        SPACES.  A VALUE THAT IS NOT A TOKEN IS *
142520*                        LEFT AS IT IS.                          *
142530******************************************************************
142540 2958-RESOLVE-TOKEN.
142550
142560     IF WS-TKV-VALUE(1:3) NOT = '*TK'
142570         GO TO 2958-EXIT
142580     END-IF
142590
142600     MOVE WS-TKV-VALUE(1:12) TO TKV-TOKEN
142610     READ Token-Vault
142620         INVALID KEY
142630             MOVE SPACES TO TKV-VAULT-RECORD
142640     END-READ
142650
142660     IF TKV-CUSTOMER-KEY = SD-001 OF SOME-DATA
142670         AND TKV-FIELD-TYPE = WS-TKV-TYPE
142680         MOVE TKV-CLEAR-VALUE TO WS-TKV-VALUE
142690     ELSE
142700         MOVE SPACES TO WS-TKV-VALUE
142710         ADD 1 TO WS-TKV-UNRESOLVED
142720     END-IF
142730
142740     .
142750 2958-EXIT.
142760     EXIT.
142770
143800******************************************************************
143805* 2985-START-NEW-PART  --  LOGS THE PART JUST FILLED TO DLVTRACK   *
143810*                          UNDER ITS OWN RUN DATE/TIME, THEN        *
143815*                          OPENS THE NEXT PART WITH A FRESH DATED   *
143820*                          RUN HEADER (AND SO A FRESH GENERATION    *
143825*                          KEY FOR ITS OWN RECEIPT).               *
143830******************************************************************
143835 2985-START-NEW-PART.
143840
143845     PERFORM 1400-WRITE-DELIVERY-TRACK THRU 1400-EXIT
143850
143855     ADD 1 TO WS-PART-NBR
143860     MOVE 0 TO WS-PART-RECS
143865     MOVE 0 TO WS-PART-RECALLS
143870
143875     PERFORM 1300-WRITE-RUN-HEADER THRU 1300-EXIT
143880
143885     .
143890 2985-EXIT.
143895     EXIT.
143900
144200******************************************************************
144205* 2945-CHECK-ENTITLEMENT  --  SETS WS-ENTITLED FOR THE MASTER      *
144210*                             RECORD THE CALLER MOVED TO           *
144215*                             WS-ENTITLE-CUSTOMER, ON THE CURRENT  *
144220*                             WS-OUTPUT-FEED-ID.  AN ENTLRULE      *
144225*                             EXCLUSION FOR THE CUSTOMER WINS      *
144230*                             OUTRIGHT; OTHERWISE AN ENTLTBL ROW   *
144235*                             (2948) OR A MATCHING ENTLRULE RULE   *
144240*                             (2947) ENTITLES IT, AND              *
144245*                             WS-ENTITLED-BY-RULE SAYS ONLY A RULE *
144250*                             DID.  A FEED WITH NO ENTLRULE ROWS,  *
144255*                             WHEN ENTLTBL WAS MISSING OR EMPTY AT *
144260*                             STARTUP, STAYS ENTITLED TO EVERY     *
144265*                             CUSTOMER AS BEFORE.                  *
144270******************************************************************
144275 2945-CHECK-ENTITLEMENT.
144280
144285     MOVE SD-001 OF WS-ENTITLE-CUSTOMER TO WS-ENTITLE-CUST-KEY
144290     MOVE 'N'    TO WS-ENTITLED-BY-RULE-SW
144295     MOVE 'N'    TO WS-ENTITLE-EXCLUDED-SW
144300     MOVE SPACES TO WS-ENTITLE-RULE-ID
144305
144310     IF WS-ENTLTBL-MISSING AND WS-ERULE-COUNT = 0
144315         SET WS-ENTITLED TO TRUE
144320         GO TO 2945-EXIT
144325     END-IF
144330
144335     MOVE 'N' TO WS-ENTITLED-SW
144340     IF WS-ERULE-COUNT > 0
144345         PERFORM 2947-APPLY-ENTITLE-RULES THRU 2947-EXIT
144350         IF WS-ENTITLE-EXCLUDED
144355             GO TO 2945-EXIT
144360         END-IF
144365     END-IF
144370
144375     IF NOT WS-ENTLTBL-MISSING
144380         PERFORM 2948-CHECK-EXPLICIT-ENTITLE THRU 2948-EXIT
144385     END-IF
144390
144395     IF NOT WS-ENTITLED
144400         AND WS-ENTITLE-RULE-ID NOT = SPACES
144405         SET WS-ENTITLED          TO TRUE
144410         SET WS-ENTITLED-BY-RULE  TO TRUE
144415     END-IF
144420
144425     .
144430 2945-EXIT.
144435     EXIT.
144440
144445******************************************************************
144450* 2947-APPLY-ENTITLE-RULES  --  RUNS THE CUSTOMER PAST EVERY       *
144455*                               ENTLRULE ROW THE FEED LOADED       *
144460*                               (2949), STOPPING AT AN             *
144465*                               EXCLUSION.  LEAVES THE FIRST       *
144470*                               MATCHING RULE IN                   *
144475*                               WS-ENTITLE-RULE-ID, OR SPACES.     *
144480******************************************************************
144485 2947-APPLY-ENTITLE-RULES.
144490
144495     MOVE 'N'    TO WS-ENTITLE-ACCT-SW
144500     MOVE SPACES TO WS-ENTITLE-ACCT-TYPE
144505
144510     MOVE 1 TO WS-ERULE-SUB
144515     PERFORM UNTIL WS-ERULE-SUB > WS-ERULE-COUNT
144520             OR WS-ENTITLE-EXCLUDED
144525         PERFORM 2949-MATCH-ENTITLE-RULE THRU 2949-EXIT
144530         ADD 1 TO WS-ERULE-SUB
144535     END-PERFORM
144540
144545     .
144550 2947-EXIT.
144555     EXIT.
144560
144565******************************************************************
144570* 2949-MATCH-ENTITLE-RULE  --  ONE ENTLRULE ROW.  AN EXCLUSION     *
144575*                              MATCHES ON THE CUSTOMER KEY.  A     *
144580*                              RULE MATCHES WHEN EVERY NON-BLANK   *
144585*                              CRITERION DOES: STATUS 'A' FOR AN   *
144590*                              ACTIVE (OR BLANK) STATUS, 'I' FOR   *
144595*                              AN INACTIVE ONE; SD-003 BY ITS      *
144600*                              LEADING NON-BLANK PART; ACCOUNT     *
144605*                              TYPE EXACTLY, FROM CUSTDETL         *
144610*                              (2941).  ONCE A RULE HAS MATCHED    *
144615*                              ONLY EXCLUSIONS ARE STILL LOOKED    *
144620*                              AT.                                 *
144625******************************************************************
144630 2949-MATCH-ENTITLE-RULE.
144635
144640     IF WS-ERU-EXCLUDE (WS-ERULE-SUB)
144645         IF WS-ERU-CUST-KEY (WS-ERULE-SUB) = WS-ENTITLE-CUST-KEY
144650             SET WS-ENTITLE-EXCLUDED TO TRUE
144655         END-IF
144660         GO TO 2949-EXIT
144665     END-IF
144670
144675     IF WS-ENTITLE-RULE-ID NOT = SPACES
144680         GO TO 2949-EXIT
144685     END-IF
144690
144695     IF WS-ERU-STATUS (WS-ERULE-SUB) = 'A'
144700         AND SD-STATUS-INACTIVE OF WS-ENTITLE-CUSTOMER
144705         GO TO 2949-EXIT
144710     END-IF
144715     IF WS-ERU-STATUS (WS-ERULE-SUB) = 'I'
144720         AND NOT SD-STATUS-INACTIVE OF WS-ENTITLE-CUSTOMER
144725         GO TO 2949-EXIT
144730     END-IF
144735
144740     MOVE WS-ERU-SD003-LEN (WS-ERULE-SUB) TO WS-ERULE-LEN
144745     IF WS-ERULE-LEN > 0
144750         IF SD-003 OF WS-ENTITLE-CUSTOMER (1:WS-ERULE-LEN)
144755             NOT = WS-ERU-SD-003 (WS-ERULE-SUB) (1:WS-ERULE-LEN)
144760             GO TO 2949-EXIT
144765         END-IF
144770     END-IF
144775
144780     IF WS-ERU-ACCT-TYPE (WS-ERULE-SUB) NOT = SPACES
144785         IF NOT WS-ENTITLE-ACCT-FETCHED
144790             PERFORM 2941-GET-ENTITLE-ACCT-TYPE THRU 2941-EXIT
144795         END-IF
144800         IF WS-ENTITLE-ACCT-TYPE
144805             NOT = WS-ERU-ACCT-TYPE (WS-ERULE-SUB)
144810             GO TO 2949-EXIT
144815         END-IF
144820     END-IF
144825
144830     MOVE WS-ERU-RULE-ID (WS-ERULE-SUB) TO WS-ENTITLE-RULE-ID
144835
144840     .
144845 2949-EXIT.
144850     EXIT.
144855
144860******************************************************************
144865* 2941-GET-ENTITLE-ACCT-TYPE  --  READS THE CUSTOMER'S CUSTDETL    *
144870*                                 ROW AT RANDOM FOR ITS ACCOUNT    *
144875*                                 TYPE, ONCE PER ENTITLEMENT       *
144880*                                 CHECK.  NO ROW, OR NO CUSTDETL   *
144885*                                 THIS RUN, IS A BLANK ACCOUNT     *
144890*                                 TYPE, WHICH NO ACCOUNT-TYPE RULE *
144895*                                 MATCHES.                         *
144900******************************************************************
144905 2941-GET-ENTITLE-ACCT-TYPE.
144910
144915     SET WS-ENTITLE-ACCT-FETCHED TO TRUE
144920     MOVE SPACES TO WS-ENTITLE-ACCT-TYPE
144925
144930     IF WS-CUSTDETL-MISSING
144935         GO TO 2941-EXIT
144940     END-IF
144945
144950     MOVE WS-ENTITLE-CUST-KEY TO CDT-CUSTOMER-KEY
144955     READ Customer-Detail
144960         INVALID KEY
144965             GO TO 2941-EXIT
144970     END-READ
144975     MOVE CDT-ACCOUNT-TYPE TO WS-ENTITLE-ACCT-TYPE
144980
144985     .
144990 2941-EXIT.
144995     EXIT.
145000
145005******************************************************************
145010* 2948-CHECK-EXPLICIT-ENTITLE  --  LOOKS UP ENTLTBL FOR A ROW      *
145015*                                  KEYED BY WS-ENTITLE-CUST-KEY    *
145020*                                  AND THE CURRENT                 *
145025*                                  WS-OUTPUT-FEED-ID, THE SAME     *
145030*                                  LOOKUP PATTERN CUSTDLTA USES    *
145035*                                  AGAINST ITS PRIOR               *
145040*                                  SNAPSHOT.  SETS WS-ENTITLED ON  *
145045*                                  A MATCH.  THE LOOKUP IS ONE     *
145050*                                  KEYED READ OF THE ENTLKEY RUN   *
145055*                                  COPY, OR AN OPEN-SCAN-CLOSE OF  *
145060*                                  ENTLTBL WHEN THAT COPY COULD    *
145065*                                  NOT BE BUILT.                   *
145070******************************************************************
145075 2948-CHECK-EXPLICIT-ENTITLE.
145905*
145910* THE KEYED COPY ANSWERS IN ONE READ; THE SCAN BELOW IS ONLY THE
145915* FALLBACK WHEN ENTLKEY COULD NOT BE BUILT.
145920     IF WS-ENTLKEY-READY
145925         MOVE WS-ENTITLE-CUST-KEY    TO WS-ENTLKEY-PROBE-CUST
145930         MOVE WS-OUTPUT-FEED-ID      TO WS-ENTLKEY-PROBE-FEED
145935         MOVE WS-ENTLKEY-PROBE       TO ETK-ENTITLE-KEY
145940         READ Entitle-Keyed
145945             INVALID KEY
145950                 MOVE 'N' TO WS-ENTITLED-SW
145955             NOT INVALID KEY
145960                 SET WS-ENTITLED TO TRUE
145965         END-READ
145970         GO TO 2948-EXIT
145975     END-IF
145980
146000     MOVE 'N' TO WS-ENTITLED-SW
146100     MOVE 'N' TO WS-ENTLTBL-EOF-SW
146200
146300     OPEN INPUT Entitle-Table
146400     IF WS-ENTLTBL-STATUS NOT = '00'
146500         SET WS-ENTITLED TO TRUE
146600         GO TO 2948-EXIT
146700     END-IF
146800
146900     PERFORM 2946-READ-ENTITLE-TABLE THRU 2946-EXIT
147000     PERFORM UNTIL WS-ENTLTBL-EOF OR WS-ENTITLED
147100         IF ETL-CUSTOMER-KEY = WS-ENTITLE-CUST-KEY
147200             AND ETL-FEED-ID = WS-OUTPUT-FEED-ID
147300             SET WS-ENTITLED TO TRUE
147400         ELSE
147900     CLOSE Entitle-Table
148000
148100     .
148200 2948-EXIT.
148300     EXIT.
148400
148500******************************************************************
150400*                               2910-COUNT-ALREADY-FED CAN TELL     *
150500*                               WHICH CUSTOMERS A FEED ALREADY GOT  *
150600*                               TODAY ON AN INTRADAY RESUBMISSION.  *
150620*                               A RECALL NOTICE IS ARCHIVED UNDER   *
150640*                               JAR-RECALL-NOTICE INSTEAD, SO IT    *
150660*                               NEVER COUNTS AS ALREADY FED.        *
150700******************************************************************
150800 2970-WRITE-JSON-ARCHIVE.
150900
151900     ACCEPT JAR-TIMESTAMP-DATE OF JAR-ARCHIVE-RECORD FROM DATE
152000         YYYYMMDD
152100     ACCEPT JAR-TIMESTAMP-TIME OF JAR-ARCHIVE-RECORD FROM TIME
152150     MOVE WS-JSONARCH-SEQ   TO JAR-SEQUENCE-NBR
152200         OF JAR-ARCHIVE-RECORD
152250     MOVE WS-BUF            TO JAR-BUFFER OF JAR-ARCHIVE-RECORD
152300     IF WS-RECALL-ROW
152350         SET JAR-RECALL-NOTICE OF JAR-ARCHIVE-RECORD TO TRUE
152400         MOVE RCW-CUSTOMER-KEY TO JAR-CUSTOMER-KEY
152450             OF JAR-ARCHIVE-RECORD
152500     ELSE
152550         MOVE MYNAME      TO JAR-PROGRAM-ID OF JAR-ARCHIVE-RECORD
152600         MOVE SD-001 OF SOME-DATA TO JAR-CUSTOMER-KEY
152650             OF JAR-ARCHIVE-RECORD
152700     END-IF
152800     MOVE WS-OUTPUT-FEED-ID TO JAR-FEED-ID OF JAR-ARCHIVE-RECORD
152900
153000     WRITE JAR-ARCHIVE-RECORD
153010     IF WS-JSONARCH-STATUS = '00'
153020         ADD 1 TO WS-ARCH-ADDED
153030         ADD JAR-SEQUENCE-NBR OF JAR-ARCHIVE-RECORD
153040             JAR-TIMESTAMP-TIME OF JAR-ARCHIVE-RECORD
153050             TO WS-ARCH-HASH
153060     END-IF
153100
153200     .
153300 2970-EXIT.
154400*                               FIELD NAMES -- NAMETBL ONLY         *
154500*                               NEGOTIATES THE SD-001/SD-002        *
154600*                               NAMES.                              *
154620*                               SD-003 PASSES THROUGH THE FEED'S    *
154640*                               VALXLAT TRANSLATION (2967).         *
154660*                               SD-001 GOES OUT AS THE PARTNER'S    *
154680*                               OWN KEY WHERE IT HAS ONE (2959).    *
154685*                               THE CUSTHIER PARENT KEY GOES LAST   *
154690*                               FOR A SUBSCRIBED FEED (2965).       *
154700******************************************************************
154800 2960-BUILD-PARTNER-JSON.
154900
155100     MOVE '{' TO WS-BUF(1:1)
155200     MOVE 2   TO WS-BUF-PTR
155300     MOVE 'Y' TO WS-FIRST-FIELD-SW
155310     MOVE SPACES TO WS-CSV-REC
155320     MOVE 1   TO WS-CSV-PTR
155330     MOVE 'Y' TO WS-CSV-FIRST-SW
155400
155500     IF WS-SEND-SD001-SW = 'Y' AND NOT WS-SUPPRESS-SD001
155510         MOVE SD-001 OF SOME-DATA TO WS-PKEY-OUR-KEY
155520         PERFORM 2959-GET-PARTNER-KEY THRU 2959-EXIT
155600         PERFORM 2961-APPEND-FIELD-COMMA THRU 2961-EXIT
155700         STRING '"'         DELIMITED BY SIZE
155800                WS-NAME1    DELIMITED BY SPACE
155900                '":"'       DELIMITED BY SIZE
156000                WS-OUT-CUSTOMER-KEY DELIMITED BY SIZE
156100                '"'         DELIMITED BY SIZE
156200             INTO WS-BUF WITH POINTER WS-BUF-PTR
156210         IF WS-CSV-FEED
156220             MOVE WS-OUT-CUSTOMER-KEY TO WS-CSV-VALUE
156230             PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
156240         END-IF
156300     END-IF
156400
156500     IF WS-SEND-SD002-SW = 'Y' AND NOT WS-SUPPRESS-SD002
157100                    SD-002 OF SOME-DATA DELIMITED BY SIZE
157200                    '"'         DELIMITED BY SIZE
157300                 INTO WS-BUF WITH POINTER WS-BUF-PTR
157310             IF WS-CSV-FEED
157320                 MOVE SD-002 OF SOME-DATA TO WS-CSV-VALUE
157330                 PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
157340             END-IF
157400         ELSE
157500             PERFORM 2963-APPEND-BOOL-FLAGS THRU 2963-EXIT
157600         END-IF
157800
157900     IF WS-SEND-SD003-SW = 'Y'
158000         PERFORM 2961-APPEND-FIELD-COMMA THRU 2961-EXIT
158020         MOVE 'SD-003  '          TO WS-XLATE-FIELD
158040         MOVE SD-003 OF SOME-DATA TO WS-XLATE-VALUE-IN
158060         PERFORM 2967-XLATE-OUTBOUND-VALUE THRU 2967-EXIT
158100         STRING '"SD-003":"' DELIMITED BY SIZE
158200                WS-XLATE-VALUE-OUT  DELIMITED BY SIZE
158300                '"'          DELIMITED BY SIZE
158400             INTO WS-BUF WITH POINTER WS-BUF-PTR
158410         IF WS-CSV-FEED
158420             MOVE WS-XLATE-VALUE-OUT TO WS-CSV-VALUE
158430             PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
158440         END-IF
158500     END-IF
158600
158700     IF WS-SEND-SD004-SW = 'Y'
159200                WS-SD004-OUT DELIMITED BY SPACE
159300                '"'          DELIMITED BY SIZE
159400             INTO WS-BUF WITH POINTER WS-BUF-PTR
159410         IF WS-CSV-FEED
159420             MOVE WS-SD004-OUT TO WS-CSV-VALUE
159430             PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
159440         END-IF
159500     END-IF
159600
159620     IF WS-PARENT-KEY-SUBSCRIBED AND NOT WS-CUSTHIER-MISSING
159640         PERFORM 2965-APPEND-PARENT-KEY THRU 2965-EXIT
159660     END-IF
159680
159700     MOVE '}' TO WS-BUF(WS-BUF-PTR:1)
159800
159900     .
160000 2960-EXIT.
160100     EXIT.
160102
160104******************************************************************
160106* 2965-APPEND-PARENT-KEY  --  READS THE CUSTOMER'S CUSTHIER ROW    *
160108*                             AT RANDOM BY KEY AND APPENDS ITS     *
160110*                             PARENT KEY, SENT THE SAME WAY AS     *
160112*                             SD-001 (2959).  NO ROW IS A TOP-     *
160114*                             LEVEL ACCOUNT: AN EMPTY PARENT KEY.  *
160116******************************************************************
160118 2965-APPEND-PARENT-KEY.
160120
160122     MOVE SPACES TO WS-OUT-PARENT-KEY
160124     MOVE SD-001 OF SOME-DATA TO CHR-CUSTOMER-KEY OF CUSTHIER-REC
160126
160128     READ Customer-Hierarchy
160130         INVALID KEY
160132             MOVE SPACES TO CHR-PARENT-KEY OF CUSTHIER-REC
160134     END-READ
160136
160138     IF CHR-PARENT-KEY OF CUSTHIER-REC NOT = SPACES
160140         MOVE CHR-PARENT-KEY OF CUSTHIER-REC TO WS-PKEY-OUR-KEY
160142         PERFORM 2959-GET-PARTNER-KEY THRU 2959-EXIT
160144         MOVE WS-OUT-CUSTOMER-KEY TO WS-OUT-PARENT-KEY
160146     END-IF
160148
160150     PERFORM 2961-APPEND-FIELD-COMMA THRU 2961-EXIT
160152     STRING '"PARENT-KEY":"' DELIMITED BY SIZE
160154            WS-OUT-PARENT-KEY DELIMITED BY SPACE
160156            '"'              DELIMITED BY SIZE
160158         INTO WS-BUF WITH POINTER WS-BUF-PTR
160160     IF WS-CSV-FEED
160162         MOVE WS-OUT-PARENT-KEY TO WS-CSV-VALUE
160164         PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
160166     END-IF
160168
160170     .
160172 2965-EXIT.
160174     EXIT.
160200
160300******************************************************************
160400* 1270-LOAD-BOOL-RENDER  --  OPEN-SCAN-CLOSES BOOLRTBL FOR THE      *
166100            '-A":'      DELIMITED BY SIZE
166200            WS-RENDERED-FLAG DELIMITED BY SPACE
166300         INTO WS-BUF WITH POINTER WS-BUF-PTR
166310     IF WS-CSV-FEED
166320         PERFORM 2962-APPEND-CSV-FLAG THRU 2962-EXIT
166330     END-IF
166400
166500     PERFORM 2961-APPEND-FIELD-COMMA THRU 2961-EXIT
166600     MOVE SD-002-B OF SOME-DATA TO WS-FLAG-VALUE
167000            '-B":'      DELIMITED BY SIZE
167100            WS-RENDERED-FLAG DELIMITED BY SPACE
167200         INTO WS-BUF WITH POINTER WS-BUF-PTR
167210     IF WS-CSV-FEED
167220         PERFORM 2962-APPEND-CSV-FLAG THRU 2962-EXIT
167230     END-IF
167300
167400     .
167500 2963-EXIT.
167600     EXIT.
167700
167705******************************************************************
167710* 2962-APPEND-CSV-FLAG  --  ONE RENDERED FLAG AS A CSV VALUE.  THE *
167715*                           JSON QUOTES AROUND A QUOTED DIALECT    *
167720*                           ('"Y"', '"1"') ARE DROPPED; A CSV      *
167725*                           VALUE CARRIES NO TYPE.                 *
167730******************************************************************
167735 2962-APPEND-CSV-FLAG.
167740
167745     IF WS-RENDERED-FLAG(1:1) = '"'
167750         MOVE WS-RENDERED-FLAG(2:1) TO WS-CSV-VALUE
167755     ELSE
167760         MOVE WS-RENDERED-FLAG TO WS-CSV-VALUE
167765     END-IF
167770     PERFORM 2969-APPEND-CSV-VALUE THRU 2969-EXIT
167775
167780     .
167785 2962-EXIT.
167790     EXIT.
167795
167800******************************************************************
167900* 2964-RENDER-FLAG  --  ONE STORED FLAG BYTE TO THE FEED'S          *
168000*                       DIALECT.  'Y', '1', AND 'T' COUNT AS        *
175700 2961-EXIT.
175800     EXIT.
175900
175901******************************************************************
175902* 2969-APPEND-CSV-VALUE  --  APPENDS WS-CSV-VALUE TO THE CSV ROW   *
175903*                            AS ONE COLUMN, COMMA-SEPARATED FROM   *
175904*                            THE ONE BEFORE.  TRAILING SPACES ARE  *
175905*                            DROPPED.  A VALUE HOLDING A COMMA OR  *
175906*                            A QUOTE, OR STARTING WITH A SPACE,    *
175907*                            GOES OUT IN QUOTES WITH EACH QUOTE    *
175908*                            DOUBLED; AN ALL-SPACE VALUE IS AN     *
175909*                            EMPTY COLUMN.                         *
175910******************************************************************
175911 2969-APPEND-CSV-VALUE.
175912
175913     IF WS-CSV-FIRST
175914         MOVE 'N' TO WS-CSV-FIRST-SW
175915     ELSE
175916         STRING ',' DELIMITED BY SIZE
175917             INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
175918     END-IF
175919
175920     MOVE 24 TO WS-CSV-LEN
175921     PERFORM UNTIL WS-CSV-LEN = 0
175922             OR WS-CSV-VALUE(WS-CSV-LEN:1) NOT = SPACE
175923         SUBTRACT 1 FROM WS-CSV-LEN
175924     END-PERFORM
175925     IF WS-CSV-LEN = 0
175926         GO TO 2969-EXIT
175927     END-IF
175928
175929     MOVE 0 TO WS-CSV-SPECIALS
175930     INSPECT WS-CSV-VALUE TALLYING WS-CSV-SPECIALS
175931         FOR ALL ',' ALL '"'
175932     IF WS-CSV-VALUE(1:1) = SPACE
175933         ADD 1 TO WS-CSV-SPECIALS
175934     END-IF
175935
175936     IF WS-CSV-SPECIALS = 0
175937         STRING WS-CSV-VALUE(1:WS-CSV-LEN) DELIMITED BY SIZE
175938             INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
175939         GO TO 2969-EXIT
175940     END-IF
175941
175942     STRING '"' DELIMITED BY SIZE
175943         INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
175944     MOVE 1 TO WS-CSV-IX
175945     PERFORM UNTIL WS-CSV-IX > WS-CSV-LEN
175946         IF WS-CSV-VALUE(WS-CSV-IX:1) = '"'
175947             STRING '""' DELIMITED BY SIZE
175948                 INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
175949         ELSE
175950             STRING WS-CSV-VALUE(WS-CSV-IX:1) DELIMITED BY SIZE
175951                 INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
175952         END-IF
175953         ADD 1 TO WS-CSV-IX
175954     END-PERFORM
175955     STRING '"' DELIMITED BY SIZE
175956         INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
175957
175958     .
175959 2969-EXIT.
175960     EXIT.
175961
175962******************************************************************
175963* 2943-BUILD-CSV-RECALL  --  A CSV FEED'S RECALL NOTICE: A '#'    *
175964*                            LINE LIKE ITS RUN HEADER, SO IT IS   *
175965*                            NEVER READ AS A DATA ROW.  THE       *
175966*                            JSONARCH ROW KEEPS THE JSON NOTICE.  *
175967******************************************************************
175968 2943-BUILD-CSV-RECALL.
175969
175970     MOVE SPACES TO WS-OUT-REC
175971     STRING '#ACTION=RECALL,'      DELIMITED BY SIZE
175972            WS-NAME1               DELIMITED BY SPACE
175973            '='                    DELIMITED BY SIZE
175974            WS-OUT-CUSTOMER-KEY    DELIMITED BY SIZE
175975            ',REASON='             DELIMITED BY SIZE
175976            RCW-REASON             DELIMITED BY SPACE
175977         INTO WS-OUT-REC
175978
175979     .
175980 2943-EXIT.
175981     EXIT.
175982
176000******************************************************************
176100* 3000-TERMINATE  --  CLOSE THE SHARED FILES AND REPORT THE RUN    *
176200*                      TOTALS ACROSS EVERY PARTNER FEED FANNED     *
177000
177100     IF WS-JSONARCH-IS-OPEN
177200         CLOSE Json-Archive
177250         PERFORM 3100-WRITE-CONTROL-TOTALS THRU 3100-EXIT
177300     END-IF
177400
177500     IF NOT WS-CUSTDETL-MISSING
177600         CLOSE Customer-Detail
177650         CLOSE Token-Vault
177700     END-IF
177705     IF NOT WS-CUSTHIER-MISSING
177710         CLOSE Customer-Hierarchy
177715     END-IF
177720     IF WS-ENTLKEY-READY
177740         CLOSE Entitle-Keyed
177760     END-IF
177762     IF WS-PKXWORK-READY
177764         CLOSE Partner-Key-Work
177766     END-IF
177770     IF WS-RCLWORK-READY
177780         CLOSE Recall-Work
177790     END-IF
177792     IF WS-BACKLOG-READY
177794         CLOSE Volume-Backlog
177796         CLOSE Backlog-Work
177798     END-IF
177800     IF WS-JSONSHDW-IS-OPEN
177900         CLOSE Shadow-Out
178000     END-IF
178200     IF WS-OPSDRLOG-IS-OPEN
178300         CLOSE Directive-Log
178400     END-IF
178420     IF WS-VALXEXC-IS-OPEN
178440         CLOSE Value-Xlate-Exceptions
178460     END-IF
178470     IF WS-ENTLPICK-IS-OPEN
178480         CLOSE Entitle-Pickup
178490     END-IF
178492     IF WS-EMBWHLD-IS-OPEN
178494         CLOSE Embargo-Withheld
178496     END-IF
178500     CLOSE Jsonfeed-Out
178600
178700
178800     PERFORM 8800-WRITE-HEARTBEAT THRU 8800-EXIT
178900
178920     IF NOT WS-RESYNC-RUN
178940         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
178960     END-IF
178980
179000     IF WS-RESYNC-RUN AND WS-FEED-COUNT = 0
179020         DISPLAY MYNAME ' RESYNC FEED ' WS-RESYNC-FEED-ID
179040             ' NOT FOUND ON NAME-TABLE, NOTHING WRITTEN'
179060         MOVE 8 TO RETURN-CODE
179080     END-IF
179100
179200     DISPLAY MYNAME ' PARTNER FEEDS PROCESSED = ' WS-FEED-COUNT
179300     DISPLAY MYNAME ' RECORDS READ            = ' WS-RECS-READ
179400     DISPLAY MYNAME ' RECORDS WRITTEN         = '
179500         WS-TOTAL-RECS-WRITTEN
179520     DISPLAY MYNAME ' UNMAPPED VALUES LOGGED  = '
179540         WS-XLATE-EXCEPTIONS
179560     DISPLAY MYNAME ' RECALL NOTICES WRITTEN  = '
179580         WS-TOTAL-RECALLS
179584     DISPLAY MYNAME ' BACKLOG RECORDS SENT    = '
179588         WS-TOTAL-DRAINED
179592     DISPLAY MYNAME ' DEFERRED TO BACKLOG     = '
179596         WS-TOTAL-DEFERRED
179597     DISPLAY MYNAME ' UNRESOLVED TOKENS       = '
179598         WS-TKV-UNRESOLVED
179599     DISPLAY MYNAME ' SENT UNDER OUR KEY      = ' WS-PKEY-UNMAPPED
179649     DISPLAY MYNAME ' ENTITLED BY RULE ONLY   = ' WS-RULE-PICKUPS
179669     DISPLAY MYNAME ' WITHHELD BY EMBARGO     = '
179689         WS-EMBARGO-WITHHELD
179699
179700     DISPLAY MYNAME ' End'
179800
179900     .
180000 3000-EXIT.
180100     EXIT.
180102
180104******************************************************************
180106* 3100-WRITE-CONTROL-TOTALS  --  APPENDS ONE END-OF-JOB CONTROL  *
180108*                                TOTALS RECORD TO JSNCTOT FOR    *
180110*                                THE ROWS THIS RUN ADDED TO      *
180112*                                JSONARCH IN PLACE -- AN 'A'     *
180114*                                SCOPE ROW, SINCE THE REST OF    *
180116*                                THE ARCHIVE WAS ALREADY THERE.  *
180118*                                SAME PATTERN AS JSNGBAT'S 3100. *
180120******************************************************************
180122 3100-WRITE-CONTROL-TOTALS.
180124
180126     OPEN EXTEND Control-Totals
180128     IF WS-CTLTOT-STATUS = '05' OR WS-CTLTOT-STATUS = '35'
180130         OPEN OUTPUT Control-Totals
180132     END-IF
180134
180136     ACCEPT CTL-TIMESTAMP-DATE FROM DATE YYYYMMDD
180138     ACCEPT CTL-TIMESTAMP-TIME FROM TIME
180140     MOVE MYNAME            TO CTL-PROGRAM-ID
180142     MOVE WS-RECS-READ      TO CTL-RECS-READ
180144     MOVE SPACES            TO CTL-FEED-ID
180146     MOVE 'JSONARCH'        TO CTL-DATASET-ID
180148     SET CTL-SCOPE-ADDED    TO TRUE
180150     MOVE WS-ARCH-HASH      TO CTL-HASH-TOTAL
180152     MOVE WS-ARCH-ADDED     TO CTL-RECS-WRITTEN
180154     MOVE 0                 TO CTL-RECS-FAILED
180156     MOVE RETURN-CODE       TO CTL-RETURN-CODE
180158
180160     WRITE CTL-TOTALS-RECORD
180162
180164     CLOSE Control-Totals
180166
180168     .
180170 3100-EXIT.
180172     EXIT.
180200
180300******************************************************************
180400* 1900-CLAIM-RUN-LOCK  --  CLAIMS THE SHARED CUSTOMER-MASTER RUN    *
212100     .
212200 9000-EXIT.
212300     EXIT.
212400
212500******************************************************************
212600* 1290-LOAD-VALUE-XLATE  --  OPEN-SCAN-CLOSES VALXLAT FOR THE       *
212700*                            CURRENT FEED'S ROWS, CLEARING THE      *
212800*                            PREVIOUS FEED'S TABLE FIRST SO ONE     *
212900*                            PARTNER'S CODE SET NEVER CARRIES       *
213000*                            OVER.  NOTES WHICH FIELDS THE FEED     *
213100*                            TRANSLATES AT ALL.  A MISSING TABLE    *
213200*                            TRANSLATES NOTHING.                    *
213300******************************************************************
213400 1290-LOAD-VALUE-XLATE.
213500
213600     MOVE 0   TO WS-XLATE-COUNT
213700     MOVE 'N' TO WS-XLATE-ACCT-SW
213800     MOVE 'N' TO WS-XLATE-SD003-SW
213900     MOVE 'N' TO WS-VALXLAT-EOF-SW
214000
214100     OPEN INPUT Value-Xlate-Table
214200     IF WS-VALXLAT-STATUS NOT = '00'
214300         GO TO 1290-EXIT
214400     END-IF
214500
214600     PERFORM 1295-READ-VALUE-XLATE THRU 1295-EXIT
214700     PERFORM UNTIL WS-VALXLAT-EOF
214800         IF VXL-FEED-ID = WS-OUTPUT-FEED-ID
214900             AND (VXL-FIELD-ACCT-TYPE OR VXL-FIELD-SD003)
215000             PERFORM 1298-STORE-VALUE-XLATE THRU 1298-EXIT
215100         END-IF
215200         PERFORM 1295-READ-VALUE-XLATE THRU 1295-EXIT
215300     END-PERFORM
215400
215500     CLOSE Value-Xlate-Table
215600
215700     .
215800 1290-EXIT.
215900     EXIT.
216000
216100******************************************************************
216200* 1295-READ-VALUE-XLATE  --  PRIMES/ADVANCES THE VALXLAT CURSOR.    *
216300******************************************************************
216400 1295-READ-VALUE-XLATE.
216500
216600     READ Value-Xlate-Table
216700         AT END
216800             SET WS-VALXLAT-EOF TO TRUE
216900     END-READ
217000
217100     .
217200 1295-EXIT.
217300     EXIT.
217400
217500******************************************************************
217600* 1298-STORE-VALUE-XLATE  --  KEEPS ONE VALXLAT ROW IN THE FEED'S   *
217700*                             TABLE.  A FULL TABLE DROPS THE ROW    *
217800*                             WITH A MESSAGE -- ITS VALUE THEN      *
217900*                             SHOWS UP ON VALXEXC AS UNMAPPED.      *
218000******************************************************************
218100 1298-STORE-VALUE-XLATE.
218200
218300     IF WS-XLATE-COUNT NOT < WS-XLATE-MAX
218400         DISPLAY MYNAME ' VALXLAT TABLE FULL FOR FEED '
218500             WS-OUTPUT-FEED-ID ', ROW IGNORED: ' VXL-FIELD
218600             ' ' VXL-INTERNAL-VALUE
218700         GO TO 1298-EXIT
218800     END-IF
218900
219000     ADD 1 TO WS-XLATE-COUNT
219100     MOVE VXL-FIELD          TO WS-XLT-FIELD    (WS-XLATE-COUNT)
219200     MOVE VXL-INTERNAL-VALUE TO WS-XLT-INTERNAL (WS-XLATE-COUNT)
219300     MOVE VXL-PARTNER-VALUE  TO WS-XLT-PARTNER  (WS-XLATE-COUNT)
219400
219500     IF VXL-FIELD-ACCT-TYPE
219600         SET WS-XLATE-ACCT-TYPE TO TRUE
219700     ELSE
219800         SET WS-XLATE-SD003 TO TRUE
219900     END-IF
220000
220100     .
220200 1298-EXIT.
220300     EXIT.
220400
220500******************************************************************
220600* 2967-XLATE-OUTBOUND-VALUE  --  TURNS WS-XLATE-VALUE-IN, OUR CODE  *
220700*                                FOR FIELD WS-XLATE-FIELD, INTO     *
220800*                                THE FEED'S CODE IN WS-XLATE-       *
220900*                                VALUE-OUT.  A BLANK VALUE, OR A    *
221000*                                FIELD THE FEED DOES NOT            *
221100*                                TRANSLATE, PASSES THROUGH.  A      *
221200*                                VALUE WITH NO ROW PASSES THROUGH   *
221300*                                AND IS LOGGED TO VALXEXC.          *
221400******************************************************************
221500 2967-XLATE-OUTBOUND-VALUE.
221600
221700     MOVE WS-XLATE-VALUE-IN TO WS-XLATE-VALUE-OUT
221800
221900     IF WS-XLATE-VALUE-IN = SPACES
222000         GO TO 2967-EXIT
222100     END-IF
222200     IF WS-XLATE-FIELD = 'ACCTTYPE' AND NOT WS-XLATE-ACCT-TYPE
222300         GO TO 2967-EXIT
222400     END-IF
222500     IF WS-XLATE-FIELD = 'SD-003  ' AND NOT WS-XLATE-SD003
222600         GO TO 2967-EXIT
222700     END-IF
222800
222900     MOVE 'N' TO WS-XLATE-FOUND-SW
223000     MOVE 1   TO WS-XLATE-SUB
223100     PERFORM UNTIL WS-XLATE-SUB > WS-XLATE-COUNT
223200             OR WS-XLATE-FOUND
223300         IF WS-XLT-FIELD (WS-XLATE-SUB) = WS-XLATE-FIELD
223400             AND WS-XLT-INTERNAL (WS-XLATE-SUB)
223500                 = WS-XLATE-VALUE-IN
223600             MOVE WS-XLT-PARTNER (WS-XLATE-SUB)
223700                 TO WS-XLATE-VALUE-OUT
223800             SET WS-XLATE-FOUND TO TRUE
223900         ELSE
224000             ADD 1 TO WS-XLATE-SUB
224100         END-IF
224200     END-PERFORM
224300
224400     IF NOT WS-XLATE-FOUND
224500         PERFORM 2968-LOG-XLATE-EXCEPTION THRU 2968-EXIT
224600     END-IF
224700
224800     .
224900 2967-EXIT.
225000     EXIT.
225100
225200******************************************************************
225300* 2968-LOG-XLATE-EXCEPTION  --  LAZY-OPEN APPENDS ONE VALXEXC ROW   *
225400*                               FOR A VALUE THE FEED HAD NO         *
225500*                               MAPPING FOR.                        *
225600******************************************************************
225700 2968-LOG-XLATE-EXCEPTION.
225800
225900     IF NOT WS-VALXEXC-IS-OPEN
226000         OPEN EXTEND Value-Xlate-Exceptions
226100         IF WS-VALXEXC-STATUS = '05' OR WS-VALXEXC-STATUS = '35'
226200             OPEN OUTPUT Value-Xlate-Exceptions
226300         END-IF
226400         SET WS-VALXEXC-IS-OPEN TO TRUE
226500     END-IF
226600
226700     ACCEPT VXE-TIMESTAMP-DATE FROM DATE YYYYMMDD
226800     ACCEPT VXE-TIMESTAMP-TIME FROM TIME
226900     MOVE MYNAME              TO VXE-PROGRAM-ID
227000     MOVE WS-OUTPUT-FEED-ID   TO VXE-FEED-ID
227100     SET VXE-DIRECTION-OUT    TO TRUE
227200     MOVE WS-XLATE-FIELD      TO VXE-FIELD
227300     MOVE SD-001 OF SOME-DATA TO VXE-CUSTOMER-KEY
227400     MOVE WS-XLATE-VALUE-IN   TO VXE-VALUE
227500
227600     WRITE VXE-EXCEPTION-RECORD
227700     ADD 1 TO WS-XLATE-EXCEPTIONS
227800
227900     .
228000 2968-EXIT.
228100     EXIT.
228200
228300******************************************************************
228400* 1092-BUILD-BACKLOG-WORK  --  OPENS THE VOLBKLG BACKLOG FOR      *
228500*                              UPDATE, CREATING IT THE FIRST TIME,*
228600*                              AND COPIES WHO IS ON IT, FEED BY   *
228700*                              FEED, INTO THE KEYED VBKWORK RUN   *
228800*                              COPY.  AN UNOPENABLE VOLBKLG OR    *
228900*                              VBKWORK LEAVES WS-BACKLOG-READY    *
229000*                              OFF: THE DAILY CAPS STILL HOLD, BUT*
229100*                              NOTHING IS SENT FROM OR DEFERRED TO*
229200*                              THE BACKLOG THIS RUN.              *
229300******************************************************************
229400 1092-BUILD-BACKLOG-WORK.
229500
229600     OPEN I-O Volume-Backlog
229700     IF WS-VOLBKLG-STATUS = '05' OR WS-VOLBKLG-STATUS = '35'
229800         OPEN OUTPUT Volume-Backlog
229900         CLOSE Volume-Backlog
230000         OPEN I-O Volume-Backlog
230100     END-IF
230200     IF WS-VOLBKLG-STATUS NOT = '00'
230300         DISPLAY MYNAME
230400             ' VOLBKLG NOT AVAILABLE, STATUS = '
230500             WS-VOLBKLG-STATUS ', NO BACKLOG THIS RUN'
230600         GO TO 1092-EXIT
230700     END-IF
230800
230900     OPEN OUTPUT Backlog-Work
231000     IF WS-VBKWORK-STATUS NOT = '00'
231100         DISPLAY MYNAME
231200             ' VBKWORK NOT AVAILABLE, STATUS = '
231300             WS-VBKWORK-STATUS ', NO BACKLOG THIS RUN'
231400         CLOSE Volume-Backlog
231500         GO TO 1092-EXIT
231600     END-IF
231700     CLOSE Backlog-Work
231800
231900     OPEN I-O Backlog-Work
232000     IF WS-VBKWORK-STATUS NOT = '00'
232100         DISPLAY MYNAME
232200             ' VBKWORK REOPEN FAILED, STATUS = '
232300             WS-VBKWORK-STATUS ', NO BACKLOG THIS RUN'
232400         CLOSE Volume-Backlog
232500         GO TO 1092-EXIT
232600     END-IF
232700
232800     MOVE 'N' TO WS-VOLBKLG-EOF-SW
232900     MOVE LOW-VALUES TO VBK-BACKLOG-KEY
233000     START Volume-Backlog KEY NOT < VBK-BACKLOG-KEY
233100         INVALID KEY
233200             SET WS-VOLBKLG-EOF TO TRUE
233300     END-START
233400
233500     IF NOT WS-VOLBKLG-EOF
233600         PERFORM 8600-READ-BACKLOG THRU 8600-EXIT
233700     END-IF
233800     PERFORM UNTIL WS-VOLBKLG-EOF
233900         MOVE VBK-FEED-ID      TO VBX-FEED-ID
234000         MOVE VBK-CUSTOMER-KEY TO VBX-CUSTOMER-KEY
234100         SET VBX-WAITING TO TRUE
234200         WRITE VBX-BACKLOG-RECORD
234300             INVALID KEY
234400                 CONTINUE
234500             NOT INVALID KEY
234600                 ADD 1 TO WS-BACKLOG-ROWS
234700         END-WRITE
234800         PERFORM 8600-READ-BACKLOG THRU 8600-EXIT
234900     END-PERFORM
235000
235100     SET WS-BACKLOG-READY TO TRUE
235200     DISPLAY MYNAME ' BACKLOG ROWS LOADED = ' WS-BACKLOG-ROWS
235300
235400     .
235500 1092-EXIT.
235600     EXIT.
235700
235800******************************************************************
235900* 2975-SEND-CUSTOMER  --  SENDS THE CUSTOMER IN SOME-DATA TO THE  *
236000*                         CURRENT FEED: OPENS A NEW PART WHEN THE *
236100*                         LAST ONE IS FULL, BUILDS AND WRITES THE *
236200*                         PAYLOAD, ARCHIVES IT AND BEATS THE      *
236300*                         HEARTBEAT.  SHARED BY THE MASTER PASS   *
236400*                         (2950) AND THE BACKLOG DRAIN (2992).    *
236500******************************************************************
236600 2975-SEND-CUSTOMER.
236700
236800*
236900* A FULL PART IS CLOSED AND A NEW ONE OPENED JUST BEFORE THE
237000* NEXT ELIGIBLE RECORD, SO A PART IS NEVER LEFT EMPTY.
237100     IF WS-FEED-MAX-RECS > 0
237200         AND WS-PART-RECS >= WS-FEED-MAX-RECS
237300         PERFORM 2985-START-NEW-PART THRU 2985-EXIT
237400     END-IF
237500
237600     PERFORM 2960-BUILD-PARTNER-JSON THRU 2960-EXIT
237700
237800     IF WS-DETAIL-SUBSCRIBED AND NOT WS-CUSTDETL-MISSING
237900         PERFORM 2955-APPEND-DETAIL-OBJECT THRU 2955-EXIT
238000     END-IF
238100
238200     IF WS-CSV-FEED
238210         MOVE WS-CSV-REC TO WS-OUT-REC
238220     ELSE
238230         MOVE WS-BUF TO WS-OUT-REC
238250         IF WS-DETAIL-SUBSCRIBED AND NOT WS-CUSTDETL-MISSING
238270             PERFORM 2957-DETOKENIZE-OUT-REC THRU 2957-EXIT
238280         END-IF
238290     END-IF
238300     PERFORM 8700-WRITE-OUTPUT-RECORD THRU 8700-EXIT
238400     ADD 1 TO WS-RECS-WRITTEN
238500     ADD 1 TO WS-PART-RECS
238600     ADD 1 TO WS-DAY-SENT
238700*
238800* A RESYNC IS NEVER ARCHIVED -- ITS ROWS WOULD COUNT AGAINST
238900* TONIGHT'S ALREADY-FED TOTAL FOR THE FEED.
239000     IF NOT WS-RESYNC-RUN
239100         PERFORM 2970-WRITE-JSON-ARCHIVE THRU 2970-EXIT
239200     END-IF
239300     MOVE WS-OUTPUT-FEED-ID TO WS-HTB-FEED-ID
239400     MOVE SD-001 OF SOME-DATA TO WS-HTB-LAST-KEY
239500     MOVE WS-RECS-READ TO WS-HTB-RECS
239600     ADD 1 TO WS-HEARTBEAT-COUNT
239700     IF WS-HEARTBEAT-COUNT >= WS-HEARTBEAT-INTERVAL
239800         MOVE 0 TO WS-HEARTBEAT-COUNT
239900         PERFORM 8800-WRITE-HEARTBEAT THRU 8800-EXIT
240000     END-IF
240100
240200     .
240300 2975-EXIT.
240400     EXIT.
240500
240600******************************************************************
240700* 2990-DRAIN-BACKLOG  --  SENDS THE CURRENT FEED'S VOLBKLG ROWS IN*
240800*                         KEY ORDER -- OLDEST DEFERRAL FIRST --   *
240900*                         UNTIL THE FEED'S BACKLOG IS EMPTY OR THE*
241000*                         FEED HAS NO ROOM LEFT TODAY.  A FEED    *
241100*                         WITH ANY BACKLOG IS VOLUME-MANAGED FOR  *
241200*                         THE RUN EVEN IF ITS DAILY CAP HAS SINCE *
241300*                         BEEN TAKEN OFF, SO THE BACKLOG STILL    *
241400*                         DRAINS.                                 *
241500******************************************************************
241600 2990-DRAIN-BACKLOG.
241700
241800     IF NOT WS-BACKLOG-READY
241900         GO TO 2990-EXIT
242000     END-IF
242100
242200     MOVE 'N' TO WS-VOLBKLG-EOF-SW
242300     MOVE WS-OUTPUT-FEED-ID TO VBK-FEED-ID
242400     MOVE 0                 TO VBK-DEFERRED-DATE
242500     MOVE LOW-VALUES        TO VBK-CUSTOMER-KEY
242600     START Volume-Backlog KEY NOT < VBK-BACKLOG-KEY
242700         INVALID KEY
242800             SET WS-VOLBKLG-EOF TO TRUE
242900     END-START
243000
243100     IF NOT WS-VOLBKLG-EOF
243200         PERFORM 8600-READ-BACKLOG THRU 8600-EXIT
243300     END-IF
243400     IF WS-VOLBKLG-EOF
243500         OR VBK-FEED-ID NOT = WS-OUTPUT-FEED-ID
243600         GO TO 2990-EXIT
243700     END-IF
243800
243900     SET WS-VOLUME-MANAGED TO TRUE
244000     PERFORM 2991-OPEN-SENT-LOOKUP THRU 2991-EXIT
244100
244200     OPEN INPUT Customer-Master-Lookup
244300     IF WS-CUSTMAST-LKUP-STATUS NOT = '00'
244400         DISPLAY MYNAME
244500             ' CUSTMAST LOOKUP NOT AVAILABLE, STATUS = '
244600             WS-CUSTMAST-LKUP-STATUS ', NO BACKLOG SENT FOR FEED '
244700             WS-OUTPUT-FEED-ID
244800         GO TO 2990-EXIT
244900     END-IF
245000
245100     PERFORM UNTIL WS-VOLBKLG-EOF
245200             OR VBK-FEED-ID NOT = WS-OUTPUT-FEED-ID
245300         PERFORM 2996-CHECK-ROOM THRU 2996-EXIT
245400         IF WS-ROOM-LEFT
245500             PERFORM 2992-SEND-BACKLOG-ROW THRU 2992-EXIT
245600             PERFORM 8600-READ-BACKLOG THRU 8600-EXIT
245700         ELSE
245800             SET WS-VOLBKLG-EOF TO TRUE
245900         END-IF
246000     END-PERFORM
246100
246200     CLOSE Customer-Master-Lookup
246300
246400     .
246500 2990-EXIT.
246600     EXIT.
246700
246800******************************************************************
246900* 2991-OPEN-SENT-LOOKUP  --  OPENS JSON-ARCHIVE-LOOKUP FOR THE    *
247000*                            VOLUME-MANAGED FEED'S SENT-TODAY     *
247100*                            CHECKS (2994), ONCE PER FEED.  NO    *
247200*                            ARCHIVE YET MEANS NOTHING WAS SENT.  *
247300******************************************************************
247400 2991-OPEN-SENT-LOOKUP.
247500
247600     IF WS-SENT-LKUP-IS-OPEN
247700         GO TO 2991-EXIT
247800     END-IF
247900
248000     OPEN INPUT Json-Archive-Lookup
248100     IF WS-JSONARCH-LKUP-STATUS = '00'
248200         SET WS-SENT-LKUP-IS-OPEN TO TRUE
248300     END-IF
248400
248500     .
248600 2991-EXIT.
248700     EXIT.
248800
248900******************************************************************
249000* 2992-SEND-BACKLOG-ROW  --  SENDS ONE BACKLOG CUSTOMER AND TAKES *
249100*                            IT OFF THE BACKLOG.  ONE NO LONGER ON*
249200*                            THE MASTER, ACTIVE AND ENTITLED TO   *
249300*                            THE FEED IS DROPPED UNSENT; ONE THAT *
249400*                            ALREADY WENT OUT TODAY (A RUN THAT   *
249500*                            FAILED BEFORE ITS DELETE) IS NOT SENT*
249600*                            AGAIN.  ITS VBKWORK ROW IS MARKED SO *
249700*                            THE MASTER PASS PASSES IT BY.        *
249800******************************************************************
249900 2992-SEND-BACKLOG-ROW.
250000
250100     MOVE SPACES TO WS-BACKLOG-REASON
250200     MOVE VBK-CUSTOMER-KEY TO SD-001 OF CUSTMAST-LKUP-REC
250300     READ Customer-Master-Lookup
250400         INVALID KEY
250500             MOVE 'REMOVED ' TO WS-BACKLOG-REASON
250600     END-READ
250700
250800     IF WS-BACKLOG-REASON = SPACES
250900         AND SD-STATUS-INACTIVE OF CUSTMAST-LKUP-REC
251000         MOVE 'INACTIVE' TO WS-BACKLOG-REASON
251100     END-IF
251200
251300     IF WS-BACKLOG-REASON = SPACES
251400         MOVE CUSTMAST-LKUP-REC TO WS-ENTITLE-CUSTOMER
251500         PERFORM 2945-CHECK-ENTITLEMENT THRU 2945-EXIT
251600         IF NOT WS-ENTITLED
251700             MOVE 'NOTENTLD' TO WS-BACKLOG-REASON
251800         END-IF
251900     END-IF
251910
251920     IF WS-BACKLOG-REASON = SPACES
251930         PERFORM 2980-CHECK-EMBARGO THRU 2980-EXIT
251940         IF WS-EMBARGOED
251950             MOVE 'EMBARGOD' TO WS-BACKLOG-REASON
251960             PERFORM 2982-LOG-EMBARGO-WITHHELD THRU 2982-EXIT
251970         END-IF
251980     END-IF
252000
252100     MOVE WS-OUTPUT-FEED-ID TO VBX-FEED-ID
252200     MOVE VBK-CUSTOMER-KEY  TO VBX-CUSTOMER-KEY
252300     IF WS-BACKLOG-REASON = SPACES
252400         SET VBX-SENT TO TRUE
252500         MOVE VBK-CUSTOMER-KEY TO WS-SENT-CHECK-KEY
252600         PERFORM 2994-CHECK-SENT-TODAY THRU 2994-EXIT
252700         IF NOT WS-SENT-TODAY
252800             MOVE CUSTMAST-LKUP-REC TO SOME-DATA
252900             PERFORM 2975-SEND-CUSTOMER THRU 2975-EXIT
253000             ADD 1 TO WS-FEED-DRAINED
253100         END-IF
253200     ELSE
253300         SET VBX-DROPPED TO TRUE
253400         ADD 1 TO WS-FEED-DROPPED
253500         DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
253600             ' BACKLOG ' VBK-CUSTOMER-KEY ' DROPPED, '
253700             WS-BACKLOG-REASON
253800     END-IF
253900
254000     WRITE VBX-BACKLOG-RECORD
254100         INVALID KEY
254200             REWRITE VBX-BACKLOG-RECORD
254300     END-WRITE
254400
254500     DELETE Volume-Backlog RECORD
254600         INVALID KEY
254700             CONTINUE
254800     END-DELETE
254900
255000     .
255100 2992-EXIT.
255200     EXIT.
255300
255400******************************************************************
255500* 2993-CHECK-MANAGED-CUSTOMER  --  DECIDES WHETHER THE ELIGIBLE   *
255600*                                  MASTER RECORD IN HAND GOES OUT *
255700*                                  TO A VOLUME-MANAGED FEED NOW.  *
255800*                                  NOT WHEN IT IS ON THE BACKLOG  *
255900*                                  (SENT FROM IT TONIGHT OR STILL *
256000*                                  WAITING) OR ALREADY WENT OUT   *
256100*                                  TODAY; AND NOT WHEN THE FEED   *
256200*                                  HAS NO ROOM LEFT, WHEN IT IS   *
256300*                                  DEFERRED TO THE BACKLOG.       *
256400******************************************************************
256500 2993-CHECK-MANAGED-CUSTOMER.
256600
256700     MOVE 'N' TO WS-SEND-CUSTOMER-SW
256800
256900     IF WS-BACKLOG-READY
257000         MOVE WS-OUTPUT-FEED-ID      TO VBX-FEED-ID
257100         MOVE SD-001 OF CUSTMAST-REC TO VBX-CUSTOMER-KEY
257200         READ Backlog-Work
257300             INVALID KEY
257400                 CONTINUE
257500             NOT INVALID KEY
257600                 GO TO 2993-EXIT
257700         END-READ
257800     END-IF
257900
258000     MOVE SD-001 OF CUSTMAST-REC TO WS-SENT-CHECK-KEY
258100     PERFORM 2994-CHECK-SENT-TODAY THRU 2994-EXIT
258200     IF WS-SENT-TODAY
258300         GO TO 2993-EXIT
258400     END-IF
258500
258600     PERFORM 2996-CHECK-ROOM THRU 2996-EXIT
258700     IF WS-ROOM-LEFT
258800         SET WS-SEND-CUSTOMER TO TRUE
258900     ELSE
259000         PERFORM 2998-DEFER-CUSTOMER THRU 2998-EXIT
259100     END-IF
259200
259300     .
259400 2993-EXIT.
259500     EXIT.
259600
259700******************************************************************
259800* 2994-CHECK-SENT-TODAY  --  SETS WS-SENT-TODAY WHEN JSONARCH     *
259900*                            CARRIES A ROW WRITTEN TODAY BY THIS  *
260000*                            PROGRAM FOR WS-SENT-CHECK-KEY AND THE*
260100*                            CURRENT FEED -- A RECALL NOTICE DOES *
260200*                            NOT COUNT.  ONE KEYED START PER      *
260300*                            CUSTOMER INSTEAD OF 2920'S COUNT.    *
260400******************************************************************
260500 2994-CHECK-SENT-TODAY.
260600
260700     MOVE 'N' TO WS-SENT-TODAY-SW
260800     IF NOT WS-SENT-LKUP-IS-OPEN
260900         GO TO 2994-EXIT
261000     END-IF
261100
261200     MOVE 'N' TO WS-JSONARCH-LKUP-EOF-SW
261300     MOVE WS-TODAY-DATE TO JAR-TIMESTAMP-DATE
261400         OF JAL-LOOKUP-RECORD
261500     MOVE WS-OUTPUT-FEED-ID TO JAR-FEED-ID OF JAL-LOOKUP-RECORD
261600     MOVE WS-SENT-CHECK-KEY TO JAR-CUSTOMER-KEY
261700         OF JAL-LOOKUP-RECORD
261800     MOVE 0 TO JAR-SEQUENCE-NBR OF JAL-LOOKUP-RECORD
261900     START Json-Archive-Lookup KEY NOT <
262000             JAR-ARCHIVE-KEY OF JAL-LOOKUP-RECORD
262100         INVALID KEY
262200             SET WS-JSONARCH-LKUP-EOF TO TRUE
262300     END-START
262400
262500     IF NOT WS-JSONARCH-LKUP-EOF
262600         PERFORM 1060-READ-ARCHIVE-LOOKUP THRU 1060-EXIT
262700     END-IF
262800     PERFORM UNTIL WS-JSONARCH-LKUP-EOF
262900             OR WS-SENT-TODAY
263000             OR JAR-TIMESTAMP-DATE OF JAL-LOOKUP-RECORD
263100                 NOT = WS-TODAY-DATE
263200             OR JAR-FEED-ID OF JAL-LOOKUP-RECORD
263300                 NOT = WS-OUTPUT-FEED-ID
263400             OR JAR-CUSTOMER-KEY OF JAL-LOOKUP-RECORD
263500                 NOT = WS-SENT-CHECK-KEY
263600         IF JAR-PROGRAM-ID OF JAL-LOOKUP-RECORD = MYNAME
263700             SET WS-SENT-TODAY TO TRUE
263800         ELSE
263900             PERFORM 1060-READ-ARCHIVE-LOOKUP THRU 1060-EXIT
264000         END-IF
264100     END-PERFORM
264200
264300     .
264400 2994-EXIT.
264500     EXIT.
264600
264700******************************************************************
264800* 2996-CHECK-ROOM  --  SETS WS-ROOM-LEFT WHILE THE FEED IS UNDER  *
264900*                      ITS FEEDCFG DAILY CAP, COUNTING TODAY'S    *
265000*                      EARLIER RUNS, AND ANY OPERATOR CAP ON THIS *
265100*                      RUN.  EACH CAP IS LOGGED ONCE WHEN         *
265200*                      REACHED, THE OPERATOR'S TO OPSDRLOG.       *
265300******************************************************************
265400 2996-CHECK-ROOM.
265500
265600     SET WS-ROOM-LEFT TO TRUE
265700
265800     IF WS-FEED-DAILY-CAP > 0
265900         AND WS-DAY-SENT >= WS-FEED-DAILY-CAP
266000         MOVE 'N' TO WS-ROOM-SW
266100         IF NOT WS-DAILY-CAP-LOGGED
266200             DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
266300                 ' DAILY CAP OF ' WS-FEED-DAILY-CAP ' REACHED'
266400             SET WS-DAILY-CAP-LOGGED TO TRUE
266500         END-IF
266600     END-IF
266700
266800     IF WS-FEED-CAP > 0
266900         AND WS-RECS-WRITTEN >= WS-FEED-CAP
267000         MOVE 'N' TO WS-ROOM-SW
267100         IF NOT WS-CAP-LOGGED
267200             DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
267300                 ' CAPPED AT ' WS-FEED-CAP ' BY ' WS-DIR-OPERATOR
267400             MOVE 'CAPPED' TO WS-DIR-EVENT
267500             PERFORM 2090-LOG-DIRECTIVE THRU 2090-EXIT
267600             SET WS-CAP-LOGGED TO TRUE
267700         END-IF
267800     END-IF
267900
268000     .
268100 2996-EXIT.
268200     EXIT.
268300
268400******************************************************************
268500* 2998-DEFER-CUSTOMER  --  PUTS THE MASTER RECORD IN HAND ON THE  *
268600*                          FEED'S BACKLOG UNDER TODAY'S DATE, SO  *
268700*                          IT GOES OUT AHEAD OF THE MASTER PASS ON*
268800*                          A LATER NIGHT.  WITH NO BACKLOG THIS   *
268900*                          RUN IT IS ONLY COUNTED.                *
269000******************************************************************
269100 2998-DEFER-CUSTOMER.
269200
269300     IF NOT WS-BACKLOG-READY
269400         ADD 1 TO WS-FEED-NOT-BACKLOGGED
269500         GO TO 2998-EXIT
269600     END-IF
269700
269800     MOVE WS-OUTPUT-FEED-ID      TO VBK-FEED-ID
269900     MOVE WS-TODAY-DATE          TO VBK-DEFERRED-DATE
270000     MOVE SD-001 OF CUSTMAST-REC TO VBK-CUSTOMER-KEY
270100     ACCEPT VBK-DEFERRED-TIME FROM TIME
270200     MOVE WS-FEED-DAILY-CAP      TO VBK-DAILY-CAP
270300     WRITE VBK-BACKLOG-RECORD
270400         INVALID KEY
270500             CONTINUE
270600         NOT INVALID KEY
270700             ADD 1 TO WS-FEED-DEFERRED
270800     END-WRITE
270900
271000     MOVE WS-OUTPUT-FEED-ID      TO VBX-FEED-ID
271100     MOVE SD-001 OF CUSTMAST-REC TO VBX-CUSTOMER-KEY
271200     SET VBX-WAITING TO TRUE
271300     WRITE VBX-BACKLOG-RECORD
271400         INVALID KEY
271500             CONTINUE
271600     END-WRITE
271700
271800     .
271900 2998-EXIT.
272000     EXIT.
272100
272200******************************************************************
272300* 8600-READ-BACKLOG  --  PRIMES/ADVANCES THE VOLBKLG CURSOR.      *
272400******************************************************************
272500 8600-READ-BACKLOG.
272600
272700     READ Volume-Backlog NEXT RECORD
272800         AT END
272900             SET WS-VOLBKLG-EOF TO TRUE
273000     END-READ
273100
273200     .
273300 8600-EXIT.
273400     EXIT.
273500
273510******************************************************************
273520* 1096-BUILD-PARTNER-KEY-WORK  --  COPIES THE IN-FORCE PKEYXREF  *
273530*                                  ROWS ONCE INTO THE KEYED      *
273540*                                  PKXWORK FILE BY FEED AND OUR  *
273550*                                  CUSTOMER KEY, AND REOPENS IT  *
273560*                                  FOR RANDOM READS.  A RETIRED  *
273570*                                  ROW IS NEVER SENT.  NO        *
273580*                                  PKEYXREF, OR AN UNOPENABLE    *
273590*                                  PKXWORK, LEAVES WS-PKXWORK-   *
273600*                                  READY OFF; 1150 SAYS SO FOR   *
273610*                                  ANY FEED THAT NEEDS IT.       *
273620******************************************************************
273630 1096-BUILD-PARTNER-KEY-WORK.
273640
273650     MOVE 'N' TO WS-PKEYXREF-EOF-SW
273660
273670     OPEN INPUT Partner-Key-Xref
273680     IF WS-PKEYXREF-STATUS NOT = '00'
273690         GO TO 1096-EXIT
273700     END-IF
273710
273720     OPEN OUTPUT Partner-Key-Work
273730     IF WS-PKXWORK-STATUS NOT = '00'
273740         DISPLAY MYNAME
273750             ' PKXWORK NOT AVAILABLE, STATUS = '
273760             WS-PKXWORK-STATUS ', PARTNER KEYS NOT SENT'
273770         CLOSE Partner-Key-Xref
273780         GO TO 1096-EXIT
273790     END-IF
273800
273810     PERFORM 1097-READ-PARTNER-KEY-XREF THRU 1097-EXIT
273820     PERFORM UNTIL WS-PKEYXREF-EOF
273830         IF PKX-IN-FORCE
273840             MOVE PKX-FEED-ID      TO PKW-FEED-ID
273850             MOVE PKX-CUSTOMER-KEY TO PKW-CUSTOMER-KEY
273860             MOVE PKX-PARTNER-KEY  TO PKW-PARTNER-KEY
273870             WRITE PKW-WORK-RECORD
273880                 INVALID KEY
273890                     CONTINUE
273900                 NOT INVALID KEY
273910                     ADD 1 TO WS-PKXWORK-ROWS
273920             END-WRITE
273930         END-IF
273940         PERFORM 1097-READ-PARTNER-KEY-XREF THRU 1097-EXIT
273950     END-PERFORM
273960
273970     CLOSE Partner-Key-Xref
273980     CLOSE Partner-Key-Work
273990
274000     OPEN INPUT Partner-Key-Work
274010     IF WS-PKXWORK-STATUS NOT = '00'
274020         DISPLAY MYNAME
274030             ' PKXWORK REOPEN FAILED, STATUS = '
274040             WS-PKXWORK-STATUS ', PARTNER KEYS NOT SENT'
274050         GO TO 1096-EXIT
274060     END-IF
274070
274080     SET WS-PKXWORK-READY TO TRUE
274090     DISPLAY MYNAME ' PARTNER KEYS LOADED = ' WS-PKXWORK-ROWS
274100
274110     .
274120 1096-EXIT.
274130     EXIT.
274140
274150******************************************************************
274160* 1097-READ-PARTNER-KEY-XREF  --  PRIMES/ADVANCES THE PKEYXREF   *
274170*                                 CURSOR.                        *
274180******************************************************************
274190 1097-READ-PARTNER-KEY-XREF.
274200
274210     READ Partner-Key-Xref
274220         AT END
274230             SET WS-PKEYXREF-EOF TO TRUE
274240     END-READ
274250
274260     .
274270 1097-EXIT.
274280     EXIT.
274290
274300******************************************************************
274310* 2959-GET-PARTNER-KEY  --  THE KEY TO SEND FOR WS-PKEY-OUR-KEY  *
274320*                           ON THIS FEED: THE PARTNER'S OWN FROM *
274330*                           PKXWORK WHEN THE FEED TAKES PARTNER  *
274340*                           KEYS AND THE CUSTOMER HAS ONE IN     *
274350*                           FORCE, OTHERWISE OURS.  A CUSTOMER   *
274360*                           SENT UNDER OUR KEY TO SUCH A FEED IS *
274370*                           COUNTED.                             *
274380******************************************************************
274390 2959-GET-PARTNER-KEY.
274400
274410     MOVE WS-PKEY-OUR-KEY TO WS-OUT-CUSTOMER-KEY
274420
274430     IF WS-PKEY-XREF-FEED = SPACES
274440         GO TO 2959-EXIT
274450     END-IF
274460
274470     IF NOT WS-PKXWORK-READY
274480         ADD 1 TO WS-PKEY-UNMAPPED
274490         GO TO 2959-EXIT
274500     END-IF
274510
274520     MOVE WS-PKEY-XREF-FEED TO PKW-FEED-ID
274530     MOVE WS-PKEY-OUR-KEY   TO PKW-CUSTOMER-KEY
274540     READ Partner-Key-Work
274550         INVALID KEY
274560             ADD 1 TO WS-PKEY-UNMAPPED
274570         NOT INVALID KEY
274580             MOVE PKW-PARTNER-KEY TO WS-OUT-CUSTOMER-KEY
274590     END-READ
274600
274610     .
274620 2959-EXIT.
274630     EXIT.
274700
274800******************************************************************
274900* 1282-LOAD-ENTITLE-RULES  --  OPEN-SCAN-CLOSES ENTLRULE FOR THE   *
275000*                              CURRENT FEED'S RULE AND EXCLUSION   *
275100*                              ROWS, CLEARING THE PREVIOUS FEED'S  *
275200*                              FIRST SO ONE PARTNER'S RULES NEVER  *
275300*                              CARRY OVER.  A MISSING TABLE LEAVES *
275400*                              THE FEED ENTITLED BY ENTLTBL ALONE. *
275500******************************************************************
275600 1282-LOAD-ENTITLE-RULES.
275700
275800     MOVE 0   TO WS-ERULE-COUNT
275900     MOVE 'N' TO WS-ENTLRULE-EOF-SW
276000
276100     OPEN INPUT Entitle-Rules
276200     IF WS-ENTLRULE-STATUS NOT = '00'
276300         GO TO 1282-EXIT
276400     END-IF
276500
276600     PERFORM 1284-READ-ENTITLE-RULE THRU 1284-EXIT
276700     PERFORM UNTIL WS-ENTLRULE-EOF
276800         IF ERL-FEED-ID = WS-OUTPUT-FEED-ID
276900             PERFORM 1286-STORE-ENTITLE-RULE THRU 1286-EXIT
277000         END-IF
277100         PERFORM 1284-READ-ENTITLE-RULE THRU 1284-EXIT
277200     END-PERFORM
277300
277400     CLOSE Entitle-Rules
277500
277600     IF WS-ERULE-COUNT > 0
277700         DISPLAY MYNAME ' FEED ' WS-OUTPUT-FEED-ID
277800             ' ENTLRULE ROWS LOADED = ' WS-ERULE-COUNT
277900     END-IF
278000
278100     .
278200 1282-EXIT.
278300     EXIT.
278400
278500******************************************************************
278600* 1284-READ-ENTITLE-RULE  --  PRIMES/ADVANCES THE ENTLRULE CURSOR. *
278700******************************************************************
278800 1284-READ-ENTITLE-RULE.
278900
279000     READ Entitle-Rules
279100         AT END
279200             SET WS-ENTLRULE-EOF TO TRUE
279300     END-READ
279400
279500     .
279600 1284-EXIT.
279700     EXIT.
279800
279900******************************************************************
280000* 1286-STORE-ENTITLE-RULE  --  KEEPS ONE ENTLRULE ROW IN THE       *
280100*                              FEED'S TABLE, NOTING HOW MUCH OF    *
280200*                              ITS SD-003 CRITERION IS             *
280300*                              SIGNIFICANT.  A ROW OF NO KNOWN     *
280400*                              TYPE, A RULE WITH NO RULE ID OR AN  *
280500*                              UNKNOWN STATUS, AN EXCLUSION WITH   *
280600*                              NO CUSTOMER KEY, OR A ROW PAST A    *
280700*                              FULL TABLE IS DROPPED WITH A        *
280800*                              MESSAGE.                            *
280900******************************************************************
281000 1286-STORE-ENTITLE-RULE.
281100
281200     IF (NOT ERL-ROW-RULE AND NOT ERL-ROW-EXCLUDE)
281300         OR (ERL-ROW-RULE AND ERL-RULE-ID = SPACES)
281400         OR (ERL-ROW-RULE AND ERL-STATUS NOT = SPACE
281500             AND ERL-STATUS NOT = 'A' AND ERL-STATUS NOT = 'I')
281600         OR (ERL-ROW-EXCLUDE AND ERL-CUSTOMER-KEY = SPACES)
281700         DISPLAY MYNAME ' ENTLRULE ROW IGNORED FOR FEED '
281800             WS-OUTPUT-FEED-ID ': ' ERL-RULE-RECORD
281900         GO TO 1286-EXIT
282000     END-IF
282100
282200     IF WS-ERULE-COUNT NOT < WS-ERULE-MAX
282300         DISPLAY MYNAME ' ENTLRULE TABLE FULL FOR FEED '
282400             WS-OUTPUT-FEED-ID ', ROW IGNORED: ' ERL-RULE-RECORD
282500         GO TO 1286-EXIT
282600     END-IF
282700
282800     ADD 1 TO WS-ERULE-COUNT
282900     MOVE ERL-ROW-TYPE TO WS-ERU-ROW-TYPE   (WS-ERULE-COUNT)
283000     MOVE ERL-RULE-ID  TO WS-ERU-RULE-ID    (WS-ERULE-COUNT)
283100     MOVE SPACES       TO WS-ERU-CUST-KEY   (WS-ERULE-COUNT)
283200     MOVE SPACES       TO WS-ERU-ACCT-TYPE  (WS-ERULE-COUNT)
283300     MOVE SPACES       TO WS-ERU-STATUS     (WS-ERULE-COUNT)
283400     MOVE SPACES       TO WS-ERU-SD-003     (WS-ERULE-COUNT)
283500     MOVE 0            TO WS-ERU-SD003-LEN  (WS-ERULE-COUNT)
283600
283700     IF ERL-ROW-EXCLUDE
283800         MOVE ERL-CUSTOMER-KEY
283900             TO WS-ERU-CUST-KEY (WS-ERULE-COUNT)
284000         GO TO 1286-EXIT
284100     END-IF
284200
284300     MOVE ERL-ACCOUNT-TYPE TO WS-ERU-ACCT-TYPE (WS-ERULE-COUNT)
284400     MOVE ERL-STATUS       TO WS-ERU-STATUS    (WS-ERULE-COUNT)
284500     MOVE ERL-SD-003       TO WS-ERU-SD-003    (WS-ERULE-COUNT)
284600     MOVE 0 TO WS-ERULE-LEN
284700     INSPECT ERL-SD-003 TALLYING WS-ERULE-LEN
284800         FOR CHARACTERS BEFORE INITIAL SPACE
284900     MOVE WS-ERULE-LEN     TO WS-ERU-SD003-LEN (WS-ERULE-COUNT)
285000
285100     .
285200 1286-EXIT.
285300     EXIT.
285400
285500******************************************************************
285600* 2944-LOG-RULE-PICKUP  --  LAZY-OPEN APPENDS ONE ENTLPICK ROW FOR *
285700*                           A CUSTOMER GOING OUT ON THE FEED ONLY  *
285800*                           BECAUSE AN ENTLRULE RULE MATCHED IT,   *
285900*                           NAMING THE RULE, FOR ENTLRRPT.         *
286000******************************************************************
286100 2944-LOG-RULE-PICKUP.
286200
286300     IF NOT WS-ENTLPICK-IS-OPEN
286400         OPEN EXTEND Entitle-Pickup
286500         IF WS-ENTLPICK-STATUS = '05' OR WS-ENTLPICK-STATUS = '35'
286600             OPEN OUTPUT Entitle-Pickup
286700         END-IF
286800         SET WS-ENTLPICK-IS-OPEN TO TRUE
286900     END-IF
287000
287100     MOVE WS-TODAY-DATE       TO EPK-RUN-DATE
287200     MOVE WS-OUTPUT-FEED-ID   TO EPK-FEED-ID
287300     MOVE WS-ENTITLE-RULE-ID  TO EPK-RULE-ID
287400     MOVE WS-ENTITLE-CUST-KEY TO EPK-CUSTOMER-KEY
287500
287600     WRITE EPK-PICKUP-RECORD
287700     ADD 1 TO WS-RULE-PICKUPS
287800
287900     .
288000 2944-EXIT.
288100     EXIT.
288200
288300******************************************************************
288400* 1085-LOAD-EMBARGOES  --  LOADS THE KEY OF EVERY EMBARGO ROW IN   *
288500*                          FORCE TODAY (1086), ONCE FOR THE RUN.  *
288600*                          A MISSING EMBARGO FILE EMBARGOES NO    *
288700*                          ONE.  MORE ROWS IN FORCE THAN THE      *
288800*                          TABLE HOLDS ENDS THE RUN RC 16 BEFORE  *
288900*                          ANYTHING IS WRITTEN, RATHER THAN SEND  *
289000*                          AN EMBARGOED CUSTOMER.                 *
289100******************************************************************
289200 1085-LOAD-EMBARGOES.
289300
289400     MOVE 0   TO WS-EMBARGO-COUNT
289500     MOVE 'N' TO WS-EMBARGO-EOF-SW
289600
289700     OPEN INPUT Embargo-Table
289800     IF WS-EMBARGO-STATUS NOT = '00'
289900         DISPLAY MYNAME
290000             ' EMBARGO TABLE NOT AVAILABLE, STATUS = '
290100             WS-EMBARGO-STATUS ', NO CUSTOMER EMBARGOED'
290200         GO TO 1085-EXIT
290300     END-IF
290400
290500     PERFORM 1087-READ-EMBARGO THRU 1087-EXIT
290600     PERFORM UNTIL WS-EMBARGO-EOF
290700         PERFORM 1086-STORE-EMBARGO THRU 1086-EXIT
290800         PERFORM 1087-READ-EMBARGO THRU 1087-EXIT
290900     END-PERFORM
291000
291100     CLOSE Embargo-Table
291200
291300     DISPLAY MYNAME ' EMBARGOES IN FORCE      = '
291400         WS-EMBARGO-COUNT
291500
291600     .
291700 1085-EXIT.
291800     EXIT.
291900
292000******************************************************************
292100* 1086-STORE-EMBARGO  --  KEEPS ONE EMBARGO ROW'S CUSTOMER KEY IF  *
292200*                         THE ROW IS IN FORCE TODAY: STARTED (OR  *
292300*                         NO START DATE) AND NOT YET RELEASED (OR *
292400*                         NO RELEASE DATE).  A ROW WITH NO KEY IS *
292500*                         DROPPED WITH A MESSAGE.                 *
292600******************************************************************
292700 1086-STORE-EMBARGO.
292800
292900     IF EMB-CUSTOMER-KEY = SPACES
293000         DISPLAY MYNAME ' EMBARGO ROW IGNORED, NO CUSTOMER KEY: '
293100             EMB-EMBARGO-RECORD
293200         GO TO 1086-EXIT
293300     END-IF
293400
293500     IF EMB-START-DATE IS NUMERIC
293600         MOVE EMB-START-DATE TO WS-EMB-START-DATE
293700     ELSE
293800         MOVE 0 TO WS-EMB-START-DATE
293900     END-IF
294000     IF EMB-RELEASE-DATE IS NUMERIC
294100         MOVE EMB-RELEASE-DATE TO WS-EMB-RELEASE-DATE
294200     ELSE
294300         MOVE 0 TO WS-EMB-RELEASE-DATE
294400     END-IF
294500
294600     IF WS-EMB-START-DATE > WS-TODAY-DATE
294700         GO TO 1086-EXIT
294800     END-IF
294900     IF WS-EMB-RELEASE-DATE > 0
295000         AND WS-EMB-RELEASE-DATE NOT > WS-TODAY-DATE
295100         GO TO 1086-EXIT
295200     END-IF
295300
295400     IF WS-EMBARGO-COUNT NOT < WS-EMBARGO-MAX
295500         DISPLAY MYNAME ' EMBARGO TABLE FULL AT '
295600             WS-EMBARGO-MAX ' ROWS IN FORCE, RUN ENDED'
295700         CLOSE Embargo-Table
295800         MOVE 16 TO RETURN-CODE
295900         GOBACK
296000     END-IF
296100
296200     ADD 1 TO WS-EMBARGO-COUNT
296300     MOVE EMB-CUSTOMER-KEY TO WS-EMB-CUST-KEY (WS-EMBARGO-COUNT)
296400
296500     .
296600 1086-EXIT.
296700     EXIT.
296800
296900******************************************************************
297000* 1087-READ-EMBARGO  --  PRIMES/ADVANCES THE EMBARGO CURSOR.       *
297100******************************************************************
297200 1087-READ-EMBARGO.
297300
297400     READ Embargo-Table
297500         AT END
297600             SET WS-EMBARGO-EOF TO TRUE
297700     END-READ
297800
297900     .
298000 1087-EXIT.
298100     EXIT.
298200
298300******************************************************************
298400* 2980-CHECK-EMBARGO  --  SETS WS-EMBARGOED WHEN THE MASTER RECORD *
298500*                         THE CALLER MOVED TO WS-ENTITLE-CUSTOMER *
298600*                         IS UNDER AN EMBARGO IN FORCE TODAY.     *
298700******************************************************************
298800 2980-CHECK-EMBARGO.
298900
299000     MOVE 'N' TO WS-EMBARGOED-SW
299100     MOVE 1   TO WS-EMBARGO-SUB
299200     PERFORM UNTIL WS-EMBARGO-SUB > WS-EMBARGO-COUNT
299300             OR WS-EMBARGOED
299400         IF WS-EMB-CUST-KEY (WS-EMBARGO-SUB) =
299500             SD-001 OF WS-ENTITLE-CUSTOMER
299600             SET WS-EMBARGOED TO TRUE
299700         END-IF
299800         ADD 1 TO WS-EMBARGO-SUB
299900     END-PERFORM
300000
300100     .
300200 2980-EXIT.
300300     EXIT.
300400
300500******************************************************************
300600* 2982-LOG-EMBARGO-WITHHELD  --  COUNTS ONE CUSTOMER WITHHELD FROM *
300700*                                THE CURRENT FEED BY AN EMBARGO   *
300800*                                AND, OUTSIDE A RESYNC, LAZY-OPEN *
300900*                                APPENDS ITS EMBWHLD ROW FOR      *
301000*                                EMBRPT.                          *
301100******************************************************************
301200 2982-LOG-EMBARGO-WITHHELD.
301300
301400     ADD 1 TO WS-EMBARGO-WITHHELD
301500     IF WS-RESYNC-RUN
301600         GO TO 2982-EXIT
301700     END-IF
301800
301900     IF NOT WS-EMBWHLD-IS-OPEN
302000         OPEN EXTEND Embargo-Withheld
302100         IF WS-EMBWHLD-STATUS = '05' OR WS-EMBWHLD-STATUS = '35'
302200             OPEN OUTPUT Embargo-Withheld
302300         END-IF
302400         SET WS-EMBWHLD-IS-OPEN TO TRUE
302500     END-IF
302600
302700     MOVE WS-TODAY-DATE     TO EWH-RUN-DATE
302800     MOVE WS-OUTPUT-FEED-ID TO EWH-FEED-ID
302900     MOVE SD-001 OF WS-ENTITLE-CUSTOMER TO EWH-CUSTOMER-KEY
303000
303100     WRITE EWH-WITHHELD-RECORD
303200
303300     .
303400 2982-EXIT.
303500     EXIT.

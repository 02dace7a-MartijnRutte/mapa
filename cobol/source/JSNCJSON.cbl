006000*                  THE WIDENED CUSTJREQ RECORD, AND A REQUEST    *
006100*                  MISSING EITHER IS REJECTED INSTEAD OF         *
006200*                  ANSWERED -- SAME COMPLIANCE RULE AS JSNCMLUP. *
006210* 2026-10-14 MAR   SD-003 AND THE DETAIL ACCOUNT TYPE ARE NOW     *
006220*                  SENT IN THE FEED'S OWN CODES THROUGH VALXLAT  *
006230*                  (2360-LOAD-VALUE-XLATE), SAME AS JSNGDLY'S    *
006240*                  2967.  A CODE WITH NO ROW GOES OUT AS OUR     *
006250*                  OWN, AS THE NIGHTLY PASS SENDS IT; LOGGING IT *
006260*                  IS LEFT TO THE NIGHTLY PASS.                  *
006265* 2026-10-14 MAR   A FEED PINNED TO A PAYLOAD VERSION ON FEEDCFG *
006270*                  (FCF-PAYLOAD-VERSION) IS ANSWERED IN THAT     *
006275*                  VERSION'S SHAPE (2820), SAME AS JSNGDLY'S     *
006280*                  1170, SO A LOOKUP NEVER SHOWS THE PARTNER A   *
006285*                  FIELD ITS NIGHTLY FEED DOES NOT CARRY.        *
006287* 2026-10-14 MAR   A FEED WITH FCF-PARENT-KEY-SW SET IS ANSWERED *
006289*                  WITH THE CUSTOMER'S CUSTHIER PARENT KEY       *
006291*                  (2370), AS ITS NIGHTLY FEED CARRIES IT.       *
006293* 2026-10-14 MAR   ENTLRULE RULES AND EXCLUSIONS NOW COUNT IN    *
006295*                  THE ENTITLEMENT CHECK (2500/2530) THE SAME    *
006297*                  WAY AS IN JSNGDLY'S 2945, SO A CUSTOMER A     *
006299*                  RULE SENDS NIGHTLY IS ALSO ANSWERED HERE.     *
006319* 2026-10-14 MAR   A CUSTOMER UNDER AN EMBARGO IN FORCE TODAY    *
006339*                  (EMBARGO) IS ANSWERED WITH AN EMBARGOD MARKER *
006359*                  LINE AND NO PAYLOAD (2550/2610), AS JSNGDLY   *
006379*                  NOW WITHHOLDS IT FROM EVERY FEED.             *
006399******************************************************************
006400 Environment Division.
006500 Input-Output Section.
006600 File-Control.
008900     Select Entitle-Table Assign to 'ENTLTBL'
009000         Organization is Line Sequential
009100         File Status is WS-ENTLTBL-STATUS.
009120
009140     Select Entitle-Rules Assign to 'ENTLRULE'
009160         Organization is Line Sequential
009180         File Status is WS-ENTLRULE-STATUS.
009182
009184     Select Embargo-Table Assign to 'EMBARGO'
009186         Organization is Line Sequential
009188         File Status is WS-EMBARGO-STATUS.
009200
009300     Select Customer-Detail Assign to 'CUSTDETL'
009400         Organization is Indexed
009500         Access Mode is Random
009600         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
009700         File Status is WS-CUSTDETL-STATUS.
009710
009720     Select Customer-Hierarchy Assign to 'CUSTHIER'
009730         Organization is Indexed
009740         Access Mode is Random
009750         Record Key is CHR-CUSTOMER-KEY OF CUSTHIER-REC
009760         File Status is WS-CUSTHIER-STATUS.
009800
009900     Select Feed-Config Assign to 'FEEDCFG'
010000         Organization is Line Sequential
011100     Select Bool-Render-Table Assign to 'BOOLRTBL'
011200         Organization is Line Sequential
011300         File Status is WS-BOOLRTBL-STATUS.
011320
011340     Select Value-Xlate-Table Assign to 'VALXLAT'
011360         Organization is Line Sequential
011380         File Status is WS-VALXLAT-STATUS.
011400 Data Division.
011500 File Section.
011600 FD  Customer-Master
014200     Label Records are Standard
014300     Recording Mode is F.
014400 COPY ENTLTBL.
014410
014420 FD  Entitle-Rules
014430     Label Records are Standard
014440     Recording Mode is F.
014450 COPY ENTLRULE.
014455
014460 FD  Embargo-Table
014465     Label Records are Standard
014470     Recording Mode is F.
014475 COPY EMBARGO.
014500
014600 FD  Customer-Detail
014700     Label Records are Standard
014800     Recording Mode is F.
014900 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
015000                         ==CUSTDETL-REC==.
015010
015020 FD  Customer-Hierarchy
015030     Label Records are Standard
015040     Recording Mode is F.
015050 COPY CUSTHIER Replacing ==CHR-HIERARCHY-RECORD== By
015060                         ==CUSTHIER-REC==.
015100
015200 FD  Feed-Config
015300     Label Records are Standard
016800     Label Records are Standard
016900     Recording Mode is F.
017000 COPY BOOLRTBL.
017010
017020 FD  Value-Xlate-Table
017030     Label Records are Standard
017040     Recording Mode is F.
017050 COPY VALXLAT.
017100
017200 Working-Storage Section.
017300 01  CONSTANTS.
019100     88  WS-ENTLTBL-MISSING       VALUE 'Y'.
019200 01  WS-ENTITLED-SW           PIC X(001) VALUE 'N'.
019300     88  WS-ENTITLED              VALUE 'Y'.
019305*
019310* ENTLRULE RULE SUPPORT (2530/2540), READ FRESH FOR EACH REQUEST.
019315* THE MASTER SWITCH IS SPACE UNTIL A RULE NEEDS THE MASTER ROW.
019320 01  WS-ENTLRULE-STATUS       PIC X(002) VALUE '00'.
019325 01  WS-ENTLRULE-EOF-SW       PIC X(001) VALUE 'N'.
019330     88  WS-ENTLRULE-EOF          VALUE 'Y'.
019335 01  WS-FEED-RULES-SW         PIC X(001) VALUE 'N'.
019340     88  WS-FEED-HAS-RULES        VALUE 'Y'.
019345 01  WS-ENTITLE-EXCLUDED-SW   PIC X(001) VALUE 'N'.
019350     88  WS-ENTITLE-EXCLUDED      VALUE 'Y'.
019355 01  WS-ENTITLE-RULE-ID       PIC X(008) VALUE SPACES.
019360 01  WS-ENTITLE-MASTER-SW     PIC X(001) VALUE SPACE.
019365     88  WS-ENTITLE-MASTER-FOUND  VALUE 'Y'.
019370 01  WS-ENTITLE-ACCT-SW       PIC X(001) VALUE 'N'.
019375     88  WS-ENTITLE-ACCT-FETCHED  VALUE 'Y'.
019380 01  WS-ENTITLE-ACCT-TYPE     PIC X(004) VALUE SPACES.
019385 01  WS-ERULE-LEN             PIC 9(004) COMP-5 VALUE 0.
019386*
019387* EMBARGO SUPPORT (2550), READ FRESH FOR EACH REQUEST.
019388 01  WS-EMBARGO-STATUS        PIC X(002) VALUE '00'.
019389 01  WS-EMBARGO-EOF-SW        PIC X(001) VALUE 'N'.
019390     88  WS-EMBARGO-EOF           VALUE 'Y'.
019391 01  WS-EMBARGOED-SW          PIC X(001) VALUE 'N'.
019392     88  WS-EMBARGOED             VALUE 'Y'.
019393 01  WS-EMB-START-DATE        PIC 9(008) VALUE 0.
019394 01  WS-EMB-RELEASE-DATE      PIC 9(008) VALUE 0.
019400
019500*
019600* CUSTDETL/FEEDCFG NESTED-DETAIL SUPPORT, SAME SHAPE AS
020400     88  WS-FEEDCFG-EOF           VALUE 'Y'.
020500 01  WS-DETAIL-SEGMENT-SW     PIC X(001) VALUE 'N'.
020600     88  WS-DETAIL-SUBSCRIBED     VALUE 'Y'.
020610*
020620* CUSTHIER PARENT-KEY SUPPORT (2370), SAME SHAPE AS JSNGDLY'S.
020630 01  WS-CUSTHIER-STATUS       PIC X(002) VALUE '00'.
020640 01  WS-CUSTHIER-MISSING-SW   PIC X(001) VALUE 'N'.
020650     88  WS-CUSTHIER-MISSING      VALUE 'Y'.
020660 01  WS-PARENT-KEY-SW         PIC X(001) VALUE 'N'.
020670     88  WS-PARENT-KEY-SUBSCRIBED VALUE 'Y'.
020700 01  WS-BUF-SAVE              PIC X(250) VALUE SPACES.
020800 01  WS-BUF-LEN               PIC 9(004) COMP-5 VALUE 0.
020900
024500 01  WS-DATE-FORMAT           PIC X(008) VALUE SPACES.
024600 01  WS-SD004-DISPLAY         PIC 9(008) VALUE 0.
024700 01  WS-SD004-OUT             PIC X(010) VALUE SPACES.
024701
024702*
024703* FEEDCFG PAYLOAD VERSION PINNING (2820), SAME AS JSNGDLY'S.
024704 01  WS-PAYLOAD-VERSION       PIC 9(003) VALUE 0.
024705 COPY PLVSHAPE.
024706
024707*
024708* VALXLAT OUTBOUND VALUE-TRANSLATION SUPPORT, SAME SHAPE AS
024709* JSNGDLY'S -- RE-LOADED FOR EVERY REQUEST'S FEED.
024710 01  WS-VALXLAT-STATUS        PIC X(002) VALUE '00'.
024712 01  WS-VALXLAT-EOF-SW        PIC X(001) VALUE 'N'.
024714     88  WS-VALXLAT-EOF           VALUE 'Y'.
024716 01  WS-XLATE-TABLE.
024718     05  WS-XLATE-MAX         PIC 9(004) COMP-5 VALUE 200.
024720     05  WS-XLATE-COUNT       PIC 9(004) COMP-5 VALUE 0.
024722     05  WS-XLATE-ENTRY OCCURS 200 TIMES.
024724         10  WS-XLT-FIELD     PIC X(008).
024726         10  WS-XLT-INTERNAL  PIC X(008).
024728         10  WS-XLT-PARTNER   PIC X(008).
024730 01  WS-XLATE-FOUND-SW        PIC X(001) VALUE 'N'.
024732     88  WS-XLATE-FOUND           VALUE 'Y'.
024734 01  WS-XLATE-SUB             PIC 9(004) COMP-5 VALUE 0.
024736 01  WS-XLATE-FIELD           PIC X(008) VALUE SPACES.
024738 01  WS-XLATE-VALUE-IN        PIC X(008) VALUE SPACES.
024740 01  WS-XLATE-VALUE-OUT       PIC X(008) VALUE SPACES.
024800
024900 01  WS-SWITCHES.
025000     05  WS-REQUEST-EOF-SW    PIC X(001) VALUE 'N'.
026000     05  WS-RECS-NOTFOUND     PIC 9(009) COMP-5 VALUE 0.
026100     05  WS-RECS-NOTENTLD     PIC 9(009) COMP-5 VALUE 0.
026200     05  WS-RECS-INACTIVE     PIC 9(009) COMP-5 VALUE 0.
026250     05  WS-RECS-EMBARGOED    PIC 9(009) COMP-5 VALUE 0.
026300     05  WS-RECS-REJECTED     PIC 9(009) COMP-5 VALUE 0.
026400
026500*
035000             WS-CUSTDETL-STATUS ', DETAIL SEGMENT DISABLED'
035100         SET WS-CUSTDETL-MISSING TO TRUE
035200     END-IF
035210
035220     OPEN INPUT Customer-Hierarchy
035230     IF WS-CUSTHIER-STATUS NOT = '00'
035240         DISPLAY MYNAME
035250             ' CUSTOMER-HIERARCHY NOT AVAILABLE, STATUS = '
035260             WS-CUSTHIER-STATUS ', PARENT KEY DISABLED'
035270         SET WS-CUSTHIER-MISSING TO TRUE
035280     END-IF
035300
035400     PERFORM 8000-READ-REQUEST THRU 8000-EXIT
035500
042200         PERFORM 8000-READ-REQUEST THRU 8000-EXIT
042300         GO TO 2000-EXIT
042400     END-IF
042405
042410     PERFORM 2550-CHECK-EMBARGO THRU 2550-EXIT
042415     IF WS-EMBARGOED
042420         PERFORM 2610-BUILD-EMBARGO-LINE THRU 2610-EXIT
042425         ADD 1 TO WS-RECS-EMBARGOED
042430         MOVE 'EMBARGOD' TO WS-LOG-RESULT
042435         PERFORM 2650-WRITE-ACCESS-LOG THRU 2650-EXIT
042440         PERFORM 8000-READ-REQUEST THRU 8000-EXIT
042445         GO TO 2000-EXIT
042450     END-IF
042500
042600     PERFORM 2100-LOAD-NAME-TABLE     THRU 2100-EXIT
042700     PERFORM 2200-LOAD-SUPPRESS-RULES THRU 2200-EXIT
042800     PERFORM 2800-LOAD-FEED-CONFIG    THRU 2800-EXIT
042900     PERFORM 2250-LOAD-FIELD-SELECTION THRU 2250-EXIT
043000     PERFORM 2270-LOAD-BOOL-RENDER     THRU 2270-EXIT
043050     PERFORM 2360-LOAD-VALUE-XLATE     THRU 2360-EXIT
043070     PERFORM 2820-APPLY-PAYLOAD-VERSION THRU 2820-EXIT
043100
043200     MOVE CJR-CUSTOMER-ID TO SD-001 OF CUSTMAST-REC
043300
068600
068700     IF WS-SEND-SD003-SW = 'Y'
068800         PERFORM 2310-APPEND-FIELD-COMMA THRU 2310-EXIT
068820         MOVE 'SD-003  '             TO WS-XLATE-FIELD
068840         MOVE SD-003 OF CUSTMAST-REC TO WS-XLATE-VALUE-IN
068860         PERFORM 2350-XLATE-OUTBOUND-VALUE THRU 2350-EXIT
068900         STRING '"SD-003":"' DELIMITED BY SIZE
069000                WS-XLATE-VALUE-OUT DELIMITED BY SIZE
069100                '"'          DELIMITED BY SIZE
069200             INTO WS-BUF WITH POINTER WS-BUF-PTR
069300     END-IF
070200             INTO WS-BUF WITH POINTER WS-BUF-PTR
070300     END-IF
070400
070420     IF WS-PARENT-KEY-SUBSCRIBED AND NOT WS-CUSTHIER-MISSING
070440         PERFORM 2370-APPEND-PARENT-KEY THRU 2370-EXIT
070460     END-IF
070480
070500     MOVE '}' TO WS-BUF(WS-BUF-PTR:1)
070600
070700     IF WS-DETAIL-SUBSCRIBED AND NOT WS-CUSTDETL-MISSING
087400     .
087500 2310-EXIT.
087600     EXIT.
087602
087604******************************************************************
087606* 2370-APPEND-PARENT-KEY  --  READS THE CUSTOMER'S CUSTHIER ROW    *
087608*                             AT RANDOM BY KEY AND APPENDS ITS     *
087610*                             PARENT KEY.  NO ROW IS A TOP-LEVEL   *
087612*                             ACCOUNT: AN EMPTY PARENT KEY.        *
087614******************************************************************
087616 2370-APPEND-PARENT-KEY.
087618
087620     MOVE SD-001 OF CUSTMAST-REC TO CHR-CUSTOMER-KEY
087622         OF CUSTHIER-REC
087624
087626     READ Customer-Hierarchy
087628         INVALID KEY
087630             MOVE SPACES TO CHR-PARENT-KEY OF CUSTHIER-REC
087632     END-READ
087634
087636     PERFORM 2310-APPEND-FIELD-COMMA THRU 2310-EXIT
087638     STRING '"PARENT-KEY":"' DELIMITED BY SIZE
087640            CHR-PARENT-KEY OF CUSTHIER-REC DELIMITED BY SPACE
087642            '"'              DELIMITED BY SIZE
087644         INTO WS-BUF WITH POINTER WS-BUF-PTR
087646
087648     .
087650 2370-EXIT.
087652     EXIT.
087700
087800******************************************************************
087820* 2500-CHECK-ENTITLEMENT  --  THE SAME CHECK AS JSNGDLY'S        *
087840*                             2945-CHECK-ENTITLEMENT FOR THE     *
087860*                             REQUESTED CUSTOMER ID AND FEED     *
087880*                             ID.  AN ENTLRULE EXCLUSION FOR THE *
087900*                             CUSTOMER WINS OUTRIGHT; OTHERWISE  *
087920*                             AN ENTLTBL ROW (2520) OR A         *
087940*                             MATCHING ENTLRULE RULE (2530)      *
087960*                             ENTITLES IT.  A FEED WITH NO       *
087980*                             ENTLRULE ROWS, WHEN ENTLTBL WAS    *
088000*                             MISSING OR EMPTY AT STARTUP,       *
088020*                             LEAVES EVERY REQUEST ENTITLED AS   *
088040*                             BEFORE.                            *
088060******************************************************************
088080 2500-CHECK-ENTITLEMENT.
088100
088120     PERFORM 2530-APPLY-ENTITLE-RULES THRU 2530-EXIT
088140     IF WS-ENTITLE-EXCLUDED
088160         MOVE 'N' TO WS-ENTITLED-SW
088180         GO TO 2500-EXIT
088200     END-IF
088220
088240     IF WS-ENTLTBL-MISSING AND NOT WS-FEED-HAS-RULES
088260         SET WS-ENTITLED TO TRUE
088280         GO TO 2500-EXIT
088300     END-IF
088320
088340     MOVE 'N' TO WS-ENTITLED-SW
088360     IF NOT WS-ENTLTBL-MISSING
088380         PERFORM 2520-CHECK-EXPLICIT-ENTITLE THRU 2520-EXIT
088400     END-IF
088420
088440     IF NOT WS-ENTITLED
088460         AND WS-ENTITLE-RULE-ID NOT = SPACES
088480         SET WS-ENTITLED TO TRUE
088500     END-IF
088520
088540     .
088560 2500-EXIT.
088580     EXIT.
088600
088620******************************************************************
088640* 2520-CHECK-EXPLICIT-ENTITLE  --  OPEN-SCAN-CLOSES ENTLTBL FOR  *
088660*                                  A ROW KEYED BY THE REQUESTED  *
088680*                                  CUSTOMER ID AND FEED ID, AS   *
088700*                                  JSNGDLY'S 2948 DOES.  SETS    *
088720*                                  WS-ENTITLED ON A MATCH, OR    *
088740*                                  WHEN THE TABLE CANNOT BE      *
088760*                                  OPENED.                       *
088780******************************************************************
088800 2520-CHECK-EXPLICIT-ENTITLE.
089400     MOVE 'N' TO WS-ENTITLED-SW
089500     MOVE 'N' TO WS-ENTLTBL-EOF-SW
089600
089700     OPEN INPUT Entitle-Table
089800     IF WS-ENTLTBL-STATUS NOT = '00'
089900         SET WS-ENTITLED TO TRUE
090000         GO TO 2520-EXIT
090100     END-IF
090200
090300     PERFORM 2510-READ-ENTITLE-TABLE THRU 2510-EXIT
091300     CLOSE Entitle-Table
091400
091500     .
091600 2520-EXIT.
091700     EXIT.
091800
091900******************************************************************
101500
101600     MOVE 'N' TO WS-DETAIL-SEGMENT-SW
101700     MOVE SPACES TO WS-DATE-FORMAT
101750     MOVE 0 TO WS-PAYLOAD-VERSION
101770     MOVE 'N' TO WS-PARENT-KEY-SW
101800     MOVE 'N' TO WS-FEEDCFG-EOF-SW
101900
102000     OPEN INPUT Feed-Config
102700         IF FCF-FEED-ID = WS-OUTPUT-FEED-ID
102800             MOVE FCF-DETAIL-SEGMENT-SW TO WS-DETAIL-SEGMENT-SW
102900             MOVE FCF-DATE-FORMAT TO WS-DATE-FORMAT
102910             MOVE FCF-PARENT-KEY-SW TO WS-PARENT-KEY-SW
102920             IF FCF-PAYLOAD-VERSION IS NUMERIC
102940                 MOVE FCF-PAYLOAD-VERSION TO WS-PAYLOAD-VERSION
102960             END-IF
103000         END-IF
103100         PERFORM 2810-READ-FEED-CONFIG THRU 2810-EXIT
103200     END-PERFORM
105000     .
105100 2810-EXIT.
105200     EXIT.
105202
105204******************************************************************
105206* 2820-APPLY-PAYLOAD-VERSION  --  TRIMS THE REQUESTED FEED'S     *
105208*                                 OPTIONS BACK TO THE SHAPE OF   *
105210*                                 ITS PINNED PAYLOAD VERSION,    *
105212*                                 SAME RULES AS JSNGDLY'S 1170.  *
105214*                                 ZERO, OR A PIN NEWER THAN THE  *
105216*                                 CURRENT VERSION, ANSWERS AT THE*
105218*                                 CURRENT VERSION.               *
105220******************************************************************
105222 2820-APPLY-PAYLOAD-VERSION.
105224
105226     IF WS-PAYLOAD-VERSION = 0
105228         OR WS-PAYLOAD-VERSION > WS-PLV-CURRENT-VERSION
105230         MOVE WS-PLV-CURRENT-VERSION TO WS-PAYLOAD-VERSION
105232     END-IF
105234
105236     IF WS-PAYLOAD-VERSION < WS-PLV-DETAIL-FROM
105238         MOVE 'N' TO WS-DETAIL-SEGMENT-SW
105240     END-IF
105242     IF WS-PAYLOAD-VERSION < WS-PLV-SD003-SD004-FROM
105244         MOVE 'N' TO WS-SEND-SD003-SW
105246         MOVE 'N' TO WS-SEND-SD004-SW
105248     END-IF
105250     IF WS-PAYLOAD-VERSION < WS-PLV-BOOL-RENDER-FROM
105252         MOVE SPACES TO WS-BOOL-STYLE
105254     END-IF
105255     IF WS-PAYLOAD-VERSION < WS-PLV-PARENT-KEY-FROM
105256         MOVE 'N' TO WS-PARENT-KEY-SW
105257     END-IF
105258
105259     .
105260 2820-EXIT.
105262     EXIT.
105300
105400******************************************************************
105500* 2900-APPEND-DETAIL-OBJECT  --  READS THE CUSTOMER'S CUSTDETL    *
107800     SUBTRACT 1 FROM WS-BUF-LEN
107900     MOVE WS-BUF TO WS-BUF-SAVE
108000     MOVE SPACES TO WS-BUF
108020
108040     MOVE 'ACCTTYPE'       TO WS-XLATE-FIELD
108060     MOVE CDT-ACCOUNT-TYPE TO WS-XLATE-VALUE-IN
108080     PERFORM 2350-XLATE-OUTBOUND-VALUE THRU 2350-EXIT
108100
108200     IF WS-BUF-LEN = 1
108300         STRING '{"DETAIL":{"CONTACT":"'   DELIMITED BY SIZE
108500                '","PHONE":"'              DELIMITED BY SIZE
108600                CDT-CONTACT-PHONE          DELIMITED BY SIZE
108700                '","TYPE":"'               DELIMITED BY SIZE
108800                WS-XLATE-VALUE-OUT(1:4)    DELIMITED BY SIZE
108900                '"}}'                      DELIMITED BY SIZE
109000             INTO WS-BUF
109100     ELSE
109500                '","PHONE":"'              DELIMITED BY SIZE
109600                CDT-CONTACT-PHONE          DELIMITED BY SIZE
109700                '","TYPE":"'               DELIMITED BY SIZE
109800                WS-XLATE-VALUE-OUT(1:4)    DELIMITED BY SIZE
109900                '"}}'                      DELIMITED BY SIZE
110000             INTO WS-BUF
110100     END-IF
115700     IF NOT WS-CUSTDETL-MISSING
115800         CLOSE Customer-Detail
115900     END-IF
115920     IF NOT WS-CUSTHIER-MISSING
115940         CLOSE Customer-Hierarchy
115960     END-IF
116000
116100     IF WS-CUSTALOG-IS-OPEN
116200         CLOSE Access-Log
116700     DISPLAY MYNAME ' CUSTOMERS NOTFOUND  = ' WS-RECS-NOTFOUND
116800     DISPLAY MYNAME ' CUSTOMERS NOTENTLD  = ' WS-RECS-NOTENTLD
116900     DISPLAY MYNAME ' CUSTOMERS INACTIVE  = ' WS-RECS-INACTIVE
116950     DISPLAY MYNAME ' CUSTOMERS EMBARGOED = ' WS-RECS-EMBARGOED
117000     DISPLAY MYNAME ' REQUESTS REJECTED   = ' WS-RECS-REJECTED
117100     DISPLAY MYNAME ' End'
117200
119000     .
119100 8000-EXIT.
119200     EXIT.
119300
119400******************************************************************
119500* 2360-LOAD-VALUE-XLATE  --  SAME LOOKUP AS JSNGDLY'S 1290,       *
119600*                            CLEARED AND RE-LOADED FOR EVERY      *
119700*                            REQUEST'S FEED.                      *
119800******************************************************************
119900 2360-LOAD-VALUE-XLATE.
120000
120100     MOVE 0   TO WS-XLATE-COUNT
120200     MOVE 'N' TO WS-VALXLAT-EOF-SW
120300
120400     OPEN INPUT Value-Xlate-Table
120500     IF WS-VALXLAT-STATUS NOT = '00'
120600         GO TO 2360-EXIT
120700     END-IF
120800
120900     PERFORM 2365-READ-VALUE-XLATE THRU 2365-EXIT
121000     PERFORM UNTIL WS-VALXLAT-EOF
121100         IF VXL-FEED-ID = WS-OUTPUT-FEED-ID
121200             AND (VXL-FIELD-ACCT-TYPE OR VXL-FIELD-SD003)
121300             AND WS-XLATE-COUNT < WS-XLATE-MAX
121400             ADD 1 TO WS-XLATE-COUNT
121500             MOVE VXL-FIELD
121600                 TO WS-XLT-FIELD    (WS-XLATE-COUNT)
121700             MOVE VXL-INTERNAL-VALUE
121800                 TO WS-XLT-INTERNAL (WS-XLATE-COUNT)
121900             MOVE VXL-PARTNER-VALUE
122000                 TO WS-XLT-PARTNER  (WS-XLATE-COUNT)
122100         END-IF
122200         PERFORM 2365-READ-VALUE-XLATE THRU 2365-EXIT
122300     END-PERFORM
122400
122500     CLOSE Value-Xlate-Table
122600
122700     .
122800 2360-EXIT.
122900     EXIT.
123000
123100******************************************************************
123200* 2365-READ-VALUE-XLATE  --  PRIMES/ADVANCES THE VALXLAT CURSOR.  *
123300******************************************************************
123400 2365-READ-VALUE-XLATE.
123500
123600     READ Value-Xlate-Table
123700         AT END
123800             SET WS-VALXLAT-EOF TO TRUE
123900     END-READ
124000
124100     .
124200 2365-EXIT.
124300     EXIT.
124400
124500******************************************************************
124600* 2350-XLATE-OUTBOUND-VALUE  --  OUR CODE IN WS-XLATE-VALUE-IN TO *
124700*                                THE FEED'S IN WS-XLATE-VALUE-    *
124800*                                OUT, SAME RULES AS JSNGDLY'S     *
124900*                                2967.  NO ROW SENDS OUR CODE.    *
125000******************************************************************
125100 2350-XLATE-OUTBOUND-VALUE.
125200
125300     MOVE WS-XLATE-VALUE-IN TO WS-XLATE-VALUE-OUT
125400     MOVE 'N' TO WS-XLATE-FOUND-SW
125500     MOVE 1   TO WS-XLATE-SUB
125600
125700     PERFORM UNTIL WS-XLATE-SUB > WS-XLATE-COUNT
125800             OR WS-XLATE-FOUND
125900         IF WS-XLT-FIELD (WS-XLATE-SUB) = WS-XLATE-FIELD
126000             AND WS-XLT-INTERNAL (WS-XLATE-SUB)
126100                 = WS-XLATE-VALUE-IN
126200             MOVE WS-XLT-PARTNER (WS-XLATE-SUB)
126300                 TO WS-XLATE-VALUE-OUT
126400             SET WS-XLATE-FOUND TO TRUE
126500         ELSE
126600             ADD 1 TO WS-XLATE-SUB
126700         END-IF
126800     END-PERFORM
126900
127000     .
127100 2350-EXIT.
127200     EXIT.
127300
127400******************************************************************
127500* 2530-APPLY-ENTITLE-RULES  --  OPEN-SCAN-CLOSES ENTLRULE FOR    *
127600*                               THE REQUESTED FEED'S ROWS, AS    *
127700*                               JSNGDLY'S 1282/2947 DO FOR ITS   *
127800*                               FEED, NOTING WHETHER THE FEED    *
127900*                               HAS ANY.  STOPS AT AN EXCLUSION  *
128000*                               FOR THE REQUESTED CUSTOMER, AND  *
128100*                               LEAVES THE FIRST MATCHING RULE   *
128200*                               (2540) IN WS-ENTITLE-RULE-ID.  A *
128300*                               MISSING TABLE IS A FEED WITH NO  *
128400*                               RULES.                           *
128500******************************************************************
128600 2530-APPLY-ENTITLE-RULES.
128700
128800     MOVE 'N'    TO WS-FEED-RULES-SW
128900     MOVE 'N'    TO WS-ENTITLE-EXCLUDED-SW
129000     MOVE SPACES TO WS-ENTITLE-RULE-ID
129100     MOVE SPACE  TO WS-ENTITLE-MASTER-SW
129200     MOVE 'N'    TO WS-ENTITLE-ACCT-SW
129300     MOVE SPACES TO WS-ENTITLE-ACCT-TYPE
129400     MOVE 'N'    TO WS-ENTLRULE-EOF-SW
129500
129600     OPEN INPUT Entitle-Rules
129700     IF WS-ENTLRULE-STATUS NOT = '00'
129800         GO TO 2530-EXIT
129900     END-IF
130000
130100     PERFORM 2535-READ-ENTITLE-RULE THRU 2535-EXIT
130200     PERFORM UNTIL WS-ENTLRULE-EOF OR WS-ENTITLE-EXCLUDED
130300         IF ERL-FEED-ID = CJR-FEED-ID
130400             SET WS-FEED-HAS-RULES TO TRUE
130500             IF ERL-ROW-EXCLUDE
130600                 AND ERL-CUSTOMER-KEY = CJR-CUSTOMER-ID
130700                 SET WS-ENTITLE-EXCLUDED TO TRUE
130800             END-IF
130900             IF ERL-ROW-RULE
131000                 AND ERL-RULE-ID NOT = SPACES
131100                 AND WS-ENTITLE-RULE-ID = SPACES
131200                 PERFORM 2540-MATCH-ENTITLE-RULE THRU 2540-EXIT
131300             END-IF
131400         END-IF
131500         PERFORM 2535-READ-ENTITLE-RULE THRU 2535-EXIT
131600     END-PERFORM
131700
131800     CLOSE Entitle-Rules
131900
132000     .
132100 2530-EXIT.
132200     EXIT.
132300
132400******************************************************************
132500* 2535-READ-ENTITLE-RULE  --  PRIMES/ADVANCES THE ENTLRULE       *
132600*                             CURSOR.                            *
132700******************************************************************
132800 2535-READ-ENTITLE-RULE.
132900
133000     READ Entitle-Rules
133100         AT END
133200             SET WS-ENTLRULE-EOF TO TRUE
133300     END-READ
133400
133500     .
133600 2535-EXIT.
133700     EXIT.
133800
133900******************************************************************
134000* 2540-MATCH-ENTITLE-RULE  --  ONE ENTLRULE RULE AGAINST THE     *
134100*                              REQUESTED CUSTOMER, MATCHED AS    *
134200*                              JSNGDLY'S 2949 MATCHES IT: STATUS *
134300*                              'A' FOR AN ACTIVE (OR BLANK)      *
134400*                              STATUS, 'I' FOR AN INACTIVE ONE;  *
134500*                              SD-003 BY ITS LEADING NON-BLANK   *
134600*                              PART; ACCOUNT TYPE EXACTLY, FROM  *
134700*                              CUSTDETL.  THE MASTER AND DETAIL  *
134800*                              ROWS ARE READ ONCE PER REQUEST,   *
134900*                              ONLY WHEN A RULE NEEDS THEM.  A   *
135000*                              CUSTOMER NOT ON THE MASTER        *
135100*                              MATCHES NO RULE.                  *
135200******************************************************************
135300 2540-MATCH-ENTITLE-RULE.
135400
135500     IF WS-ENTITLE-MASTER-SW = SPACE
135600         MOVE 'Y' TO WS-ENTITLE-MASTER-SW
135700         MOVE CJR-CUSTOMER-ID TO SD-001 OF CUSTMAST-REC
135800         READ Customer-Master
135900             INVALID KEY
136000                 MOVE 'N' TO WS-ENTITLE-MASTER-SW
136100         END-READ
136200     END-IF
136300     IF NOT WS-ENTITLE-MASTER-FOUND
136400         GO TO 2540-EXIT
136500     END-IF
136600
136700     IF ERL-STATUS = 'A'
136800         AND SD-STATUS-INACTIVE OF CUSTMAST-REC
136900         GO TO 2540-EXIT
137000     END-IF
137100     IF ERL-STATUS = 'I'
137200         AND NOT SD-STATUS-INACTIVE OF CUSTMAST-REC
137300         GO TO 2540-EXIT
137400     END-IF
137500
137600     MOVE 0 TO WS-ERULE-LEN
137700     INSPECT ERL-SD-003 TALLYING WS-ERULE-LEN
137800         FOR CHARACTERS BEFORE INITIAL SPACE
137900     IF WS-ERULE-LEN > 0
138000         IF SD-003 OF CUSTMAST-REC (1:WS-ERULE-LEN)
138100             NOT = ERL-SD-003 (1:WS-ERULE-LEN)
138200             GO TO 2540-EXIT
138300         END-IF
138400     END-IF
138500
138600     IF ERL-ACCOUNT-TYPE NOT = SPACES
138700         IF NOT WS-ENTITLE-ACCT-FETCHED
138800             SET WS-ENTITLE-ACCT-FETCHED TO TRUE
138900             IF NOT WS-CUSTDETL-MISSING
139000                 MOVE CJR-CUSTOMER-ID TO CDT-CUSTOMER-KEY
139100                 READ Customer-Detail
139200                     INVALID KEY
139300                         CONTINUE
139400                     NOT INVALID KEY
139500                         MOVE CDT-ACCOUNT-TYPE
139600                             TO WS-ENTITLE-ACCT-TYPE
139700                 END-READ
139800             END-IF
139900         END-IF
140000         IF WS-ENTITLE-ACCT-TYPE NOT = ERL-ACCOUNT-TYPE
140100             GO TO 2540-EXIT
140200         END-IF
140300     END-IF
140400
140500     MOVE ERL-RULE-ID TO WS-ENTITLE-RULE-ID
140600
140700     .
140800 2540-EXIT.
140900     EXIT.
141000
141100******************************************************************
141200* 2550-CHECK-EMBARGO  --  OPEN-SCAN-CLOSES EMBARGO FOR A ROW ON  *
141300*                         THE REQUESTED CUSTOMER IN FORCE TODAY, *
141400*                         THE SAME TEST AS JSNGDLY'S 1086.  A    *
141500*                         MISSING EMBARGO FILE EMBARGOES NO ONE. *
141600******************************************************************
141700 2550-CHECK-EMBARGO.
141800
141900     MOVE 'N' TO WS-EMBARGOED-SW
142000     MOVE 'N' TO WS-EMBARGO-EOF-SW
142100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
142200
142300     OPEN INPUT Embargo-Table
142400     IF WS-EMBARGO-STATUS NOT = '00'
142500         GO TO 2550-EXIT
142600     END-IF
142700
142800     PERFORM 2555-READ-EMBARGO THRU 2555-EXIT
142900     PERFORM UNTIL WS-EMBARGO-EOF OR WS-EMBARGOED
143000         IF EMB-CUSTOMER-KEY = CJR-CUSTOMER-ID
143100             IF EMB-START-DATE IS NUMERIC
143200                 MOVE EMB-START-DATE TO WS-EMB-START-DATE
143300             ELSE
143400                 MOVE 0 TO WS-EMB-START-DATE
143500             END-IF
143600             IF EMB-RELEASE-DATE IS NUMERIC
143700                 MOVE EMB-RELEASE-DATE TO WS-EMB-RELEASE-DATE
143800             ELSE
143900                 MOVE 0 TO WS-EMB-RELEASE-DATE
144000             END-IF
144100             IF WS-EMB-START-DATE NOT > WS-TODAY-DATE
144200                 AND (WS-EMB-RELEASE-DATE = 0
144300                   OR WS-EMB-RELEASE-DATE > WS-TODAY-DATE)
144400                 SET WS-EMBARGOED TO TRUE
144500             END-IF
144600         END-IF
144700         PERFORM 2555-READ-EMBARGO THRU 2555-EXIT
144800     END-PERFORM
144900
145000     CLOSE Embargo-Table
145100
145200     .
145300 2550-EXIT.
145400     EXIT.
145500
145600******************************************************************
145700* 2555-READ-EMBARGO  --  PRIMES/ADVANCES THE EMBARGO CURSOR.     *
145800******************************************************************
145900 2555-READ-EMBARGO.
146000
146100     READ Embargo-Table
146200         AT END
146300             SET WS-EMBARGO-EOF TO TRUE
146400     END-READ
146500
146600     .
146700 2555-EXIT.
146800     EXIT.
146900
147000******************************************************************
147100* 2610-BUILD-EMBARGO-LINE  --  WRITES AN EMBARGOD MARKER LINE    *
147200*                              FOR A REQUESTED CUSTOMER UNDER AN *
147300*                              EMBARGO -- NO PAYLOAD IS BUILT,   *
147400*                              MATCHING THE NIGHTLY FEED'S       *
147500*                              WITHHOLDING.                      *
147600******************************************************************
147700 2610-BUILD-EMBARGO-LINE.
147800
147900     MOVE SPACES TO CUSTPEXT-REC
148000     STRING 'EMBARGOD' DELIMITED BY SIZE
148100            CJR-CUSTOMER-ID DELIMITED BY SIZE
148200            ' '        DELIMITED BY SIZE
148300            WS-OUTPUT-FEED-ID DELIMITED BY SIZE
148400         INTO CUSTPEXT-REC
148500     WRITE CUSTPEXT-REC
148600
148700     .
148800 2610-EXIT.
148900     EXIT.

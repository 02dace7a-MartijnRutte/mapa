002700*                  THE REBUILD STARTS AT THE REQUESTED DATE/     *
002800*                  FEED KEY RANGE AND WALKS ONLY THAT RANGE      *
002900*                  INSTEAD OF SCANNING THE WHOLE ARCHIVE.        *
002920* 2026-10-14 MAR   RECALL NOTICES JSNGDLY ARCHIVED WITH THE      *
002940*                  GENERATION ARE RESENT WITH IT, BUT COUNTED    *
002960*                  INTO THE NEW DLVTRACK ROW'S DLV-RECALL-COUNT, *
002980*                  NOT ITS RECORD COUNT, AS THE ORIGINAL WAS.    *
002982* 2026-10-14 MAR   ARCHIVED DETAIL OBJECTS CARRY TOKVAULT TOKENS *
002984*                  FOR THE CONTACT NAME AND PHONE; THE REBUILT   *
002986*                  RECORD IS DETOKENIZED ON ITS WAY OUT (2050),  *
002988*                  AS JSNGDLY DOES.  A TOKEN THAT DOES NOT       *
002990*                  RESOLVE, OR NO TOKVAULT AT ALL, SENDS THE     *
002992*                  VALUE BLANK AND ENDS WITH RETURN CODE 4.      *
002993* 2026-10-14 MAR   A CSV FEED (FEEDCFG) IS REBUILT AS CSV, AS    *
002994*                  JSNGDLY SENT IT: A '#' RUN HEADER, A COLUMN   *
002995*                  HEADER ROW TAKEN FROM THE FIRST RECORD'S      *
002996*                  FIELD NAMES, EACH RECORD FLATTENED TO ONE     *
002997*                  DELIMITED ROW, AND EACH RECALL A '#' LINE.    *
003000******************************************************************
003100 Environment Division.
003200 Input-Output Section.
003500         Organization is Line Sequential
003600         File Status is WS-RSNDPARM-STATUS.
003700
003710     Select Feed-Config Assign to 'FEEDCFG'
003720         Organization is Line Sequential
003730         File Status is WS-FEEDCFG-STATUS.
003740
003800     Select Json-Archive Assign to 'JSONARCH'
003900         Organization is Indexed
004000         Access Mode is Dynamic
004800     Select Delivery-Track Assign to 'DLVTRACK'
004900         Organization is Line Sequential
005000         File Status is WS-DLVTRACK-STATUS.
005010
005020     Select Token-Vault Assign to 'TOKVAULT'
005030         Organization is Indexed
005040         Access Mode is Random
005050         Record Key is TKV-TOKEN
005060         File Status is WS-TOKVAULT-STATUS.
005100 Data Division.
005200 File Section.
005300 FD  Resend-Parm
007000     Recording Mode is F.
007100 COPY DLVTRACK.
007200
007210 FD  Token-Vault
007220     Label Records are Standard
007230     Recording Mode is F.
007240 COPY TOKVAULT.
007250
007258 FD  Feed-Config
007266     Label Records are Standard
007274     Recording Mode is F.
007282 COPY FEEDCFG.
007290
007300 Working-Storage Section.
007400 01  CONSTANTS.
007500     05  MYNAME               PIC X(008) VALUE 'JSNRSEND'.
007800 01  WS-JSONARCH-STATUS       PIC X(002) VALUE '00'.
007900 01  WS-JSONRSND-STATUS       PIC X(002) VALUE '00'.
008000 01  WS-DLVTRACK-STATUS       PIC X(002) VALUE '00'.
008050 01  WS-TOKVAULT-STATUS       PIC X(002) VALUE '00'.
008060 01  WS-FEEDCFG-STATUS        PIC X(002) VALUE '00'.
008100
008200 01  WS-SWITCHES.
008300     05  WS-JSONARCH-EOF-SW   PIC X(001) VALUE 'N'.
008400         88  WS-JSONARCH-EOF      VALUE 'Y'.
008420     05  WS-TOKVAULT-MISSING-SW PIC X(001) VALUE 'N'.
008440         88  WS-TOKVAULT-MISSING  VALUE 'Y'.
008450     05  WS-FEEDCFG-EOF-SW    PIC X(001) VALUE 'N'.
008460         88  WS-FEEDCFG-EOF       VALUE 'Y'.
008500
008600 01  WS-RESEND-FEED-ID        PIC X(010) VALUE SPACES.
008700 01  WS-RESEND-GEN-DATE       PIC 9(008) VALUE 0.
009400 01  WS-RUN-TIME              PIC 9(008) VALUE 0.
009500
009600 01  WS-RECS-WRITTEN          PIC 9(009) COMP-5 VALUE 0.
009650 01  WS-RECALLS-WRITTEN       PIC 9(009) COMP-5 VALUE 0.
009660
009670*
009680* DETOKENIZING SUPPORT (2050/2060), AS IN JSNGDLY'S 2957/2958.
009690 01  WS-TKV-POS               PIC 9(004) COMP-5 VALUE 0.
009692 01  WS-TKV-TYPE              PIC X(001) VALUE SPACES.
009694 01  WS-TKV-VALUE             PIC X(020) VALUE SPACES.
009696 01  WS-TKV-UNRESOLVED        PIC 9(009) COMP-5 VALUE 0.
009700
009702*
009704* CSV REBUILD SUPPORT (2200-2290).  WS-CSV-MODE SAYS WHAT ONE SCAN
009706* OF THE ARCHIVED JSON BUILDS: THE COLUMN HEADER ROW (H), A DATA
009708* ROW (R), OR A RECALL'S '#' LINE (N).
009710 01  WS-PAYLOAD-FORMAT        PIC X(004) VALUE SPACES.
009712     88  WS-CSV-FEED              VALUE 'CSV '.
009714 01  WS-DETAIL-SEGMENT-SW     PIC X(001) VALUE 'N'.
009716     88  WS-DETAIL-SUBSCRIBED     VALUE 'Y'.
009718 01  WS-CSV-HDR-SW            PIC X(001) VALUE 'N'.
009720     88  WS-CSV-HDR-WRITTEN       VALUE 'Y'.
009722 01  WS-CSV-MODE              PIC X(001) VALUE SPACES.
009724     88  WS-CSV-MODE-HEADER       VALUE 'H'.
009726     88  WS-CSV-MODE-ROW          VALUE 'R'.
009728     88  WS-CSV-MODE-NOTICE       VALUE 'N'.
009730 01  WS-JSON-REC              PIC X(250) VALUE SPACES.
009732 01  WS-CSV-REC               PIC X(250) VALUE SPACES.
009734 01  WS-CSV-PTR               PIC 9(004) COMP-5 VALUE 0.
009736 01  WS-CSV-FIRST-SW          PIC X(001) VALUE 'Y'.
009738     88  WS-CSV-FIRST             VALUE 'Y'.
009740 01  WS-CSV-VALUE             PIC X(024) VALUE SPACES.
009742 01  WS-CSV-LEN               PIC 9(004) COMP-5 VALUE 0.
009744 01  WS-CSV-IX                PIC 9(004) COMP-5 VALUE 0.
009746 01  WS-CSV-SPECIALS          PIC 9(004) COMP-5 VALUE 0.
009748 01  WS-SCAN-POS              PIC 9(004) COMP-5 VALUE 0.
009750 01  WS-PAIR-LEN              PIC 9(004) COMP-5 VALUE 0.
009752 01  WS-PAIR-KEY              PIC X(024) VALUE SPACES.
009754 01  WS-PAIR-VALUE            PIC X(024) VALUE SPACES.
009756 01  WS-PAIR-SW               PIC X(001) VALUE 'N'.
009758     88  WS-PAIR-FOUND            VALUE 'Y'.
009760     88  WS-PAIR-IS-OBJECT        VALUE 'O'.
009761     88  WS-PAIR-NONE             VALUE 'N'.
009762 01  WS-PAIR-QUOTED-SW        PIC X(001) VALUE 'N'.
009764     88  WS-PAIR-QUOTED           VALUE 'Y'.
009766 01  WS-DETAIL-SEEN-SW        PIC X(001) VALUE 'N'.
009768     88  WS-DETAIL-SEEN           VALUE 'Y'.
009770
009800******************************************************************
009900 Procedure Division.
010000******************************************************************
015700         GOBACK
015800     END-IF
015900
015910     OPEN INPUT Token-Vault
015920     IF WS-TOKVAULT-STATUS NOT = '00'
015930         DISPLAY MYNAME ' TOKEN VAULT NOT AVAILABLE, STATUS = '
015940             WS-TOKVAULT-STATUS ', CONTACT VALUES SENT BLANK'
015950         SET WS-TOKVAULT-MISSING TO TRUE
015960     END-IF
015970
015980     PERFORM 1100-LOAD-FEED-CONFIG THRU 1100-EXIT
015990
016000*
016100* POSITION AT THE REQUESTED GENERATION'S KEY RANGE.
016200     MOVE WS-RESEND-GEN-DATE TO JAR-TIMESTAMP-DATE
018000     ACCEPT WS-RUN-TIME FROM TIME
018100
018200     MOVE SPACES TO JSONRSND-REC
018210     IF WS-CSV-FEED
018220         STRING '#RUN-DATE='      DELIMITED BY SIZE
018230                WS-RUN-DATE       DELIMITED BY SIZE
018240                ',RUN-TIME='      DELIMITED BY SIZE
018250                WS-RUN-TIME       DELIMITED BY SIZE
018260                ',FEED-ID='       DELIMITED BY SIZE
018270                WS-RESEND-FEED-ID DELIMITED BY SPACE
018280             INTO JSONRSND-REC
018290     ELSE
018300         STRING '{"RUN-DATE":"'  DELIMITED BY SIZE
018400                WS-RUN-DATE      DELIMITED BY SIZE
018500                '","RUN-TIME":"' DELIMITED BY SIZE
018600                WS-RUN-TIME      DELIMITED BY SIZE
018700                '","FEED-ID":"'  DELIMITED BY SIZE
018800                WS-RESEND-FEED-ID DELIMITED BY SIZE
018900                '"}'             DELIMITED BY SIZE
019000             INTO JSONRSND-REC
019050     END-IF
019100     WRITE JSONRSND-REC
019200
019300     IF NOT WS-JSONARCH-EOF
019800 1000-EXIT.
019900     EXIT.
020000
020002******************************************************************
020004* 1100-LOAD-FEED-CONFIG  --  OPEN-SCAN-CLOSES FEEDCFG FOR THE    *
020006*                            RE-SENT FEED'S PAYLOAD FORMAT AND   *
020008*                            DETAIL SUBSCRIPTION.  NO FEEDCFG,   *
020010*                            OR NO ROW, REBUILDS JSON AS BEFORE. *
020012******************************************************************
020014 1100-LOAD-FEED-CONFIG.
020016
020018     OPEN INPUT Feed-Config
020020     IF WS-FEEDCFG-STATUS NOT = '00'
020022         GO TO 1100-EXIT
020024     END-IF
020026
020028     PERFORM 1110-READ-FEED-CONFIG THRU 1110-EXIT
020030     PERFORM UNTIL WS-FEEDCFG-EOF
020032         IF FCF-FEED-ID = WS-RESEND-FEED-ID
020034             MOVE FCF-PAYLOAD-FORMAT    TO WS-PAYLOAD-FORMAT
020036             MOVE FCF-DETAIL-SEGMENT-SW TO WS-DETAIL-SEGMENT-SW
020038         END-IF
020040         PERFORM 1110-READ-FEED-CONFIG THRU 1110-EXIT
020042     END-PERFORM
020044
020046     CLOSE Feed-Config
020048
020050     IF WS-CSV-FEED
020052         DISPLAY MYNAME ' FEED ' WS-RESEND-FEED-ID
020054             ' IS REBUILT AS CSV'
020056     END-IF
020058
020060     .
020062 1100-EXIT.
020064     EXIT.
020066
020068******************************************************************
020070* 1110-READ-FEED-CONFIG  --  PRIMES/ADVANCES THE FEEDCFG CURSOR. *
020072******************************************************************
020074 1110-READ-FEED-CONFIG.
020076
020078     READ Feed-Config
020080         AT END
020082             SET WS-FEEDCFG-EOF TO TRUE
020084     END-READ
020086
020088     .
020090 1110-EXIT.
020092     EXIT.
020094
020100******************************************************************
020200* 2000-COPY-ARCHIVE-ROW  --  COPIES THE CURRENT ARCHIVE ROW'S    *
020300*                            BUFFER INTO THE RE-SEND FILE WHEN   *
021300     END-IF
021400
021500     MOVE JAR-BUFFER TO JSONRSND-REC
021550     PERFORM 2050-DETOKENIZE-RECORD THRU 2050-EXIT
021560     IF WS-CSV-FEED
021570         PERFORM 2200-CONVERT-TO-CSV THRU 2200-EXIT
021580     END-IF
021600     WRITE JSONRSND-REC
021620     IF JAR-RECALL-NOTICE
021640         ADD 1 TO WS-RECALLS-WRITTEN
021660     ELSE
021680         ADD 1 TO WS-RECS-WRITTEN
021700     END-IF
021800
021900     PERFORM 8000-READ-ARCHIVE THRU 8000-EXIT
022000
022200 2000-EXIT.
022300     EXIT.
022400
022402******************************************************************
022403* 2050-DETOKENIZE-RECORD  --  PUTS THE CLEAR CONTACT NAME AND    *
022404*                             PHONE BACK INTO THE DETAIL OBJECT  *
022405*                             OF THE REBUILT RECORD, IN PLACE    *
022406*                             OF THEIR FIXED-WIDTH TOKENS.  A    *
022407*                             RECORD WITH NO DETAIL OBJECT GOES  *
022408*                             OUT AS ARCHIVED.                   *
022409******************************************************************
022410 2050-DETOKENIZE-RECORD.
022411
022412     MOVE 0 TO WS-TKV-POS
022413     INSPECT JSONRSND-REC TALLYING WS-TKV-POS
022414         FOR CHARACTERS BEFORE INITIAL '"DETAIL":{"CONTACT":"'
022415     IF WS-TKV-POS > 186
022416         GO TO 2050-EXIT
022417     END-IF
022418
022419     ADD 22 TO WS-TKV-POS
022420     MOVE 'N' TO WS-TKV-TYPE
022421     MOVE JSONRSND-REC(WS-TKV-POS:20) TO WS-TKV-VALUE
022422     PERFORM 2060-RESOLVE-TOKEN THRU 2060-EXIT
022423     MOVE WS-TKV-VALUE TO JSONRSND-REC(WS-TKV-POS:20)
022424
022425     ADD 31 TO WS-TKV-POS
022426     MOVE 'P' TO WS-TKV-TYPE
022427     MOVE JSONRSND-REC(WS-TKV-POS:12) TO WS-TKV-VALUE
022428     PERFORM 2060-RESOLVE-TOKEN THRU 2060-EXIT
022429     MOVE WS-TKV-VALUE(1:12) TO JSONRSND-REC(WS-TKV-POS:12)
022430
022431     .
022432 2050-EXIT.
022433     EXIT.
022434
022435******************************************************************
022436* 2060-RESOLVE-TOKEN  --  TURNS THE TOKEN IN WS-TKV-VALUE BACK   *
022437*                        INTO ITS CLEAR VALUE FOR THE ARCHIVE    *
022438*                        ROW'S CUSTOMER.  ANY OTHER VAULT ROW,   *
022439*                        OR NONE, RESOLVES TO SPACES.  A VALUE   *
022440*                        THAT IS NOT A TOKEN IS LEFT AS IT IS.   *
022441******************************************************************
022442 2060-RESOLVE-TOKEN.
022443
022444     IF WS-TKV-VALUE(1:3) NOT = '*TK'
022445         GO TO 2060-EXIT
022446     END-IF
022447
022448     MOVE SPACES TO TKV-VAULT-RECORD
022449     IF NOT WS-TOKVAULT-MISSING
022450         MOVE WS-TKV-VALUE(1:12) TO TKV-TOKEN
022451         READ Token-Vault
022452             INVALID KEY
022453                 MOVE SPACES TO TKV-VAULT-RECORD
022454         END-READ
022455     END-IF
022456
022457     IF TKV-CUSTOMER-KEY = JAR-CUSTOMER-KEY
022458         AND TKV-FIELD-TYPE = WS-TKV-TYPE
022459         MOVE TKV-CLEAR-VALUE TO WS-TKV-VALUE
022460     ELSE
022461         MOVE SPACES TO WS-TKV-VALUE
022462         ADD 1 TO WS-TKV-UNRESOLVED
022463     END-IF
022464
022465     .
022466 2060-EXIT.
022467     EXIT.
022468
022500******************************************************************
022600* 2100-WRITE-DELIVERY-TRACK  --  APPENDS ONE PENDING DLVTRACK    *
022700*                                ROW FOR THE RE-SEND, KEYED BY   *
024500     MOVE 0                    TO DLV-CONFIRM-TIME
024600     SET  DLV-IS-RESEND        TO TRUE
024700     MOVE 1                    TO DLV-PART-NBR
024750     MOVE WS-RECALLS-WRITTEN   TO DLV-RECALL-COUNT
024800
024900     WRITE DLV-TRACK-RECORD
025000
026300
026400     CLOSE Json-Archive
026500     CLOSE Resend-Out
026550     IF NOT WS-TOKVAULT-MISSING
026560         CLOSE Token-Vault
026570     END-IF
026600
026700     IF WS-RECS-WRITTEN > 0 OR WS-RECALLS-WRITTEN > 0
026800         PERFORM 2100-WRITE-DELIVERY-TRACK THRU 2100-EXIT
026900     ELSE
027000         DISPLAY MYNAME ' NO ARCHIVE ROWS FOR FEED '
027300     END-IF
027400
027500     DISPLAY MYNAME ' RECORDS REBUILT = ' WS-RECS-WRITTEN
027550     DISPLAY MYNAME ' RECALLS REBUILT = ' WS-RECALLS-WRITTEN
027560     DISPLAY MYNAME ' UNRESOLVED TOKENS = ' WS-TKV-UNRESOLVED
027570     IF WS-TKV-UNRESOLVED > 0 AND RETURN-CODE < 4
027580         MOVE 4 TO RETURN-CODE
027590     END-IF
027600
027700     DISPLAY MYNAME ' End'
027800
029300     .
029400 8000-EXIT.
029500     EXIT.
029510
029520******************************************************************
029530* 2200-CONVERT-TO-CSV  --  TURNS THE REBUILT JSON RECORD INTO    *
029540*                          WHAT JSNGDLY SENT A CSV FEED: A       *
029550*                          RECALL BECOMES A '#' LINE OF NAME=    *
029560*                          VALUE PAIRS, AND A RECORD ONE         *
029570*                          DELIMITED ROW.  THE FIRST RECORD'S    *
029580*                          FIELD NAMES ARE WRITTEN AHEAD OF IT   *
029590*                          AS THE COLUMN HEADER ROW.             *
029600******************************************************************
029610 2200-CONVERT-TO-CSV.
029620
029630     MOVE JSONRSND-REC TO WS-JSON-REC
029640
029650     IF JAR-RECALL-NOTICE
029660         SET WS-CSV-MODE-NOTICE TO TRUE
029670         PERFORM 2210-SCAN-JSON THRU 2210-EXIT
029680         MOVE WS-CSV-REC TO JSONRSND-REC
029690         GO TO 2200-EXIT
029700     END-IF
029710
029720     IF NOT WS-CSV-HDR-WRITTEN
029730         SET WS-CSV-MODE-HEADER TO TRUE
029740         PERFORM 2210-SCAN-JSON THRU 2210-EXIT
029750         MOVE WS-CSV-REC TO JSONRSND-REC
029760         WRITE JSONRSND-REC
029770         SET WS-CSV-HDR-WRITTEN TO TRUE
029780     END-IF
029790
029800     SET WS-CSV-MODE-ROW TO TRUE
029810     PERFORM 2210-SCAN-JSON THRU 2210-EXIT
029820     MOVE WS-CSV-REC TO JSONRSND-REC
029830
029840     .
029850 2200-EXIT.
029860     EXIT.
029870
029880******************************************************************
029890* 2210-SCAN-JSON  --  WALKS WS-JSON-REC NAME/VALUE PAIR BY PAIR  *
029900*                     AND BUILDS WS-CSV-REC IN THE CURRENT       *
029910*                     WS-CSV-MODE.  THE NESTED DETAIL OBJECT IS  *
029920*                     FLATTENED INTO ITS OWN COLUMNS; A RECORD   *
029930*                     OF A SUBSCRIBED FEED WITHOUT ONE GETS THE  *
029940*                     THREE DETAIL COLUMNS EMPTY, AS JSNGDLY     *
029950*                     SENDS IT.                                  *
029960******************************************************************
029970 2210-SCAN-JSON.
029980
029990     MOVE SPACES TO WS-CSV-REC
030000     MOVE 1   TO WS-CSV-PTR
030010     MOVE 'Y' TO WS-CSV-FIRST-SW
030020     MOVE 'N' TO WS-DETAIL-SEEN-SW
030030     IF WS-CSV-MODE-NOTICE
030040         STRING '#' DELIMITED BY SIZE
030050             INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
030060     END-IF
030070
030080     MOVE 1 TO WS-SCAN-POS
030090     PERFORM 2250-NEXT-PAIR THRU 2250-EXIT
030100     PERFORM UNTIL WS-PAIR-NONE
030110         EVALUATE TRUE
030120             WHEN WS-PAIR-IS-OBJECT
030130                 SET WS-DETAIL-SEEN TO TRUE
030140             WHEN WS-CSV-MODE-HEADER
030150                 MOVE WS-PAIR-KEY TO WS-CSV-VALUE
030160                 PERFORM 2290-APPEND-CSV-VALUE THRU 2290-EXIT
030170             WHEN WS-CSV-MODE-ROW
030180                 MOVE WS-PAIR-VALUE TO WS-CSV-VALUE
030190                 PERFORM 2290-APPEND-CSV-VALUE THRU 2290-EXIT
030200             WHEN OTHER
030210                 PERFORM 2260-APPEND-NOTICE-PAIR THRU 2260-EXIT
030220         END-EVALUATE
030230         PERFORM 2250-NEXT-PAIR THRU 2250-EXIT
030240     END-PERFORM
030250
030260     IF NOT WS-DETAIL-SUBSCRIBED
030270         OR WS-DETAIL-SEEN
030280         OR WS-CSV-MODE-NOTICE
030290         GO TO 2210-EXIT
030300     END-IF
030310
030320     IF WS-CSV-MODE-HEADER
030330         MOVE 'CONTACT' TO WS-CSV-VALUE
030340         PERFORM 2290-APPEND-CSV-VALUE THRU 2290-EXIT
030350         MOVE 'PHONE'   TO WS-CSV-VALUE
030360         PERFORM 2290-APPEND-CSV-VALUE THRU 2290-EXIT
030370         MOVE 'TYPE'    TO WS-CSV-VALUE
030380         PERFORM 2290-APPEND-CSV-VALUE THRU 2290-EXIT
030390     ELSE
030400         MOVE SPACES TO WS-CSV-VALUE
030410         PERFORM 2290-APPEND-CSV-VALUE THRU 2290-EXIT
030420             3 TIMES
030430     END-IF
030440
030450     .
030460 2210-EXIT.
030470     EXIT.
030480
030490******************************************************************
030500* 2250-NEXT-PAIR  --  FINDS THE NEXT "NAME": AT OR AFTER         *
030510*                     WS-SCAN-POS AND TAKES ITS VALUE, QUOTED OR *
030520*                     BARE (A BOOLEAN RENDERED TRUE/FALSE).  A   *
030530*                     NAME OPENING A NESTED OBJECT IS RETURNED   *
030540*                     AS SUCH, WITH THE SCAN LEFT INSIDE IT.     *
030550*                     NO MORE NAMES SETS WS-PAIR-NONE.           *
030560******************************************************************
030570 2250-NEXT-PAIR.
030580
030590     SET WS-PAIR-NONE TO TRUE
030600     MOVE SPACES TO WS-PAIR-KEY
030610     MOVE SPACES TO WS-PAIR-VALUE
030620
030630     PERFORM UNTIL WS-SCAN-POS > 250
030640             OR WS-JSON-REC(WS-SCAN-POS:1) = '"'
030650         ADD 1 TO WS-SCAN-POS
030660     END-PERFORM
030670     IF WS-SCAN-POS > 248
030680         GO TO 2250-EXIT
030690     END-IF
030700
030710     ADD 1 TO WS-SCAN-POS
030720     MOVE 0 TO WS-PAIR-LEN
030730     PERFORM UNTIL WS-SCAN-POS > 250
030740             OR WS-JSON-REC(WS-SCAN-POS:1) = '"'
030750         ADD 1 TO WS-PAIR-LEN
030760         IF WS-PAIR-LEN NOT > 24
030770             MOVE WS-JSON-REC(WS-SCAN-POS:1)
030780                 TO WS-PAIR-KEY(WS-PAIR-LEN:1)
030790         END-IF
030800         ADD 1 TO WS-SCAN-POS
030810     END-PERFORM
030820
030830*
030840* STEP OVER THE CLOSING QUOTE AND THE COLON TO THE VALUE.
030850     ADD 2 TO WS-SCAN-POS
030860     IF WS-SCAN-POS > 250
030870         GO TO 2250-EXIT
030880     END-IF
030890
030900     IF WS-JSON-REC(WS-SCAN-POS:1) = '{'
030910         ADD 1 TO WS-SCAN-POS
030920         SET WS-PAIR-IS-OBJECT TO TRUE
030930         GO TO 2250-EXIT
030940     END-IF
030950
030960     MOVE 'N' TO WS-PAIR-QUOTED-SW
030970     IF WS-JSON-REC(WS-SCAN-POS:1) = '"'
030980         SET WS-PAIR-QUOTED TO TRUE
030990         ADD 1 TO WS-SCAN-POS
031000     END-IF
031010
031020     MOVE 0 TO WS-PAIR-LEN
031030     PERFORM UNTIL WS-SCAN-POS > 250
031040             OR (WS-PAIR-QUOTED
031050                 AND WS-JSON-REC(WS-SCAN-POS:1) = '"')
031060             OR (NOT WS-PAIR-QUOTED
031070                 AND (WS-JSON-REC(WS-SCAN-POS:1) = ','
031080                   OR WS-JSON-REC(WS-SCAN-POS:1) = '}'))
031090         ADD 1 TO WS-PAIR-LEN
031100         IF WS-PAIR-LEN NOT > 24
031110             MOVE WS-JSON-REC(WS-SCAN-POS:1)
031120                 TO WS-PAIR-VALUE(WS-PAIR-LEN:1)
031130         END-IF
031140         ADD 1 TO WS-SCAN-POS
031150     END-PERFORM
031160     IF WS-PAIR-QUOTED
031170         ADD 1 TO WS-SCAN-POS
031180     END-IF
031190
031200     SET WS-PAIR-FOUND TO TRUE
031210
031220     .
031230 2250-EXIT.
031240     EXIT.
031250
031260******************************************************************
031270* 2260-APPEND-NOTICE-PAIR  --  ONE NAME=VALUE ITEM OF A RECALL'S *
031280*                              '#' LINE.                         *
031290******************************************************************
031300 2260-APPEND-NOTICE-PAIR.
031310
031320     IF WS-CSV-FIRST
031330         MOVE 'N' TO WS-CSV-FIRST-SW
031340     ELSE
031350         STRING ',' DELIMITED BY SIZE
031360             INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
031370     END-IF
031380
031390     STRING WS-PAIR-KEY   DELIMITED BY SPACE
031400            '='           DELIMITED BY SIZE
031410            WS-PAIR-VALUE DELIMITED BY SPACE
031420         INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
031430
031440     .
031450 2260-EXIT.
031460     EXIT.
031470
031480******************************************************************
031490* 2290-APPEND-CSV-VALUE  --  APPENDS WS-CSV-VALUE TO THE CSV ROW *
031500*                            AS ONE COLUMN, QUOTED AND ESCAPED   *
031510*                            EXACTLY AS JSNGDLY'S 2969 DOES.     *
031520******************************************************************
031530 2290-APPEND-CSV-VALUE.
031540
031550     IF WS-CSV-FIRST
031560         MOVE 'N' TO WS-CSV-FIRST-SW
031570     ELSE
031580         STRING ',' DELIMITED BY SIZE
031590             INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
031600     END-IF
031610
031620     MOVE 24 TO WS-CSV-LEN
031630     PERFORM UNTIL WS-CSV-LEN = 0
031640             OR WS-CSV-VALUE(WS-CSV-LEN:1) NOT = SPACE
031650         SUBTRACT 1 FROM WS-CSV-LEN
031660     END-PERFORM
031670     IF WS-CSV-LEN = 0
031680         GO TO 2290-EXIT
031690     END-IF
031700
031710     MOVE 0 TO WS-CSV-SPECIALS
031720     INSPECT WS-CSV-VALUE TALLYING WS-CSV-SPECIALS
031730         FOR ALL ',' ALL '"'
031740     IF WS-CSV-VALUE(1:1) = SPACE
031750         ADD 1 TO WS-CSV-SPECIALS
031760     END-IF
031770
031780     IF WS-CSV-SPECIALS = 0
031790         STRING WS-CSV-VALUE(1:WS-CSV-LEN) DELIMITED BY SIZE
031800             INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
031810         GO TO 2290-EXIT
031820     END-IF
031830
031840     STRING '"' DELIMITED BY SIZE
031850         INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
031860     MOVE 1 TO WS-CSV-IX
031870     PERFORM UNTIL WS-CSV-IX > WS-CSV-LEN
031880         IF WS-CSV-VALUE(WS-CSV-IX:1) = '"'
031890             STRING '""' DELIMITED BY SIZE
031900                 INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
031910         ELSE
031920             STRING WS-CSV-VALUE(WS-CSV-IX:1) DELIMITED BY SIZE
031930                 INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
031940         END-IF
031950         ADD 1 TO WS-CSV-IX
031960     END-PERFORM
031970     STRING '"' DELIMITED BY SIZE
031980         INTO WS-CSV-REC WITH POINTER WS-CSV-PTR
031990
032000     .
032010 2290-EXIT.
032020     EXIT.

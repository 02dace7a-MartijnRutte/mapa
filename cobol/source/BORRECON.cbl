000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. BORRECON.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  PARTNER BOOK-OF-RECORD     *
001500*                  RECONCILIATION: LOADS THE SNAPSHOT OF         *
001600*                  CUSTOMERS AND VALUES ONE PARTNER SAYS IT      *
001700*                  HOLDS FROM US (HOLDIN -- JSON LINES IN THE    *
001800*                  PAYLOAD'S OWN NAMES, OR FIXED-WIDTH THROUGH   *
001900*                  THE FEED'S FIXMAP LAYOUT) AND COMPARES IT     *
002000*                  WITH THE LATEST JSONARCH ROW PER CUSTOMER FOR *
002100*                  THE FEED AND WITH CURRENT ENTITLEMENT.  THE   *
002200*                  BORRPT REPORT LISTS CUSTOMERS THEY HOLD AND   *
002300*                  SHOULD NOT, CUSTOMERS THEY ARE MISSING,       *
002400*                  VALUES THAT DIFFER FROM WHAT WE LAST SENT,    *
002500*                  AND CUSTOMERS WE RECALLED THAT THEY STILL     *
002600*                  HOLD.  A DRIFT PERCENTAGE ABOVE THE BORPARM   *
002700*                  THRESHOLD IS WRITTEN TO BORALRT FOR ALRTMGR'S *
002800*                  ALERT STORE AND ENDS THE RUN RC 4.            *
002810* 2026-10-14 MAR   CONTACT NAME AND PHONE NOW REACH THE ARCHIVE  *
002820*                  AS TOKENS.  THEY ARE RESOLVED THROUGH THE     *
002830*                  TOKVAULT FOR THE COMPARISON ONLY; THE REPORT  *
002840*                  SHOWS OUR TOKEN AND NEVER EITHER SIDE'S CLEAR *
002850*                  VALUE.  WITHOUT THE VAULT THOSE FIELDS ARE    *
002860*                  NOT COMPARED.                                 *
002900******************************************************************
003000 Environment Division.
003100 Input-Output Section.
003200 File-Control.
003300     Select Recon-Parm Assign to 'BORPARM'
003400         Organization is Line Sequential
003500         File Status is WS-BORPARM-STATUS.
003600
003700     Select Holdings-In Assign to 'HOLDIN'
003800         Organization is Line Sequential
003900         File Status is WS-HOLDIN-STATUS.
004000
004100     Select Customer-Master Assign to 'CUSTMAST'
004200         Organization is Indexed
004300         Access Mode is Random
004400         Record Key is SD-001 OF CUSTMAST-REC
004500         File Status is WS-CUSTMAST-STATUS.
004600
004700     Select Json-Archive Assign to 'JSONARCH'
004800         Organization is Indexed
004900         Access Mode is Dynamic
005000         Record Key is JAR-ARCHIVE-KEY
005100         File Status is WS-JSONARCH-STATUS.
005200
005300     Select Entitle-Table Assign to 'ENTLTBL'
005400         Organization is Line Sequential
005500         File Status is WS-ENTLTBL-STATUS.
005600
005700     Select Name-Table Assign to 'NAMETBL'
005800         Organization is Line Sequential
005900         File Status is WS-NAMETBL-STATUS.
006000
006100     Select Layout-Map Assign to 'FIXMAP'
006200         Organization is Line Sequential
006300         File Status is WS-FIXMAP-STATUS.
006400
006500     Select Book-Work Assign to 'BORWORK'
006600         Organization is Indexed
006700         Access Mode is Dynamic
006800         Record Key is BRW-CUSTOMER-KEY
006900         File Status is WS-BORWORK-STATUS.
007000
007100     Select Recon-Report Assign to 'BORRPT'
007200         Organization is Line Sequential
007300         File Status is WS-BORRPT-STATUS.
007400
007500     Select Drift-Alerts Assign to 'BORALRT'
007600         Organization is Line Sequential
007700         File Status is WS-BORALRT-STATUS.
007710
007720     Select Token-Vault Assign to 'TOKVAULT'
007730         Organization is Indexed
007740         Access Mode is Random
007750         Record Key is TKV-TOKEN
007760         File Status is WS-TOKVAULT-STATUS.
007800 Data Division.
007900 File Section.
008000 FD  Recon-Parm
008100     Label Records are Standard
008200     Recording Mode is F.
008300 COPY BORPARM.
008400
008500 FD  Holdings-In
008600     Label Records are Standard
008700     Recording Mode is V.
008800 01  HOLDIN-REC               PIC X(250).
008900
009000 FD  Customer-Master
009100     Label Records are Standard
009200     Recording Mode is F.
009300 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMAST-REC==.
009400
009500 FD  Json-Archive
009600     Label Records are Standard
009700     Recording Mode is F.
009800 COPY JSNARCH.
009900
010000 FD  Entitle-Table
010100     Label Records are Standard
010200     Recording Mode is F.
010300 COPY ENTLTBL.
010400
010500 FD  Name-Table
010600     Label Records are Standard
010700     Recording Mode is F.
010800 COPY NAMETBL.
010900
011000 FD  Layout-Map
011100     Label Records are Standard
011200     Recording Mode is F.
011300 COPY FIXMAP.
011400
011500 FD  Book-Work
011600     Label Records are Standard
011700     Recording Mode is F.
011800*
011900* RUN COPY OF EVERYTHING THE RECONCILIATION KNOWS ABOUT ONE
012000* CUSTOMER OF THE FEED: WHETHER ENTLTBL ENTITLES IT (1200), WHAT
012100* THE FEED LAST GOT FOR IT AND THAT PAYLOAD (1300), AND WHETHER
012200* THE PARTNER'S HOLDINGS CARRY IT (2000).
012300 01  BRW-WORK-RECORD.
012400     05  BRW-CUSTOMER-KEY        PIC X(008).
012500     05  BRW-ENTITLED-SW         PIC X(001).
012600         88  BRW-ENTITLED            VALUE 'Y'.
012700     05  BRW-ARCH-STATE          PIC X(001).
012800         88  BRW-LAST-SENT           VALUE 'S'.
012900         88  BRW-LAST-RECALLED       VALUE 'R'.
013000         88  BRW-NEVER-SENT          VALUE ' '.
013100     05  BRW-HELD-SW             PIC X(001).
013200         88  BRW-HELD                VALUE 'Y'.
013300     05  BRW-ARCH-DATE           PIC 9(008).
013400     05  BRW-ARCH-BUFFER         PIC X(250).
013500
013600 FD  Recon-Report
013700     Label Records are Standard
013800     Recording Mode is F.
013900 01  BORRPT-REC               PIC X(100).
014000
014100 FD  Drift-Alerts
014200     Label Records are Standard
014300     Recording Mode is F.
014400 COPY BORALRT.
014410
014420 FD  Token-Vault
014430     Label Records are Standard
014440     Recording Mode is F.
014450 COPY TOKVAULT.
014500
014600 Working-Storage Section.
014700 01  CONSTANTS.
014800     05  MYNAME               PIC X(008) VALUE 'BORRECON'.
014900
015000 01  WS-BORPARM-STATUS        PIC X(002) VALUE '00'.
015100 01  WS-HOLDIN-STATUS         PIC X(002) VALUE '00'.
015200 01  WS-CUSTMAST-STATUS       PIC X(002) VALUE '00'.
015300 01  WS-JSONARCH-STATUS       PIC X(002) VALUE '00'.
015400 01  WS-ENTLTBL-STATUS        PIC X(002) VALUE '00'.
015500 01  WS-NAMETBL-STATUS        PIC X(002) VALUE '00'.
015600 01  WS-FIXMAP-STATUS         PIC X(002) VALUE '00'.
015700 01  WS-BORWORK-STATUS        PIC X(002) VALUE '00'.
015800 01  WS-BORRPT-STATUS         PIC X(002) VALUE '00'.
015900 01  WS-BORALRT-STATUS        PIC X(002) VALUE '00'.
015910 01  WS-TOKVAULT-STATUS       PIC X(002) VALUE '00'.
016000
016100 01  WS-SWITCHES.
016200     05  WS-HOLDIN-EOF-SW     PIC X(001) VALUE 'N'.
016300         88  WS-HOLDIN-EOF        VALUE 'Y'.
016400     05  WS-JSONARCH-EOF-SW   PIC X(001) VALUE 'N'.
016500         88  WS-JSONARCH-EOF      VALUE 'Y'.
016600     05  WS-ENTLTBL-EOF-SW    PIC X(001) VALUE 'N'.
016700         88  WS-ENTLTBL-EOF       VALUE 'Y'.
016800     05  WS-NAMETBL-EOF-SW    PIC X(001) VALUE 'N'.
016900         88  WS-NAMETBL-EOF       VALUE 'Y'.
017000     05  WS-FIXMAP-EOF-SW     PIC X(001) VALUE 'N'.
017100         88  WS-FIXMAP-EOF        VALUE 'Y'.
017200     05  WS-BORWORK-EOF-SW    PIC X(001) VALUE 'N'.
017300         88  WS-BORWORK-EOF       VALUE 'Y'.
017400     05  WS-ENTITLE-ALL-SW    PIC X(001) VALUE 'N'.
017500         88  WS-ENTITLE-ALL       VALUE 'Y'.
017600     05  WS-ELIGIBLE-SW       PIC X(001) VALUE 'N'.
017700         88  WS-ELIGIBLE          VALUE 'Y'.
017800     05  WS-PAIR-FOUND-SW     PIC X(001) VALUE 'N'.
017900         88  WS-PAIR-FOUND        VALUE 'Y'.
018000     05  WS-VALUE-DIFF-SW     PIC X(001) VALUE 'N'.
018100         88  WS-VALUE-DIFFERS     VALUE 'Y'.
018110     05  WS-TOKVAULT-MISSING-SW PIC X(001) VALUE 'N'.
018120         88  WS-TOKVAULT-MISSING  VALUE 'Y'.
018200
018300 01  WS-TODAY-DATE            PIC 9(008) VALUE 0.
018400 01  WS-RUN-TIME              PIC 9(008) VALUE 0.
018500 01  WS-FEED-ID               PIC X(010) VALUE SPACES.
018600 01  WS-THRESHOLD-PCT         PIC 9(003)V99 VALUE 5.00.
018700 01  WS-DRIFT-PCT             PIC 9(003)V99 VALUE 0.
018800
018900*
019000* THE FEED'S NEGOTIATED SD-001/SD-002 PAYLOAD NAMES, CHOSEN THE
019100* WAY JSNGDLY'S 1100-LOAD-NAME-RULES CHOOSES THEM.  SD-003 AND
019200* SD-004 ALWAYS GO OUT UNDER THEIR OWN NAMES.
019300 01  WS-NAME1                 PIC X(020) VALUE 'ARTHUR'.
019400 01  WS-NAME2                 PIC X(020) VALUE 'DENT'.
019500 01  WS-NAMETBL-BEST-DATE     PIC 9(008) VALUE 0.
019600 01  WS-ROW-EFFECTIVE-DATE    PIC 9(008) VALUE 0.
019700
019800*
019900* THE FEED'S FIXMAP LAYOUT FOR A FIXED-WIDTH HOLDINGS LINE.  NO
020000* ROWS LEAVES THE COMPILED-IN LEGACY COLUMNS FIXPBAT USES.
020100 01  WS-LAYOUT-MAP.
020200     05  WS-MAP-MAX           PIC 9(004) COMP-5 VALUE 10.
020300     05  WS-MAP-COUNT         PIC 9(004) COMP-5 VALUE 0.
020400     05  WS-MAP-ENTRY OCCURS 10 TIMES.
020500         10  WS-MAP-FIELD     PIC X(008).
020600         10  WS-MAP-START     PIC 9(003) COMP-5.
020700         10  WS-MAP-LEN       PIC 9(003) COMP-5.
020800 01  WS-MAP-SUB               PIC 9(004) COMP-5 VALUE 0.
020900
021000 01  WS-REC                   PIC X(250) VALUE SPACES.
021100 01  WS-REC-LEN               PIC 9(004) COMP-5 VALUE 0.
021200 01  WS-CUST-KEY              PIC X(008) VALUE SPACES.
021300 01  WS-REASON                PIC X(008) VALUE SPACES.
021400
021500*
021600* A JSON-LINES HOLDINGS FILE MAY COME BACK WITH OUR RUN HEADERS
021700* OR RECALL NOTICES STILL IN IT; NEITHER IS A HOLDING.
021800 01  WS-HEADER-TAG            PIC X(013) VALUE '{"RUN-DATE":"'.
021900 01  WS-RECALL-TAG            PIC X(018)
022000                              VALUE '{"ACTION":"RECALL"'.
022100
022200*
022300* THE "NAME":VALUE PAIRS OF THE LAST BUFFER SPLIT BY 2300, AND A
022400* SAVED COPY HOLDING THE PARTNER'S SIDE WHILE OURS IS SPLIT.
022500* A NESTED OBJECT'S OWN PAIRS ARE TAKEN AT THE SAME LEVEL.
022600 01  WS-PAIR-TABLE.
022700     05  WS-PAIR-ENTRY OCCURS 40 TIMES.
022800         10  WS-PAIR-NAME     PIC X(020).
022900         10  WS-PAIR-VALUE    PIC X(100).
023000 01  WS-PAIR-MAX              PIC 9(004) COMP-5 VALUE 40.
023100 01  WS-PAIR-COUNT            PIC 9(004) COMP-5 VALUE 0.
023200 01  WS-PAIR-SUB              PIC 9(004) COMP-5 VALUE 0.
023300 01  WS-HELD-PAIR-TABLE.
023400     05  WS-HELD-PAIR-ENTRY OCCURS 40 TIMES.
023500         10  WS-HELD-NAME     PIC X(020).
023600         10  WS-HELD-VALUE    PIC X(100).
023700 01  WS-HELD-PAIR-COUNT       PIC 9(004) COMP-5 VALUE 0.
023800 01  WS-HELD-SUB              PIC 9(004) COMP-5 VALUE 0.
023900 01  WS-POS                   PIC 9(004) COMP-5 VALUE 0.
024000 01  WS-START                 PIC 9(004) COMP-5 VALUE 0.
024100 01  WS-LEN                   PIC 9(004) COMP-5 VALUE 0.
024200 01  WS-NAME                  PIC X(020) VALUE SPACES.
024300 01  WS-THEIR-VALUE           PIC X(100) VALUE SPACES.
024310*
024320* OUR VALUE AS COMPARED: A CONTACT TOKEN RESOLVED TO ITS CLEAR
024330* VALUE, ANYTHING ELSE AS SENT.
024340 01  WS-OUR-VALUE             PIC X(100) VALUE SPACES.
024350 01  WS-TKV-TYPE              PIC X(001) VALUE SPACES.
024360 01  WS-TKV-VALUE             PIC X(020) VALUE SPACES.
024400
024500 01  WS-RPT-DETAIL.
024600     05  WS-RPT-TYPE          PIC X(010).
024700     05  FILLER               PIC X(001) VALUE SPACE.
024800     05  WS-RPT-KEY           PIC X(008).
024900     05  FILLER               PIC X(001) VALUE SPACE.
025000     05  WS-RPT-FIELD         PIC X(020).
025100     05  FILLER               PIC X(001) VALUE SPACE.
025200     05  WS-RPT-OURS          PIC X(028).
025300     05  FILLER               PIC X(001) VALUE SPACE.
025400     05  WS-RPT-THEIRS        PIC X(028).
025500
025600 01  WS-PCT-DISPLAY           PIC ZZ9.99.
025700 01  WS-PCT-DISPLAY-2         PIC ZZ9.99.
025800 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
025900
026000 01  WS-COUNTERS.
026100     05  WS-ENTITLE-ROWS      PIC 9(009) COMP-5 VALUE 0.
026200     05  WS-ARCHIVE-ROWS      PIC 9(009) COMP-5 VALUE 0.
026300     05  WS-HOLDING-LINES     PIC 9(009) COMP-5 VALUE 0.
026400     05  WS-LINES-SKIPPED     PIC 9(009) COMP-5 VALUE 0.
026500     05  WS-UNREADABLE        PIC 9(009) COMP-5 VALUE 0.
026600     05  WS-DUPLICATES        PIC 9(009) COMP-5 VALUE 0.
026700     05  WS-CUSTOMERS-HELD    PIC 9(009) COMP-5 VALUE 0.
026800     05  WS-UNEXPECTED        PIC 9(009) COMP-5 VALUE 0.
026900     05  WS-MISSING           PIC 9(009) COMP-5 VALUE 0.
027000     05  WS-VALUE-DIFF-CUSTS  PIC 9(009) COMP-5 VALUE 0.
027100     05  WS-VALUE-DIFF-FIELDS PIC 9(009) COMP-5 VALUE 0.
027200     05  WS-RECALLED-HELD     PIC 9(009) COMP-5 VALUE 0.
027300     05  WS-MATCHED           PIC 9(009) COMP-5 VALUE 0.
027400     05  WS-POPULATION        PIC 9(009) COMP-5 VALUE 0.
027500     05  WS-DIFFERING         PIC 9(009) COMP-5 VALUE 0.
027510     05  WS-TKV-UNRESOLVED    PIC 9(009) COMP-5 VALUE 0.
027600
027700******************************************************************
027800 Procedure Division.
027900******************************************************************
028000 0000-MAINLINE.
028100
028200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
028300     PERFORM 2000-PROCESS-HOLDING  THRU 2000-EXIT
028400         UNTIL WS-HOLDIN-EOF
028500     PERFORM 3000-FIND-MISSING     THRU 3000-EXIT
028600     PERFORM 4000-TERMINATE        THRU 4000-EXIT
028700
028800     GOBACK
028900     .
029000 0000-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400* 1000-INITIALIZE  --  TAKES THE RUN'S FEED AND THRESHOLD FROM   *
029500*                      BORPARM, OPENS THE FILES, LOADS THE FEED'S *
029600*                      NAMES AND LAYOUT, BUILDS THE BORWORK RUN   *
029700*                      COPY FROM ENTLTBL AND JSONARCH, AND PRIMES *
029800*                      THE HOLDINGS CURSOR.  WITHOUT A FEED ID,   *
029900*                      THE HOLDINGS, THE MASTER OR THE ARCHIVE    *
030000*                      THERE IS NOTHING TO RECONCILE: RC 16.      *
030100******************************************************************
030200 1000-INITIALIZE.
030300
030400     DISPLAY MYNAME ' Begin'
030500
030600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
030700     ACCEPT WS-RUN-TIME   FROM TIME
030800
030900     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
031000     IF WS-FEED-ID = SPACES
031100         DISPLAY MYNAME ' NO FEED ID ON BORPARM, STATUS = '
031200             WS-BORPARM-STATUS
031300         MOVE 16 TO RETURN-CODE
031400         GOBACK
031500     END-IF
031600
031700     OPEN INPUT Holdings-In
031800     IF WS-HOLDIN-STATUS NOT = '00'
031900         DISPLAY MYNAME ' UNABLE TO OPEN HOLDIN, STATUS = '
032000             WS-HOLDIN-STATUS
032100         MOVE 16 TO RETURN-CODE
032200         GOBACK
032300     END-IF
032400
032500     OPEN INPUT Customer-Master
032600     IF WS-CUSTMAST-STATUS NOT = '00'
032700         DISPLAY MYNAME ' UNABLE TO OPEN CUSTMAST, STATUS = '
032800             WS-CUSTMAST-STATUS
032900         MOVE 16 TO RETURN-CODE
033000         GOBACK
033100     END-IF
033200
033300     OPEN OUTPUT Book-Work
033400     IF WS-BORWORK-STATUS NOT = '00'
033500         DISPLAY MYNAME ' UNABLE TO OPEN BORWORK, STATUS = '
033600             WS-BORWORK-STATUS
033700         MOVE 16 TO RETURN-CODE
033800         GOBACK
033900     END-IF
034000     CLOSE Book-Work
034100     OPEN I-O Book-Work
034200     IF WS-BORWORK-STATUS NOT = '00'
034300         DISPLAY MYNAME ' BORWORK REOPEN FAILED, STATUS = '
034400             WS-BORWORK-STATUS
034500         MOVE 16 TO RETURN-CODE
034600         GOBACK
034700     END-IF
034800
034900     OPEN OUTPUT Recon-Report
035000     IF WS-BORRPT-STATUS NOT = '00'
035100         DISPLAY MYNAME ' UNABLE TO OPEN BORRPT, STATUS = '
035200             WS-BORRPT-STATUS
035300         MOVE 16 TO RETURN-CODE
035400         GOBACK
035500     END-IF
035510
035520     OPEN INPUT Token-Vault
035530     IF WS-TOKVAULT-STATUS NOT = '00'
035540         DISPLAY MYNAME ' TOKEN VAULT NOT AVAILABLE, STATUS = '
035550             WS-TOKVAULT-STATUS ', CONTACT VALUES NOT COMPARED'
035560         SET WS-TOKVAULT-MISSING TO TRUE
035570     END-IF
035600
035700     PERFORM 1100-LOAD-NAME-RULES  THRU 1100-EXIT
035800     PERFORM 1150-LOAD-LAYOUT-MAP  THRU 1150-EXIT
035900     PERFORM 1200-LOAD-ENTITLEMENT THRU 1200-EXIT
036000     PERFORM 1300-LOAD-ARCHIVE     THRU 1300-EXIT
036100     IF RETURN-CODE NOT = 0
036200         GOBACK
036300     END-IF
036400
036500     MOVE WS-THRESHOLD-PCT TO WS-PCT-DISPLAY
036600     MOVE SPACES TO BORRPT-REC
036700     STRING MYNAME DELIMITED BY SIZE
036800            ' BOOK-OF-RECORD RECONCILIATION  FEED '
036900                DELIMITED BY SIZE
037000            WS-FEED-ID DELIMITED BY SIZE
037100            '  RUN ' DELIMITED BY SIZE
037200            WS-TODAY-DATE DELIMITED BY SIZE
037300            '  THRESHOLD ' DELIMITED BY SIZE
037400            WS-PCT-DISPLAY DELIMITED BY SIZE
037500         INTO BORRPT-REC
037600     WRITE BORRPT-REC
037700     MOVE 'DIFFERENCE' TO WS-RPT-TYPE
037800     MOVE 'CUSTOMER'   TO WS-RPT-KEY
037900     MOVE 'FIELD/REASON'       TO WS-RPT-FIELD
038000     MOVE 'LAST SENT'          TO WS-RPT-OURS
038100     MOVE 'PARTNER HOLDS'      TO WS-RPT-THEIRS
038200     WRITE BORRPT-REC FROM WS-RPT-DETAIL
038300
038400     PERFORM 8000-READ-HOLDING THRU 8000-EXIT
038500
038600     .
038700 1000-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100* 1050-LOAD-PARM  --  READS THE ONE-RECORD BORPARM FILE.  A      *
039200*                     THRESHOLD THAT IS NOT NUMERIC KEEPS THE    *
039300*                     5.00 PERCENT DEFAULT.                      *
039400******************************************************************
039500 1050-LOAD-PARM.
039600
039700     OPEN INPUT Recon-Parm
039800     IF WS-BORPARM-STATUS NOT = '00'
039900         GO TO 1050-EXIT
040000     END-IF
040100     READ Recon-Parm
040200         AT END
040300             CONTINUE
040400         NOT AT END
040500             MOVE BRP-FEED-ID TO WS-FEED-ID
040600             IF BRP-DRIFT-THRESHOLD IS NUMERIC
040700                 MOVE BRP-DRIFT-THRESHOLD TO WS-THRESHOLD-PCT
040800             END-IF
040900     END-READ
041000     CLOSE Recon-Parm
041100
041200     .
041300 1050-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700* 1100-LOAD-NAME-RULES  --  SCANS NAMETBL FOR THE FEED'S ROW     *
041800*                           WITH THE LATEST EFFECTIVE DATE THAT  *
041900*                           HAS ALREADY ARRIVED, THE SAME CHOICE *
042000*                           JSNGDLY MAKES WHEN IT NAMES THE      *
042100*                           PAYLOAD.  NO NAMETBL KEEPS THE       *
042200*                           COMPILED-IN NAMES.                   *
042300******************************************************************
042400 1100-LOAD-NAME-RULES.
042500
042600     OPEN INPUT Name-Table
042700     IF WS-NAMETBL-STATUS NOT = '00'
042800         GO TO 1100-EXIT
042900     END-IF
043000
043100     PERFORM 1110-READ-NAME-TABLE THRU 1110-EXIT
043200     PERFORM UNTIL WS-NAMETBL-EOF
043300         IF ONT-EFFECTIVE-DATE IS NUMERIC
043400             MOVE ONT-EFFECTIVE-DATE TO WS-ROW-EFFECTIVE-DATE
043500         ELSE
043600             MOVE 0 TO WS-ROW-EFFECTIVE-DATE
043700         END-IF
043800         IF ONT-FEED-ID = WS-FEED-ID
043900             AND WS-ROW-EFFECTIVE-DATE NOT > WS-TODAY-DATE
044000             AND WS-ROW-EFFECTIVE-DATE NOT <
044100                 WS-NAMETBL-BEST-DATE
044200             MOVE ONT-SD001-NAME TO WS-NAME1
044300             MOVE ONT-SD002-NAME TO WS-NAME2
044400             MOVE WS-ROW-EFFECTIVE-DATE TO WS-NAMETBL-BEST-DATE
044500         END-IF
044600         PERFORM 1110-READ-NAME-TABLE THRU 1110-EXIT
044700     END-PERFORM
044800
044900     CLOSE Name-Table
045000
045100     .
045200 1100-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600* 1110-READ-NAME-TABLE  --  PRIMES/ADVANCES THE NAMETBL CURSOR.  *
045700******************************************************************
045800 1110-READ-NAME-TABLE.
045900
046000     READ Name-Table
046100         AT END
046200             SET WS-NAMETBL-EOF TO TRUE
046300     END-READ
046400
046500     .
046600 1110-EXIT.
046700     EXIT.
046800
046900******************************************************************
047000* 1150-LOAD-LAYOUT-MAP  --  LOADS THE FEED'S FIXMAP ROWS, THE    *
047100*                           SAME WAY FIXPBAT DOES.  A ROW THAT   *
047200*                           RUNS PAST THE HOLDINGS LINE OR       *
047300*                           OVERFLOWS THE MAP IS REPORTED AND    *
047400*                           IGNORED.                             *
047500******************************************************************
047600 1150-LOAD-LAYOUT-MAP.
047700
047800     OPEN INPUT Layout-Map
047900     IF WS-FIXMAP-STATUS NOT = '00'
048000         GO TO 1150-EXIT
048100     END-IF
048200
048300     PERFORM 1160-READ-LAYOUT-MAP THRU 1160-EXIT
048400     PERFORM UNTIL WS-FIXMAP-EOF
048500         IF FXM-FEED-ID = WS-FEED-ID
048600             AND FXM-START-COL IS NUMERIC
048700             AND FXM-LENGTH IS NUMERIC
048800             AND FXM-START-COL > 0
048900             AND FXM-LENGTH > 0
049000             IF FXM-START-COL + FXM-LENGTH - 1 > 250
049100                 DISPLAY MYNAME ' FIXMAP ROW FOR '
049200                     FXM-TARGET-FIELD ' RUNS PAST COLUMN 250,'
049300                     ' IGNORED'
049400             ELSE
049500             IF WS-MAP-COUNT < WS-MAP-MAX
049600                 ADD 1 TO WS-MAP-COUNT
049700                 MOVE FXM-TARGET-FIELD
049800                     TO WS-MAP-FIELD (WS-MAP-COUNT)
049900                 MOVE FXM-START-COL
050000                     TO WS-MAP-START (WS-MAP-COUNT)
050100                 MOVE FXM-LENGTH
050200                     TO WS-MAP-LEN (WS-MAP-COUNT)
050300             ELSE
050400                 DISPLAY MYNAME ' FIXMAP OVERFLOW, ROW FOR '
050500                     FXM-TARGET-FIELD ' IGNORED'
050600             END-IF
050700             END-IF
050800         END-IF
050900         PERFORM 1160-READ-LAYOUT-MAP THRU 1160-EXIT
051000     END-PERFORM
051100
051200     CLOSE Layout-Map
051300
051400     .
051500 1150-EXIT.
051600     EXIT.
051700
051800******************************************************************
051900* 1160-READ-LAYOUT-MAP  --  PRIMES/ADVANCES THE FIXMAP CURSOR.   *
052000******************************************************************
052100 1160-READ-LAYOUT-MAP.
052200
052300     READ Layout-Map
052400         AT END
052500             SET WS-FIXMAP-EOF TO TRUE
052600     END-READ
052700
052800     .
052900 1160-EXIT.
053000     EXIT.
053100
053200******************************************************************
053300* 1200-LOAD-ENTITLEMENT  --  MARKS EVERY CUSTOMER ENTLTBL        *
053400*                            ENTITLES TO THE FEED ON BORWORK.  A *
053500*                            MISSING OR EMPTY ENTLTBL ENTITLES   *
053600*                            EVERY CUSTOMER TO EVERY FEED, THE   *
053700*                            SAME FALLBACK JSNGDLY USES.         *
053800******************************************************************
053900 1200-LOAD-ENTITLEMENT.
054000
054100     OPEN INPUT Entitle-Table
054200     IF WS-ENTLTBL-STATUS NOT = '00'
054300         SET WS-ENTITLE-ALL TO TRUE
054400         GO TO 1200-EXIT
054500     END-IF
054600
054700     PERFORM 1210-READ-ENTITLEMENT THRU 1210-EXIT
054800     IF WS-ENTLTBL-EOF
054900         SET WS-ENTITLE-ALL TO TRUE
055000     END-IF
055100     PERFORM UNTIL WS-ENTLTBL-EOF
055200         IF ETL-FEED-ID = WS-FEED-ID
055300             AND ETL-CUSTOMER-KEY NOT = SPACES
055400             PERFORM 1220-POST-ENTITLEMENT THRU 1220-EXIT
055500         END-IF
055600         PERFORM 1210-READ-ENTITLEMENT THRU 1210-EXIT
055700     END-PERFORM
055800
055900     CLOSE Entitle-Table
056000
056100     .
056200 1200-EXIT.
056300     EXIT.
056400
056500******************************************************************
056600* 1210-READ-ENTITLEMENT  --  PRIMES/ADVANCES THE ENTLTBL CURSOR. *
056700******************************************************************
056800 1210-READ-ENTITLEMENT.
056900
057000     READ Entitle-Table
057100         AT END
057200             SET WS-ENTLTBL-EOF TO TRUE
057300     END-READ
057400
057500     .
057600 1210-EXIT.
057700     EXIT.
057800
057900******************************************************************
058000* 1220-POST-ENTITLEMENT  --  WRITES THE CUSTOMER'S BORWORK ROW   *
058100*                            AS ENTITLED.  A REPEATED ENTLTBL    *
058200*                            ROW FINDS IT ALREADY THERE.         *
058300******************************************************************
058400 1220-POST-ENTITLEMENT.
058500
058600     MOVE ETL-CUSTOMER-KEY TO BRW-CUSTOMER-KEY
058700     MOVE 'Y'    TO BRW-ENTITLED-SW
058800     MOVE SPACE  TO BRW-ARCH-STATE
058900     MOVE 'N'    TO BRW-HELD-SW
059000     MOVE 0      TO BRW-ARCH-DATE
059100     MOVE SPACES TO BRW-ARCH-BUFFER
059200
059300     WRITE BRW-WORK-RECORD
059400         INVALID KEY
059500             CONTINUE
059600         NOT INVALID KEY
059700             ADD 1 TO WS-ENTITLE-ROWS
059800     END-WRITE
059900
060000     .
060100 1220-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500* 1300-LOAD-ARCHIVE  --  WALKS JSONARCH ONCE AND KEEPS ON        *
060600*                        BORWORK THE LATEST THING THE FEED GOT   *
060700*                        FOR EACH CUSTOMER -- THE PAYLOAD OR A   *
060800*                        RECALL OF IT -- AS JSNGDLY'S 1090 DOES. *
060900*                        ONLY JSNGDLY'S OWN ROWS SAY WHAT A FEED *
061000*                        WAS SENT.  THE ARCHIVE IS IN DATE       *
061100*                        ORDER, SO A LATER ROW SIMPLY REPLACES   *
061200*                        AN EARLIER ONE.  NO ARCHIVE: RC 16.     *
061300******************************************************************
061400 1300-LOAD-ARCHIVE.
061500
061600     OPEN INPUT Json-Archive
061700     IF WS-JSONARCH-STATUS NOT = '00'
061800         DISPLAY MYNAME ' UNABLE TO OPEN JSONARCH, STATUS = '
061900             WS-JSONARCH-STATUS
062000         MOVE 16 TO RETURN-CODE
062100         GO TO 1300-EXIT
062200     END-IF
062300
062400     PERFORM 1310-READ-ARCHIVE THRU 1310-EXIT
062500     PERFORM UNTIL WS-JSONARCH-EOF
062600         IF JAR-FEED-ID = WS-FEED-ID
062700             AND JAR-CUSTOMER-KEY NOT = SPACES
062800             AND (JAR-PROGRAM-ID = 'JSNGDLY'
062900                  OR JAR-RECALL-NOTICE)
063000             PERFORM 1320-POST-ARCHIVE THRU 1320-EXIT
063100         END-IF
063200         PERFORM 1310-READ-ARCHIVE THRU 1310-EXIT
063300     END-PERFORM
063400
063500     CLOSE Json-Archive
063600
063700     .
063800 1300-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200* 1310-READ-ARCHIVE  --  PRIMES/ADVANCES THE JSONARCH CURSOR.    *
064300******************************************************************
064400 1310-READ-ARCHIVE.
064500
064600     READ Json-Archive NEXT RECORD
064700         AT END
064800             SET WS-JSONARCH-EOF TO TRUE
064900     END-READ
065000
065100     .
065200 1310-EXIT.
065300     EXIT.
065400
065500******************************************************************
065600* 1320-POST-ARCHIVE  --  RECORDS THE CURRENT ARCHIVE ROW ON THE  *
065700*                        CUSTOMER'S BORWORK ROW, KEEPING WHAT    *
065800*                        1200 SAID ABOUT ITS ENTITLEMENT.        *
065900******************************************************************
066000 1320-POST-ARCHIVE.
066100
066200     MOVE JAR-CUSTOMER-KEY TO BRW-CUSTOMER-KEY
066300     READ Book-Work
066400         INVALID KEY
066500             MOVE 'N'    TO BRW-ENTITLED-SW
066600             MOVE 'N'    TO BRW-HELD-SW
066700     END-READ
066800
066900     IF JAR-RECALL-NOTICE
067000         SET BRW-LAST-RECALLED TO TRUE
067100     ELSE
067200         SET BRW-LAST-SENT TO TRUE
067300     END-IF
067400     MOVE JAR-TIMESTAMP-DATE TO BRW-ARCH-DATE
067500     MOVE JAR-BUFFER         TO BRW-ARCH-BUFFER
067600
067700     IF WS-BORWORK-STATUS = '00'
067800         REWRITE BRW-WORK-RECORD
067900     ELSE
068000         WRITE BRW-WORK-RECORD
068100     END-IF
068200     ADD 1 TO WS-ARCHIVE-ROWS
068300
068400     .
068500 1320-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900* 2000-PROCESS-HOLDING  --  ONE HOLDINGS LINE.  A LINE OPENING   *
069000*                           WITH A BRACE IS A JSON PAYLOAD IN    *
069100*                           THE FEED'S OWN NAMES; ANYTHING ELSE  *
069200*                           IS FIXED-WIDTH.  THE CUSTOMER IS     *
069300*                           THEN CLASSIFIED AGAINST BORWORK:     *
069400*                           STILL HELD AFTER A RECALL, HELD BUT  *
069500*                           NEVER SENT OR NO LONGER ELIGIBLE,    *
069600*                           OR COMPARED FIELD BY FIELD WITH THE  *
069700*                           PAYLOAD WE LAST SENT.                *
069800******************************************************************
069900 2000-PROCESS-HOLDING.
070000
070100     ADD 1 TO WS-HOLDING-LINES
070200     MOVE HOLDIN-REC TO WS-REC
070300
070400     IF WS-REC = SPACES
070500         OR WS-REC(1:13) = WS-HEADER-TAG
070600         OR WS-REC(1:18) = WS-RECALL-TAG
070700         ADD 1 TO WS-LINES-SKIPPED
070800         GO TO 2000-READ-NEXT
070900     END-IF
071000
071100     IF WS-REC(1:1) = '{'
071200         PERFORM 2100-PARSE-JSON-HOLDING THRU 2100-EXIT
071300     ELSE
071400         PERFORM 2150-PARSE-FIXED-HOLDING THRU 2150-EXIT
071500     END-IF
071600
071700     IF WS-CUST-KEY = SPACES
071800         ADD 1 TO WS-UNREADABLE
071900         MOVE 'UNREADABLE' TO WS-RPT-TYPE
072000         MOVE SPACES       TO WS-RPT-KEY
072100         MOVE 'NO CUSTOMER KEY'    TO WS-RPT-FIELD
072200         MOVE SPACES               TO WS-RPT-OURS
072300         MOVE WS-REC               TO WS-RPT-THEIRS
072400         WRITE BORRPT-REC FROM WS-RPT-DETAIL
072500         GO TO 2000-READ-NEXT
072600     END-IF
072700
072800     MOVE WS-CUST-KEY TO BRW-CUSTOMER-KEY
072900     READ Book-Work
073000         INVALID KEY
073100             MOVE 'N'    TO BRW-ENTITLED-SW
073200             MOVE SPACE  TO BRW-ARCH-STATE
073300             MOVE 'N'    TO BRW-HELD-SW
073400             MOVE 0      TO BRW-ARCH-DATE
073500             MOVE SPACES TO BRW-ARCH-BUFFER
073600     END-READ
073700
073800     IF BRW-HELD
073900         ADD 1 TO WS-DUPLICATES
074000         MOVE 'DUPLICATE'  TO WS-RPT-TYPE
074100         MOVE WS-CUST-KEY  TO WS-RPT-KEY
074200         MOVE 'HELD MORE THAN ONCE' TO WS-RPT-FIELD
074300         MOVE SPACES       TO WS-RPT-OURS
074400         MOVE SPACES       TO WS-RPT-THEIRS
074500         WRITE BORRPT-REC FROM WS-RPT-DETAIL
074600         GO TO 2000-READ-NEXT
074700     END-IF
074800
074900     MOVE 'Y' TO BRW-HELD-SW
075000     IF WS-BORWORK-STATUS = '00'
075100         REWRITE BRW-WORK-RECORD
075200     ELSE
075300         WRITE BRW-WORK-RECORD
075400     END-IF
075500     ADD 1 TO WS-CUSTOMERS-HELD
075600
075700     EVALUATE TRUE
075800         WHEN BRW-LAST-RECALLED
075900             ADD 1 TO WS-RECALLED-HELD
076000             MOVE 'RECALLED'   TO WS-RPT-TYPE
076100             MOVE WS-CUST-KEY  TO WS-RPT-KEY
076200             MOVE 'STILL HELD' TO WS-RPT-FIELD
076300             MOVE BRW-ARCH-DATE TO WS-RPT-OURS
076400             MOVE SPACES       TO WS-RPT-THEIRS
076500             WRITE BORRPT-REC FROM WS-RPT-DETAIL
076600         WHEN BRW-NEVER-SENT
076700             MOVE 'NEVERSNT' TO WS-REASON
076800             PERFORM 2500-WRITE-UNEXPECTED THRU 2500-EXIT
076900         WHEN OTHER
077000             PERFORM 2600-CHECK-ELIGIBLE THRU 2600-EXIT
077100             IF WS-ELIGIBLE
077200                 PERFORM 2400-COMPARE-VALUES THRU 2400-EXIT
077300             ELSE
077400                 PERFORM 2500-WRITE-UNEXPECTED THRU 2500-EXIT
077500             END-IF
077600     END-EVALUATE
077700
077800     .
077900 2000-READ-NEXT.
078000     PERFORM 8000-READ-HOLDING THRU 8000-EXIT
078100     .
078200 2000-EXIT.
078300     EXIT.
078400
078500******************************************************************
078600* 2100-PARSE-JSON-HOLDING  --  SPLITS A JSON HOLDING INTO ITS    *
078700*                              PAIRS.  THE CUSTOMER IS THE VALUE *
078800*                              UNDER THE FEED'S SD-001 NAME, OR  *
078900*                              THE FIRST PAIR'S WHEN THE FEED    *
079000*                              DOES NOT SEND SD-001 BY NAME.     *
079100******************************************************************
079200 2100-PARSE-JSON-HOLDING.
079300
079400     PERFORM 2300-PARSE-BUFFER THRU 2300-EXIT
079500     MOVE WS-PAIR-TABLE TO WS-HELD-PAIR-TABLE
079600     MOVE WS-PAIR-COUNT TO WS-HELD-PAIR-COUNT
079700
079800     MOVE SPACES TO WS-CUST-KEY
079900     MOVE WS-NAME1 TO WS-NAME
080000     PERFORM 2420-FIND-HELD-PAIR THRU 2420-EXIT
080100     IF WS-PAIR-FOUND
080200         MOVE WS-THEIR-VALUE TO WS-CUST-KEY
080300     ELSE
080400         IF WS-HELD-PAIR-COUNT > 0
080500             MOVE WS-HELD-VALUE (1) TO WS-CUST-KEY
080600         END-IF
080700     END-IF
080800
080900     .
081000 2100-EXIT.
081100     EXIT.
081200
081300******************************************************************
081400* 2150-PARSE-FIXED-HOLDING  --  CUTS A FIXED-WIDTH HOLDING INTO  *
081500*                               PAIRS THROUGH THE FEED'S FIXMAP  *
081600*                               LAYOUT (OR THE LEGACY COLUMNS),  *
081700*                               NAMED AS THE FEED'S PAYLOAD      *
081800*                               NAMES THEM, SO IT COMPARES WITH  *
081900*                               WHAT WE SENT THE SAME WAY A JSON *
082000*                               HOLDING DOES.                    *
082100******************************************************************
082200 2150-PARSE-FIXED-HOLDING.
082300
082400     MOVE 0 TO WS-HELD-PAIR-COUNT
082500     MOVE SPACES TO WS-CUST-KEY
082600
082700     IF WS-MAP-COUNT = 0
082800         MOVE 4 TO WS-HELD-PAIR-COUNT
082900         MOVE WS-NAME1       TO WS-HELD-NAME (1)
083000         MOVE WS-REC(1:8)    TO WS-HELD-VALUE (1)
083100         MOVE WS-NAME2       TO WS-HELD-NAME (2)
083200         MOVE WS-REC(9:2)    TO WS-HELD-VALUE (2)
083300         MOVE 'SD-003'       TO WS-HELD-NAME (3)
083400         MOVE WS-REC(11:8)   TO WS-HELD-VALUE (3)
083500         MOVE 'SD-004'       TO WS-HELD-NAME (4)
083600         MOVE WS-REC(19:8)   TO WS-HELD-VALUE (4)
083700         MOVE WS-REC(1:8)    TO WS-CUST-KEY
083800         GO TO 2150-EXIT
083900     END-IF
084000
084100     MOVE 1 TO WS-MAP-SUB
084200     PERFORM UNTIL WS-MAP-SUB > WS-MAP-COUNT
084300         ADD 1 TO WS-HELD-PAIR-COUNT
084400         EVALUATE WS-MAP-FIELD (WS-MAP-SUB)
084500             WHEN 'SD-001  '
084600                 MOVE WS-NAME1
084700                     TO WS-HELD-NAME (WS-HELD-PAIR-COUNT)
084800                 MOVE WS-REC (WS-MAP-START (WS-MAP-SUB):
084900                     WS-MAP-LEN (WS-MAP-SUB)) TO WS-CUST-KEY
085000             WHEN 'SD-002  '
085100                 MOVE WS-NAME2
085200                     TO WS-HELD-NAME (WS-HELD-PAIR-COUNT)
085300             WHEN OTHER
085400                 MOVE WS-MAP-FIELD (WS-MAP-SUB)
085500                     TO WS-HELD-NAME (WS-HELD-PAIR-COUNT)
085600         END-EVALUATE
085700         MOVE WS-REC (WS-MAP-START (WS-MAP-SUB):
085800             WS-MAP-LEN (WS-MAP-SUB))
085900             TO WS-HELD-VALUE (WS-HELD-PAIR-COUNT)
086000         ADD 1 TO WS-MAP-SUB
086100     END-PERFORM
086200
086300     .
086400 2150-EXIT.
086500     EXIT.
086600
086700******************************************************************
086800* 2300-PARSE-BUFFER  --  SPLITS WS-REC INTO ITS "NAME":VALUE     *
086900*                        PAIRS, THE SAME WAY FEEDCONF'S 2300     *
087000*                        DOES.  A QUOTED VALUE RUNS TO ITS       *
087100*                        CLOSING QUOTE, A BARE ONE (TRUE, FALSE, *
087200*                        A NUMBER) TO THE NEXT COMMA OR BRACE.   *
087300******************************************************************
087400 2300-PARSE-BUFFER.
087500
087600     MOVE 0 TO WS-PAIR-COUNT
087700
087800     MOVE 250 TO WS-REC-LEN
087900     PERFORM UNTIL WS-REC-LEN = 0
088000         OR WS-REC(WS-REC-LEN:1) NOT = SPACE
088100         SUBTRACT 1 FROM WS-REC-LEN
088200     END-PERFORM
088300
088400     MOVE 1 TO WS-POS
088500     PERFORM UNTIL WS-POS > WS-REC-LEN
088600         IF WS-REC(WS-POS:1) = '"'
088700             PERFORM 2310-TAKE-PAIR THRU 2310-EXIT
088800         ELSE
088900             ADD 1 TO WS-POS
089000         END-IF
089100     END-PERFORM
089200
089300     .
089400 2300-EXIT.
089500     EXIT.
089600
089700******************************************************************
089800* 2310-TAKE-PAIR  --  WS-POS IS ON THE OPENING QUOTE OF A NAME.  *
089900*                     TAKES THE NAME AND ITS VALUE AND LEAVES    *
090000*                     WS-POS PAST THEM.  A NAME OPENING A NESTED *
090100*                     OBJECT IS PASSED OVER -- ITS MEMBERS ARE   *
090200*                     TAKEN AS PAIRS OF THEIR OWN.               *
090300******************************************************************
090400 2310-TAKE-PAIR.
090500
090600     ADD 1 TO WS-POS
090700     MOVE WS-POS TO WS-START
090800     PERFORM UNTIL WS-POS > WS-REC-LEN
090900         OR WS-REC(WS-POS:1) = '"'
091000         ADD 1 TO WS-POS
091100     END-PERFORM
091200     IF WS-POS > WS-REC-LEN
091300         GO TO 2310-EXIT
091400     END-IF
091500
091600     MOVE SPACES TO WS-NAME
091700     COMPUTE WS-LEN = WS-POS - WS-START
091800     IF WS-LEN > 0
091900         IF WS-LEN > 20
092000             MOVE 20 TO WS-LEN
092100         END-IF
092200         MOVE WS-REC(WS-START:WS-LEN) TO WS-NAME
092300     END-IF
092400     ADD 1 TO WS-POS
092500
092600     IF WS-POS > WS-REC-LEN
092700         OR WS-REC(WS-POS:1) NOT = ':'
092800         GO TO 2310-EXIT
092900     END-IF
093000     ADD 1 TO WS-POS
093100     IF WS-POS > WS-REC-LEN
093200         OR WS-REC(WS-POS:1) = '{'
093300         GO TO 2310-EXIT
093400     END-IF
093500
093600     IF WS-REC(WS-POS:1) = '"'
093700         ADD 1 TO WS-POS
093800         MOVE WS-POS TO WS-START
093900         PERFORM UNTIL WS-POS > WS-REC-LEN
094000             OR WS-REC(WS-POS:1) = '"'
094100             ADD 1 TO WS-POS
094200         END-PERFORM
094300         COMPUTE WS-LEN = WS-POS - WS-START
094400         ADD 1 TO WS-POS
094500     ELSE
094600         MOVE WS-POS TO WS-START
094700         PERFORM UNTIL WS-POS > WS-REC-LEN
094800             OR WS-REC(WS-POS:1) = ','
094900             OR WS-REC(WS-POS:1) = '}'
095000             ADD 1 TO WS-POS
095100         END-PERFORM
095200         COMPUTE WS-LEN = WS-POS - WS-START
095300     END-IF
095400
095500     IF WS-PAIR-COUNT >= WS-PAIR-MAX
095600         GO TO 2310-EXIT
095700     END-IF
095800     ADD 1 TO WS-PAIR-COUNT
095900     MOVE WS-NAME TO WS-PAIR-NAME (WS-PAIR-COUNT)
096000     MOVE SPACES  TO WS-PAIR-VALUE (WS-PAIR-COUNT)
096100     IF WS-LEN > 0
096200         IF WS-LEN > 100
096300             MOVE 100 TO WS-LEN
096400         END-IF
096500         MOVE WS-REC(WS-START:WS-LEN)
096600             TO WS-PAIR-VALUE (WS-PAIR-COUNT)
096700     END-IF
096800
096900     .
097000 2310-EXIT.
097100     EXIT.
097200
097300******************************************************************
097400* 2400-COMPARE-VALUES  --  SPLITS THE PAYLOAD WE LAST SENT AND   *
097500*                          COMPARES EACH OF ITS FIELDS WITH THE  *
097600*                          PARTNER'S FIELD OF THE SAME NAME.  A  *
097700*                          FIELD THE PARTNER DOES NOT KEEP IS    *
097800*                          NOT A DIFFERENCE.  EVERY DIFFERING    *
097900*                          FIELD IS REPORTED; THE CUSTOMER       *
098000*                          COUNTS ONCE.                          *
098100******************************************************************
098200 2400-COMPARE-VALUES.
098300
098400     MOVE 'N' TO WS-VALUE-DIFF-SW
098500     MOVE BRW-ARCH-BUFFER TO WS-REC
098600     PERFORM 2300-PARSE-BUFFER THRU 2300-EXIT
098700
098800     MOVE 1 TO WS-PAIR-SUB
098900     PERFORM UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
099000         MOVE WS-PAIR-NAME (WS-PAIR-SUB) TO WS-NAME
099100         PERFORM 2420-FIND-HELD-PAIR THRU 2420-EXIT
099110         MOVE WS-PAIR-VALUE (WS-PAIR-SUB) TO WS-OUR-VALUE
099120         PERFORM 2410-RESOLVE-CONTACT THRU 2410-EXIT
099200         IF WS-PAIR-FOUND
099300             AND WS-THEIR-VALUE NOT = WS-OUR-VALUE
099400             SET WS-VALUE-DIFFERS TO TRUE
099500             ADD 1 TO WS-VALUE-DIFF-FIELDS
099600             MOVE 'VALUE DIFF' TO WS-RPT-TYPE
099700             MOVE WS-CUST-KEY  TO WS-RPT-KEY
099800             MOVE WS-NAME      TO WS-RPT-FIELD
099900             MOVE WS-PAIR-VALUE (WS-PAIR-SUB) TO WS-RPT-OURS
100000             IF WS-TKV-TYPE = SPACE
100010                 MOVE WS-THEIR-VALUE TO WS-RPT-THEIRS
100020             ELSE
100030                 MOVE 'NOT SHOWN (CONTACT)' TO WS-RPT-THEIRS
100040             END-IF
100100             WRITE BORRPT-REC FROM WS-RPT-DETAIL
100200         END-IF
100300         ADD 1 TO WS-PAIR-SUB
100400     END-PERFORM
100500
100600     IF WS-VALUE-DIFFERS
100700         ADD 1 TO WS-VALUE-DIFF-CUSTS
100800     ELSE
100900         ADD 1 TO WS-MATCHED
101000     END-IF
101100
101200     .
101300 2400-EXIT.
101400     EXIT.
101402
101404******************************************************************
101406* 2410-RESOLVE-CONTACT  --  WHEN THE PAIR IN HAND IS THE DETAIL  *
101408*                           CONTACT NAME OR PHONE AND WE SENT IT *
101410*                           AS A TOKEN, PUTS ITS CLEAR VALUE IN  *
101412*                           WS-OUR-VALUE SO IT CAN BE COMPARED   *
101414*                           WITH THE PARTNER'S.  A TOKEN THE     *
101416*                           VAULT DOES NOT HOLD FOR THIS         *
101418*                           CUSTOMER CANNOT BE COMPARED, SO THE  *
101420*                           FIELD IS TREATED AS NOT KEPT.        *
101422******************************************************************
101424 2410-RESOLVE-CONTACT.
101426
101428     MOVE SPACE TO WS-TKV-TYPE
101430     EVALUATE WS-NAME
101432         WHEN 'CONTACT'
101434             MOVE 'N' TO WS-TKV-TYPE
101436         WHEN 'PHONE'
101438             MOVE 'P' TO WS-TKV-TYPE
101440         WHEN OTHER
101442             GO TO 2410-EXIT
101444     END-EVALUATE
101446
101448     IF WS-OUR-VALUE(1:3) NOT = '*TK'
101450         MOVE SPACE TO WS-TKV-TYPE
101452         GO TO 2410-EXIT
101454     END-IF
101456
101458     MOVE SPACES TO TKV-VAULT-RECORD
101460     IF NOT WS-TOKVAULT-MISSING
101462         MOVE WS-OUR-VALUE(1:12) TO TKV-TOKEN
101464         READ Token-Vault
101466             INVALID KEY
101468                 MOVE SPACES TO TKV-VAULT-RECORD
101470         END-READ
101472     END-IF
101474
101476     IF TKV-CUSTOMER-KEY = WS-CUST-KEY
101478         AND TKV-FIELD-TYPE = WS-TKV-TYPE
101480         MOVE TKV-CLEAR-VALUE TO WS-OUR-VALUE
101482     ELSE
101484         ADD 1 TO WS-TKV-UNRESOLVED
101486         MOVE 'N' TO WS-PAIR-FOUND-SW
101488     END-IF
101490
101492     .
101494 2410-EXIT.
101496     EXIT.
101500
101600******************************************************************
101700* 2420-FIND-HELD-PAIR  --  LOOKS UP WS-NAME AMONG THE PARTNER'S  *
101800*                          PAIRS, LEAVING ITS VALUE IN           *
101900*                          WS-THEIR-VALUE.                       *
102000******************************************************************
102100 2420-FIND-HELD-PAIR.
102200
102300     MOVE 'N' TO WS-PAIR-FOUND-SW
102400     MOVE SPACES TO WS-THEIR-VALUE
102500
102600     MOVE 1 TO WS-HELD-SUB
102700     PERFORM UNTIL WS-HELD-SUB > WS-HELD-PAIR-COUNT
102800         OR WS-PAIR-FOUND
102900         IF WS-HELD-NAME (WS-HELD-SUB) = WS-NAME
103000             SET WS-PAIR-FOUND TO TRUE
103100             MOVE WS-HELD-VALUE (WS-HELD-SUB) TO WS-THEIR-VALUE
103200         ELSE
103300             ADD 1 TO WS-HELD-SUB
103400         END-IF
103500     END-PERFORM
103600
103700     .
103800 2420-EXIT.
103900     EXIT.
104000
104100******************************************************************
104200* 2500-WRITE-UNEXPECTED  --  REPORTS A CUSTOMER THE PARTNER      *
104300*                            HOLDS AND SHOULD NOT, WITH WS-REASON *
104400*                            SAYING WHY.                          *
104500******************************************************************
104600 2500-WRITE-UNEXPECTED.
104700
104800     ADD 1 TO WS-UNEXPECTED
104900     MOVE 'UNEXPECTED' TO WS-RPT-TYPE
105000     MOVE WS-CUST-KEY  TO WS-RPT-KEY
105100     MOVE WS-REASON    TO WS-RPT-FIELD
105200     IF BRW-LAST-SENT
105300         MOVE BRW-ARCH-DATE TO WS-RPT-OURS
105400     ELSE
105500         MOVE SPACES   TO WS-RPT-OURS
105600     END-IF
105700     MOVE SPACES       TO WS-RPT-THEIRS
105800     WRITE BORRPT-REC FROM WS-RPT-DETAIL
105900
106000     .
106100 2500-EXIT.
106200     EXIT.
106300
106400******************************************************************
106500* 2600-CHECK-ELIGIBLE  --  SETS WS-ELIGIBLE WHEN THE CUSTOMER ON *
106600*                          BRW-WORK-RECORD MAY STILL BE HELD BY  *
106700*                          THE FEED: ENTITLED, ON THE MASTER AND *
106800*                          ACTIVE -- THE SAME TESTS THAT MAKE    *
106900*                          JSNGDLY RECALL IT.  OTHERWISE          *
107000*                          WS-REASON SAYS WHICH FAILED.           *
107100******************************************************************
107200 2600-CHECK-ELIGIBLE.
107300
107400     MOVE 'N' TO WS-ELIGIBLE-SW
107500
107600     IF NOT BRW-ENTITLED AND NOT WS-ENTITLE-ALL
107700         MOVE 'NOTENTLD' TO WS-REASON
107800         GO TO 2600-EXIT
107900     END-IF
108000
108100     MOVE BRW-CUSTOMER-KEY TO SD-001 OF CUSTMAST-REC
108200     READ Customer-Master
108300         INVALID KEY
108400             MOVE 'REMOVED' TO WS-REASON
108500             GO TO 2600-EXIT
108600     END-READ
108700     IF SD-STATUS-INACTIVE OF CUSTMAST-REC
108800         MOVE 'INACTIVE' TO WS-REASON
108900         GO TO 2600-EXIT
109000     END-IF
109100
109200     SET WS-ELIGIBLE TO TRUE
109300
109400     .
109500 2600-EXIT.
109600     EXIT.
109700
109800******************************************************************
109900* 3000-FIND-MISSING  --  WALKS BORWORK FOR CUSTOMERS WHOSE LAST  *
110000*                        PAYLOAD WENT TO THE FEED AND WHO ARE    *
110100*                        STILL ELIGIBLE FOR IT, BUT WHOM THE     *
110200*                        PARTNER DOES NOT HOLD.                  *
110300******************************************************************
110400 3000-FIND-MISSING.
110500
110600     MOVE LOW-VALUES TO BRW-CUSTOMER-KEY
110700     START Book-Work KEY IS NOT LESS THAN BRW-CUSTOMER-KEY
110800         INVALID KEY
110900             GO TO 3000-EXIT
111000     END-START
111100
111200     PERFORM 3100-READ-BOOK-WORK THRU 3100-EXIT
111300     PERFORM UNTIL WS-BORWORK-EOF
111400         IF BRW-LAST-SENT AND NOT BRW-HELD
111500             PERFORM 2600-CHECK-ELIGIBLE THRU 2600-EXIT
111600             IF WS-ELIGIBLE
111700                 ADD 1 TO WS-MISSING
111800                 MOVE 'MISSING'        TO WS-RPT-TYPE
111900                 MOVE BRW-CUSTOMER-KEY TO WS-RPT-KEY
112000                 MOVE 'NOT HELD'       TO WS-RPT-FIELD
112100                 MOVE BRW-ARCH-DATE    TO WS-RPT-OURS
112200                 MOVE SPACES           TO WS-RPT-THEIRS
112300                 WRITE BORRPT-REC FROM WS-RPT-DETAIL
112400             END-IF
112500         END-IF
112600         PERFORM 3100-READ-BOOK-WORK THRU 3100-EXIT
112700     END-PERFORM
112800
112900     .
113000 3000-EXIT.
113100     EXIT.
113200
113300******************************************************************
113400* 3100-READ-BOOK-WORK  --  PRIMES/ADVANCES THE BORWORK CURSOR.   *
113500******************************************************************
113600 3100-READ-BOOK-WORK.
113700
113800     READ Book-Work NEXT RECORD
113900         AT END
114000             SET WS-BORWORK-EOF TO TRUE
114100     END-READ
114200
114300     .
114400 3100-EXIT.
114500     EXIT.
114600
114700******************************************************************
114800* 4000-TERMINATE  --  WORKS OUT THE DRIFT: CUSTOMERS WITH ANY    *
114900*                     DIFFERENCE OVER EVERY CUSTOMER EITHER SIDE *
115000*                     HOLDS (THE PARTNER'S DISTINCT HOLDINGS     *
115100*                     PLUS THE ONES THEY ARE MISSING).  A DRIFT  *
115200*                     ABOVE THE THRESHOLD GOES TO BORALRT AND    *
115300*                     SETS RC 4.  DUPLICATE AND UNREADABLE LINES *
115400*                     ARE REPORTED BUT ARE NOT DRIFT.            *
115500******************************************************************
115600 4000-TERMINATE.
115700
115800     COMPUTE WS-POPULATION = WS-CUSTOMERS-HELD + WS-MISSING
115900     COMPUTE WS-DIFFERING  = WS-UNEXPECTED + WS-MISSING
116000                           + WS-VALUE-DIFF-CUSTS
116100                           + WS-RECALLED-HELD
116200     IF WS-POPULATION > 0
116300         COMPUTE WS-DRIFT-PCT ROUNDED =
116400             WS-DIFFERING * 100 / WS-POPULATION
116500     ELSE
116600         MOVE 0 TO WS-DRIFT-PCT
116700     END-IF
116800
116900     MOVE SPACES TO BORRPT-REC
117000     WRITE BORRPT-REC
117100     MOVE WS-CUSTOMERS-HELD TO WS-NUM-DISPLAY
117200     MOVE SPACES TO BORRPT-REC
117300     STRING 'CUSTOMERS HELD BY PARTNER    : ' DELIMITED BY SIZE
117400            WS-NUM-DISPLAY DELIMITED BY SIZE
117500         INTO BORRPT-REC
117600     WRITE BORRPT-REC
117700     MOVE WS-MATCHED TO WS-NUM-DISPLAY
117800     MOVE SPACES TO BORRPT-REC
117900     STRING 'HELD AND MATCHING            : ' DELIMITED BY SIZE
118000            WS-NUM-DISPLAY DELIMITED BY SIZE
118100         INTO BORRPT-REC
118200     WRITE BORRPT-REC
118300     MOVE WS-UNEXPECTED TO WS-NUM-DISPLAY
118400     MOVE SPACES TO BORRPT-REC
118500     STRING 'HELD AND SHOULD NOT BE       : ' DELIMITED BY SIZE
118600            WS-NUM-DISPLAY DELIMITED BY SIZE
118700         INTO BORRPT-REC
118800     WRITE BORRPT-REC
118900     MOVE WS-MISSING TO WS-NUM-DISPLAY
119000     MOVE SPACES TO BORRPT-REC
119100     STRING 'MISSING FROM PARTNER         : ' DELIMITED BY SIZE
119200            WS-NUM-DISPLAY DELIMITED BY SIZE
119300         INTO BORRPT-REC
119400     WRITE BORRPT-REC
119500     MOVE WS-VALUE-DIFF-CUSTS TO WS-NUM-DISPLAY
119600     MOVE SPACES TO BORRPT-REC
119700     STRING 'HELD WITH DIFFERING VALUES   : ' DELIMITED BY SIZE
119800            WS-NUM-DISPLAY DELIMITED BY SIZE
119900         INTO BORRPT-REC
120000     WRITE BORRPT-REC
120100     MOVE WS-RECALLED-HELD TO WS-NUM-DISPLAY
120200     MOVE SPACES TO BORRPT-REC
120300     STRING 'RECALLED BUT STILL HELD      : ' DELIMITED BY SIZE
120400            WS-NUM-DISPLAY DELIMITED BY SIZE
120500         INTO BORRPT-REC
120600     WRITE BORRPT-REC
120700     MOVE WS-DUPLICATES TO WS-NUM-DISPLAY
120800     MOVE SPACES TO BORRPT-REC
120900     STRING 'DUPLICATE HOLDINGS LINES     : ' DELIMITED BY SIZE
121000            WS-NUM-DISPLAY DELIMITED BY SIZE
121100         INTO BORRPT-REC
121200     WRITE BORRPT-REC
121300     MOVE WS-UNREADABLE TO WS-NUM-DISPLAY
121400     MOVE SPACES TO BORRPT-REC
121500     STRING 'UNREADABLE HOLDINGS LINES    : ' DELIMITED BY SIZE
121600            WS-NUM-DISPLAY DELIMITED BY SIZE
121700         INTO BORRPT-REC
121800     WRITE BORRPT-REC
121900     MOVE WS-DRIFT-PCT     TO WS-PCT-DISPLAY
122000     MOVE WS-THRESHOLD-PCT TO WS-PCT-DISPLAY-2
122100     MOVE SPACES TO BORRPT-REC
122200     STRING 'DRIFT PERCENT                : ' DELIMITED BY SIZE
122300            WS-PCT-DISPLAY DELIMITED BY SIZE
122400            '  THRESHOLD ' DELIMITED BY SIZE
122500            WS-PCT-DISPLAY-2 DELIMITED BY SIZE
122600         INTO BORRPT-REC
122700     WRITE BORRPT-REC
122800
122900     IF WS-DRIFT-PCT > WS-THRESHOLD-PCT
123000         PERFORM 4100-WRITE-DRIFT-ALERT THRU 4100-EXIT
123100         MOVE 4 TO RETURN-CODE
123200     END-IF
123300
123400     CLOSE Holdings-In
123500     CLOSE Customer-Master
123600     CLOSE Book-Work
123700     CLOSE Recon-Report
123710     IF NOT WS-TOKVAULT-MISSING
123720         CLOSE Token-Vault
123730     END-IF
123800
123900     DISPLAY MYNAME ' FEED                  = ' WS-FEED-ID
124000     DISPLAY MYNAME ' ENTITLEMENT ROWS      = ' WS-ENTITLE-ROWS
124100     DISPLAY MYNAME ' ARCHIVE ROWS USED     = ' WS-ARCHIVE-ROWS
124200     DISPLAY MYNAME ' HOLDINGS LINES READ   = ' WS-HOLDING-LINES
124300     DISPLAY MYNAME ' HOLDINGS LINES SKIPPED= ' WS-LINES-SKIPPED
124400     DISPLAY MYNAME ' CUSTOMERS HELD        = ' WS-CUSTOMERS-HELD
124500     DISPLAY MYNAME ' HELD, SHOULD NOT BE   = ' WS-UNEXPECTED
124600     DISPLAY MYNAME ' MISSING FROM PARTNER  = ' WS-MISSING
124700     DISPLAY MYNAME ' DIFFERING CUSTOMERS   = '
124800         WS-VALUE-DIFF-CUSTS
124900     DISPLAY MYNAME ' DIFFERING FIELDS      = '
125000         WS-VALUE-DIFF-FIELDS
125100     DISPLAY MYNAME ' RECALLED, STILL HELD  = ' WS-RECALLED-HELD
125110     DISPLAY MYNAME ' CONTACTS NOT COMPARED = ' WS-TKV-UNRESOLVED
125200     DISPLAY MYNAME ' DRIFT PERCENT         = ' WS-PCT-DISPLAY
125300
125400     DISPLAY MYNAME ' End'
125500
125600     .
125700 4000-EXIT.
125800     EXIT.
125900
126000******************************************************************
126100* 4100-WRITE-DRIFT-ALERT  --  APPENDS THE RUN'S BORALRT ROW FOR  *
126200*                             ALRTMGR TO INGEST.  A FAILED OPEN  *
126300*                             IS REPORTED; THE RUN STILL ENDS    *
126400*                             RC 4 ON THE DRIFT ITSELF.          *
126500******************************************************************
126600 4100-WRITE-DRIFT-ALERT.
126700
126800     OPEN EXTEND Drift-Alerts
126900     IF WS-BORALRT-STATUS = '05' OR WS-BORALRT-STATUS = '35'
127000         OPEN OUTPUT Drift-Alerts
127100     END-IF
127200     IF WS-BORALRT-STATUS NOT = '00'
127300         DISPLAY MYNAME ' UNABLE TO OPEN BORALRT, STATUS = '
127400             WS-BORALRT-STATUS
127500         GO TO 4100-EXIT
127600     END-IF
127700
127800     MOVE WS-TODAY-DATE       TO BRA-TIMESTAMP-DATE
127900     MOVE WS-RUN-TIME         TO BRA-TIMESTAMP-TIME
128000     MOVE WS-FEED-ID          TO BRA-FEED-ID
128100     MOVE WS-DRIFT-PCT        TO BRA-DRIFT-PCT
128200     MOVE WS-THRESHOLD-PCT    TO BRA-THRESHOLD-PCT
128300     MOVE WS-POPULATION       TO BRA-POPULATION
128400     MOVE WS-UNEXPECTED       TO BRA-UNEXPECTED-COUNT
128500     MOVE WS-MISSING          TO BRA-MISSING-COUNT
128600     MOVE WS-VALUE-DIFF-CUSTS TO BRA-VALUE-DIFF-COUNT
128700     MOVE WS-RECALLED-HELD    TO BRA-RECALLED-HELD-COUNT
128800     WRITE BRA-ALERT-RECORD
128900     CLOSE Drift-Alerts
129000
129100     DISPLAY MYNAME ' DRIFT ALERT RAISED FOR FEED ' WS-FEED-ID
129200
129300     .
129400 4100-EXIT.
129500     EXIT.
129600
129700******************************************************************
129800* 8000-READ-HOLDING  --  PRIMES/ADVANCES THE HOLDIN CURSOR.      *
129900******************************************************************
130000 8000-READ-HOLDING.
130100
130200     READ Holdings-In
130300         AT END
130400             SET WS-HOLDIN-EOF TO TRUE
130500     END-READ
130600
130700     .
130800 8000-EXIT.
130900     EXIT.

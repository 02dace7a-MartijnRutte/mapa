000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. PTNRCOVR.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  PARTNER COVERAGE REPORT   *
001500*                  OVER ENTLTBL.  CROSSES EVERY ACTIVE CUSTMAST *
001600*                  CUSTOMER AGAINST EVERY FEED ON NAMETBL AND   *
001700*                  LISTS THE CUSTOMERS ENTITLED TO NO FEED, THE *
001800*                  CUSTOMERS ENTITLED TO A PILOT (FEEDCFG) OR   *
001900*                  DECOMMISSIONED (FEEDCLOS) FEED, AND THE      *
002000*                  CUSTOMERS GOING TO MORE THAN CVGPARM'S LIMIT *
002100*                  OF LIVE FEEDS, FOR THE DATA-SHARING REVIEW.  *
002200*                  THE SUMMARY GIVES EACH FEED'S ENTITLED       *
002300*                  ACTIVE CUSTOMERS BY CDT-ACCOUNT-TYPE AND THE *
002400*                  FEEDS NO ACTIVE CUSTOMER IS ENTITLED TO.     *
002500******************************************************************
002600 Environment Division.
002700 Input-Output Section.
002800 File-Control.
002900     Select Coverage-Parm Assign to 'CVGPARM'
003000         Organization is Line Sequential
003100         File Status is WS-CVGPARM-STATUS.
003200
003300     Select Customer-Master Assign to 'CUSTMAST'
003400         Organization is Indexed
003500         Access Mode is Sequential
003600         Record Key is SD-001 OF CUSTMAST-REC
003700         File Status is WS-CUSTMAST-STATUS.
003800
003900     Select Customer-Detail Assign to 'CUSTDETL'
004000         Organization is Indexed
004100         Access Mode is Random
004200         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
004300         File Status is WS-CUSTDETL-STATUS.
004400
004500     Select Name-Table Assign to 'NAMETBL'
004600         Organization is Line Sequential
004700         File Status is WS-NAMETBL-STATUS.
004800
004900     Select Feed-Config Assign to 'FEEDCFG'
005000         Organization is Line Sequential
005100         File Status is WS-FEEDCFG-STATUS.
005200
005300     Select Feed-Closure Assign to 'FEEDCLOS'
005400         Organization is Line Sequential
005500         File Status is WS-FEEDCLOS-STATUS.
005600
005700     Select Entitle-Table Assign to 'ENTLTBL'
005800         Organization is Line Sequential
005900         File Status is WS-ENTLTBL-STATUS.
006000
006100     Select Coverage-Work Assign to 'CVGWORK'
006200         Organization is Indexed
006300         Access Mode is Dynamic
006400         Record Key is CVW-ENTITLE-KEY
006500         File Status is WS-CVGWORK-STATUS.
006600
006700     Select Coverage-Report Assign to 'CVGRPT'
006800         Organization is Line Sequential
006900         File Status is WS-CVGRPT-STATUS.
007000 Data Division.
007100 File Section.
007200 FD  Coverage-Parm
007300     Label Records are Standard
007400     Recording Mode is F.
007500 COPY CVGPARM.
007600
007700 FD  Customer-Master
007800     Label Records are Standard
007900     Recording Mode is F.
008000 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMAST-REC==.
008100
008200 FD  Customer-Detail
008300     Label Records are Standard
008400     Recording Mode is F.
008500 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
008600                         ==CUSTDETL-REC==.
008700
008800 FD  Name-Table
008900     Label Records are Standard
009000     Recording Mode is F.
009100 COPY NAMETBL.
009200
009300 FD  Feed-Config
009400     Label Records are Standard
009500     Recording Mode is F.
009600 COPY FEEDCFG.
009700
009800 FD  Feed-Closure
009900     Label Records are Standard
010000     Recording Mode is F.
010100 COPY FEEDCLOS.
010200
010300 FD  Entitle-Table
010400     Label Records are Standard
010500     Recording Mode is F.
010600 COPY ENTLTBL.
010700
010800 FD  Coverage-Work
010900     Label Records are Standard
011000     Recording Mode is F.
011100*
011200* KEYED RUN COPY OF ENTLTBL, CUSTOMER KEY FOLLOWED BY FEED ID, SO
011300* EACH CUSTOMER'S FEEDS CAN BE READ TOGETHER.  A DUPLICATE ENTLTBL
011400* ROW COLLAPSES INTO ONE.
011500 01  CVW-ENTITLE-RECORD.
011600     05  CVW-ENTITLE-KEY.
011700         10  CVW-CUSTOMER-KEY PIC X(008).
011800         10  CVW-FEED-ID      PIC X(010).
011900
012000 FD  Coverage-Report
012100     Label Records are Standard
012200     Recording Mode is F.
012300 01  CVGRPT-REC               PIC X(100).
012400
012500 Working-Storage Section.
012600 01  CONSTANTS.
012700     05  MYNAME               PIC X(008) VALUE 'PTNRCOVR'.
012800
012900 01  WS-CVGPARM-STATUS        PIC X(002) VALUE '00'.
013000 01  WS-CUSTMAST-STATUS       PIC X(002) VALUE '00'.
013100 01  WS-CUSTDETL-STATUS       PIC X(002) VALUE '00'.
013200 01  WS-NAMETBL-STATUS        PIC X(002) VALUE '00'.
013300 01  WS-FEEDCFG-STATUS        PIC X(002) VALUE '00'.
013400 01  WS-FEEDCLOS-STATUS       PIC X(002) VALUE '00'.
013500 01  WS-ENTLTBL-STATUS        PIC X(002) VALUE '00'.
013600 01  WS-CVGWORK-STATUS        PIC X(002) VALUE '00'.
013700 01  WS-CVGRPT-STATUS         PIC X(002) VALUE '00'.
013800
013900 01  WS-SWITCHES.
014000     05  WS-CUSTMAST-EOF-SW   PIC X(001) VALUE 'N'.
014100         88  WS-CUSTMAST-EOF      VALUE 'Y'.
014200     05  WS-TABLE-EOF-SW      PIC X(001) VALUE 'N'.
014300         88  WS-TABLE-EOF         VALUE 'Y'.
014400     05  WS-CVGWORK-EOF-SW    PIC X(001) VALUE 'N'.
014500         88  WS-CVGWORK-EOF       VALUE 'Y'.
014600     05  WS-CUSTDETL-OPEN-SW  PIC X(001) VALUE 'N'.
014700         88  WS-CUSTDETL-OPEN     VALUE 'Y'.
014800     05  WS-ENTITLE-ALL-SW    PIC X(001) VALUE 'N'.
014900         88  WS-ENTITLE-ALL       VALUE 'Y'.
015000     05  WS-TABLE-FULL-SW     PIC X(001) VALUE 'N'.
015100         88  WS-TABLE-FULL        VALUE 'Y'.
015200     05  WS-MATRIX-FULL-SW    PIC X(001) VALUE 'N'.
015300         88  WS-MATRIX-FULL       VALUE 'Y'.
015400
015500 01  WS-TODAY-DATE            PIC 9(008) VALUE 0.
015600 01  WS-SHARE-LIMIT           PIC 9(003) VALUE 3.
015700
015800*
015900* EVERY FEED THE REPORT KNOWS OF, IN FIRST-SEEN ORDER: NAMETBL'S
016000* FEEDS FIRST, THEN ANY FEED ONLY FEEDCLOS OR ENTLTBL NAMES.  A
016100* FEED IS LIVE UNLESS FEEDCFG HAS IT IN PILOT OR FEEDCLOS HAS
016200* CLOSED IT (CLOSED WINS), OR IT IS NOT ON NAMETBL AT ALL, IN
016300* WHICH CASE JSNGDLY NEVER GENERATES IT.
016400 01  WS-FEED-TABLE.
016500     05  WS-FD-MAX            PIC 9(004) COMP-5 VALUE 300.
016600     05  WS-FD-COUNT          PIC 9(004) COMP-5 VALUE 0.
016700     05  WS-FD-ENTRY          OCCURS 300 TIMES.
016800         10  WS-FD-FEED-ID    PIC X(010).
016900         10  WS-FD-STATE      PIC X(001).
017000             88  WS-FD-LIVE       VALUE 'L'.
017100             88  WS-FD-PILOT      VALUE 'P'.
017200             88  WS-FD-CLOSED     VALUE 'D'.
017300             88  WS-FD-UNKNOWN    VALUE 'U'.
017400         10  WS-FD-ON-NAMETBL-SW PIC X(001).
017500             88  WS-FD-ON-NAMETBL VALUE 'Y'.
017600         10  WS-FD-CUSTOMERS  PIC 9(009) COMP-5.
017700 01  WS-FD-SUB                PIC 9(004) COMP-5 VALUE 0.
017800 01  WS-FD-SCAN               PIC 9(004) COMP-5 VALUE 0.
017900 01  WS-PROBE-FEED            PIC X(010) VALUE SPACES.
018000
018100*
018200* ENTITLED ACTIVE CUSTOMERS BY FEED AND CDT-ACCOUNT-TYPE, ONE
018300* ENTRY PER COMBINATION SEEN.  A CUSTOMER WITH NO CUSTDETL ROW
018400* COUNTS UNDER ACCOUNT TYPE 'NONE'.
018500 01  WS-MATRIX-TABLE.
018600     05  WS-MX-MAX            PIC 9(004) COMP-5 VALUE 3000.
018700     05  WS-MX-COUNT          PIC 9(004) COMP-5 VALUE 0.
018800     05  WS-MX-ENTRY          OCCURS 3000 TIMES.
018900         10  WS-MX-FEED-SUB   PIC 9(004) COMP-5.
019000         10  WS-MX-ACCT-TYPE  PIC X(004).
019100         10  WS-MX-CUSTOMERS  PIC 9(009) COMP-5.
019200 01  WS-MX-SUB                PIC 9(004) COMP-5 VALUE 0.
019300 01  WS-MX-FOUND              PIC 9(004) COMP-5 VALUE 0.
019400
019500*
019600* THE CUSTOMER 3000-PROCESS-CUSTOMER IS ON.
019700 01  WS-CUST-KEY              PIC X(008) VALUE SPACES.
019800 01  WS-CUST-ACCT-TYPE        PIC X(004) VALUE SPACES.
019900 01  WS-CUST-FEEDS            PIC 9(004) COMP-5 VALUE 0.
020000 01  WS-CUST-LIVE-FEEDS       PIC 9(004) COMP-5 VALUE 0.
020100
020200 01  WS-EXCEPTION-LINE.
020300     05  WS-XL-CUSTOMER       PIC X(008).
020400     05  FILLER               PIC X(002) VALUE SPACES.
020500     05  WS-XL-ACCT-TYPE      PIC X(004).
020600     05  FILLER               PIC X(002) VALUE SPACES.
020700     05  WS-XL-CONDITION      PIC X(020).
020800     05  FILLER               PIC X(002) VALUE SPACES.
020900     05  WS-XL-FEED-ID        PIC X(010).
021000     05  FILLER               PIC X(002) VALUE SPACES.
021100     05  WS-XL-NOTE           PIC X(040).
021200
021300 01  WS-FEED-LINE.
021400     05  WS-FL-FEED-ID        PIC X(010).
021500     05  FILLER               PIC X(002) VALUE SPACES.
021600     05  WS-FL-STATE          PIC X(014).
021700     05  FILLER               PIC X(002) VALUE SPACES.
021800     05  WS-FL-ACCT-TYPE      PIC X(004).
021900     05  FILLER               PIC X(002) VALUE SPACES.
022000     05  WS-FL-CUSTOMERS      PIC Z(008)9.
022100
022200 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
022300 01  WS-COUNT-DISPLAY         PIC 9(004) VALUE 0.
022400
022500 01  WS-COUNTERS.
022600     05  WS-CUST-READ         PIC 9(009) COMP-5 VALUE 0.
022700     05  WS-CUST-ACTIVE       PIC 9(009) COMP-5 VALUE 0.
022800     05  WS-CUST-NO-FEED      PIC 9(009) COMP-5 VALUE 0.
022900     05  WS-CUST-OFF-LIVE     PIC 9(009) COMP-5 VALUE 0.
023000     05  WS-CUST-SHARED       PIC 9(009) COMP-5 VALUE 0.
023100     05  WS-ENTL-ROWS         PIC 9(009) COMP-5 VALUE 0.
023200     05  WS-FEEDS-UNUSED      PIC 9(009) COMP-5 VALUE 0.
023300
023400******************************************************************
023500 Procedure Division.
023600******************************************************************
023700 0000-MAINLINE.
023800
023900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
024000     PERFORM 2000-LOAD-FEEDS       THRU 2000-EXIT
024100     PERFORM 2500-BUILD-ENTITLE-WORK THRU 2500-EXIT
024200     PERFORM 2600-WRITE-EXCEPTION-HEADING THRU 2600-EXIT
024300     PERFORM 3000-PROCESS-CUSTOMER THRU 3000-EXIT
024400         UNTIL WS-CUSTMAST-EOF
024500     PERFORM 4000-FEED-SUMMARY     THRU 4000-EXIT
024600     PERFORM 9000-TERMINATE        THRU 9000-EXIT
024700
024800     GOBACK
024900     .
025000 0000-EXIT.
025100     EXIT.
025200
025300******************************************************************
025400* 1000-INITIALIZE  --  TAKES THE SHARING LIMIT FROM CVGPARM AND  *
025500*                      OPENS THE REPORT, CUSTMAST AND CUSTDETL.  *
025600*                      NO REPORT OR NO CUSTMAST IS RC 16.  NO    *
025700*                      CUSTDETL ONLY LOSES THE ACCOUNT TYPES --  *
025800*                      EVERY CUSTOMER COUNTS UNDER 'NONE'.       *
025900******************************************************************
026000 1000-INITIALIZE.
026100
026200     DISPLAY MYNAME ' Begin'
026300
026400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
026500
026600     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
026700
026800     OPEN OUTPUT Coverage-Report
026900     IF WS-CVGRPT-STATUS NOT = '00'
027000         DISPLAY MYNAME ' UNABLE TO OPEN CVGRPT, STATUS = '
027100             WS-CVGRPT-STATUS
027200         MOVE 16 TO RETURN-CODE
027300         GOBACK
027400     END-IF
027500
027600     MOVE SPACES TO CVGRPT-REC
027700     STRING MYNAME DELIMITED BY SIZE
027800            ' PARTNER COVERAGE  RUN ' DELIMITED BY SIZE
027900            WS-TODAY-DATE DELIMITED BY SIZE
028000         INTO CVGRPT-REC
028100     WRITE CVGRPT-REC
028200     MOVE SPACES TO CVGRPT-REC
028300     STRING 'DATA-SHARING REVIEW OVER ' DELIMITED BY SIZE
028400            WS-SHARE-LIMIT DELIMITED BY SIZE
028500            ' LIVE FEEDS' DELIMITED BY SIZE
028600         INTO CVGRPT-REC
028700     WRITE CVGRPT-REC
028800
028900     OPEN INPUT Customer-Master
029000     IF WS-CUSTMAST-STATUS NOT = '00'
029100         DISPLAY MYNAME ' UNABLE TO OPEN CUSTMAST, STATUS = '
029200             WS-CUSTMAST-STATUS
029300         CLOSE Coverage-Report
029400         MOVE 16 TO RETURN-CODE
029500         GOBACK
029600     END-IF
029700
029800     OPEN INPUT Customer-Detail
029900     IF WS-CUSTDETL-STATUS = '00'
030000         SET WS-CUSTDETL-OPEN TO TRUE
030100     ELSE
030200         DISPLAY MYNAME ' CUSTDETL NOT AVAILABLE, STATUS = '
030300             WS-CUSTDETL-STATUS ', ACCOUNT TYPES NOT SHOWN'
030400     END-IF
030500
030600     .
030700 1000-EXIT.
030800     EXIT.
030900
031000******************************************************************
031100* 1050-LOAD-PARM  --  READS THE ONE-RECORD CVGPARM FILE.  NO     *
031200*                     RECORD, OR A LIMIT THAT IS NOT USABLE,     *
031300*                     KEEPS THE DEFAULT OF 3.                    *
031400******************************************************************
031500 1050-LOAD-PARM.
031600
031700     OPEN INPUT Coverage-Parm
031800     IF WS-CVGPARM-STATUS NOT = '00'
031900         GO TO 1050-EXIT
032000     END-IF
032100     READ Coverage-Parm
032200         AT END
032300             CONTINUE
032400         NOT AT END
032500             IF CVP-SHARE-LIMIT IS NUMERIC
032600                 AND CVP-SHARE-LIMIT > 0
032700                 MOVE CVP-SHARE-LIMIT TO WS-SHARE-LIMIT
032800             END-IF
032900     END-READ
033000     CLOSE Coverage-Parm
033100
033200     .
033300 1050-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700* 2000-LOAD-FEEDS  --  BUILDS THE FEED TABLE: EVERY FEED ID ON   *
033800*                      NAMETBL AS LIVE, THEN FEEDCFG'S PILOT     *
033900*                      FLAGS, THEN FEEDCLOS'S CLOSURES.  A       *
034000*                      MISSING TABLE SIMPLY CONTRIBUTES NOTHING. *
034100******************************************************************
034200 2000-LOAD-FEEDS.
034300
034400     OPEN INPUT Name-Table
034500     IF WS-NAMETBL-STATUS = '00'
034600         MOVE 'N' TO WS-TABLE-EOF-SW
034700         PERFORM 8200-READ-NAMETBL THRU 8200-EXIT
034800         PERFORM UNTIL WS-TABLE-EOF
034900             IF ONT-FEED-ID NOT = SPACES
035000                 MOVE ONT-FEED-ID TO WS-PROBE-FEED
035100                 PERFORM 2100-FIND-FEED THRU 2100-EXIT
035200                 IF WS-FD-SUB > 0
035300                     SET WS-FD-ON-NAMETBL (WS-FD-SUB) TO TRUE
035400                     IF WS-FD-UNKNOWN (WS-FD-SUB)
035500                         SET WS-FD-LIVE (WS-FD-SUB) TO TRUE
035600                     END-IF
035700                 END-IF
035800             END-IF
035900             PERFORM 8200-READ-NAMETBL THRU 8200-EXIT
036000         END-PERFORM
036100         CLOSE Name-Table
036200     ELSE
036300         DISPLAY MYNAME ' NAMETBL NOT AVAILABLE, STATUS = '
036400             WS-NAMETBL-STATUS
036500     END-IF
036600
036700     OPEN INPUT Feed-Config
036800     IF WS-FEEDCFG-STATUS = '00'
036900         MOVE 'N' TO WS-TABLE-EOF-SW
037000         PERFORM 8300-READ-FEEDCFG THRU 8300-EXIT
037100         PERFORM UNTIL WS-TABLE-EOF
037200             IF FCF-PILOT-MODE AND FCF-FEED-ID NOT = SPACES
037300                 MOVE FCF-FEED-ID TO WS-PROBE-FEED
037400                 PERFORM 2100-FIND-FEED THRU 2100-EXIT
037500                 IF WS-FD-SUB > 0
037600                     IF WS-FD-LIVE (WS-FD-SUB)
037700                         SET WS-FD-PILOT (WS-FD-SUB) TO TRUE
037800                     END-IF
037900                 END-IF
038000             END-IF
038100             PERFORM 8300-READ-FEEDCFG THRU 8300-EXIT
038200         END-PERFORM
038300         CLOSE Feed-Config
038400     END-IF
038500
038600     OPEN INPUT Feed-Closure
038700     IF WS-FEEDCLOS-STATUS = '00'
038800         MOVE 'N' TO WS-TABLE-EOF-SW
038900         PERFORM 8400-READ-FEEDCLOS THRU 8400-EXIT
039000         PERFORM UNTIL WS-TABLE-EOF
039100             IF FCL-FEED-ID NOT = SPACES
039200                 MOVE FCL-FEED-ID TO WS-PROBE-FEED
039300                 PERFORM 2100-FIND-FEED THRU 2100-EXIT
039400                 IF WS-FD-SUB > 0
039500                     SET WS-FD-CLOSED (WS-FD-SUB) TO TRUE
039600                 END-IF
039700             END-IF
039800             PERFORM 8400-READ-FEEDCLOS THRU 8400-EXIT
039900         END-PERFORM
040000         CLOSE Feed-Closure
040100     END-IF
040200
040300     .
040400 2000-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800* 2100-FIND-FEED  --  SETS WS-FD-SUB TO WS-PROBE-FEED'S ENTRY,   *
040900*                     ADDING IT AS NOT-ON-NAMETBL IF IT IS NEW.  *
041000*                     A FULL TABLE LEAVES WS-FD-SUB ZERO -- THE  *
041100*                     REPORT IS THEN INCOMPLETE, RC 8.           *
041200******************************************************************
041300 2100-FIND-FEED.
041400
041500     MOVE 0 TO WS-FD-SUB
041600     MOVE 1 TO WS-FD-SCAN
041700     PERFORM UNTIL WS-FD-SCAN > WS-FD-COUNT OR WS-FD-SUB > 0
041800         IF WS-FD-FEED-ID (WS-FD-SCAN) = WS-PROBE-FEED
041900             MOVE WS-FD-SCAN TO WS-FD-SUB
042000         END-IF
042100         ADD 1 TO WS-FD-SCAN
042200     END-PERFORM
042300
042400     IF WS-FD-SUB > 0
042500         GO TO 2100-EXIT
042600     END-IF
042700
042800     IF WS-FD-COUNT NOT < WS-FD-MAX
042900         IF NOT WS-TABLE-FULL
043000             DISPLAY MYNAME ' MORE THAN ' WS-FD-MAX
043100                 ' FEEDS, REPORT IS INCOMPLETE'
043200         END-IF
043300         SET WS-TABLE-FULL TO TRUE
043400         GO TO 2100-EXIT
043500     END-IF
043600
043700     ADD 1 TO WS-FD-COUNT
043800     MOVE WS-FD-COUNT   TO WS-FD-SUB
043900     MOVE WS-PROBE-FEED TO WS-FD-FEED-ID (WS-FD-SUB)
044000     SET WS-FD-UNKNOWN (WS-FD-SUB) TO TRUE
044100     MOVE 'N'           TO WS-FD-ON-NAMETBL-SW (WS-FD-SUB)
044200     MOVE 0             TO WS-FD-CUSTOMERS (WS-FD-SUB)
044300
044400     .
044500 2100-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900* 2500-BUILD-ENTITLE-WORK  --  COPIES ENTLTBL INTO THE KEYED     *
045000*                              CVGWORK FILE, THE WAY JSNGDLY     *
045100*                              BUILDS ENTLKEY.  A MISSING OR     *
045200*                              EMPTY ENTLTBL MEANS EVERY         *
045300*                              CUSTOMER GOES TO EVERY NAMETBL    *
045400*                              FEED, JUST AS JSNGDLY TREATS IT.  *
045500*                              NO CVGWORK IS RC 16.              *
045600******************************************************************
045700 2500-BUILD-ENTITLE-WORK.
045800
045900     OPEN INPUT Entitle-Table
046000     IF WS-ENTLTBL-STATUS NOT = '00'
046100         SET WS-ENTITLE-ALL TO TRUE
046200         GO TO 2500-EXIT
046300     END-IF
046400
046500     OPEN OUTPUT Coverage-Work
046600     IF WS-CVGWORK-STATUS NOT = '00'
046700         DISPLAY MYNAME ' UNABLE TO OPEN CVGWORK, STATUS = '
046800             WS-CVGWORK-STATUS
046900         CLOSE Entitle-Table
047000         CLOSE Customer-Master
047100         CLOSE Coverage-Report
047200         MOVE 16 TO RETURN-CODE
047300         GOBACK
047400     END-IF
047500
047600     MOVE 'N' TO WS-TABLE-EOF-SW
047700     PERFORM 8100-READ-ENTLTBL THRU 8100-EXIT
047800     PERFORM UNTIL WS-TABLE-EOF
047900         IF ETL-CUSTOMER-KEY NOT = SPACES
048000             ADD 1 TO WS-ENTL-ROWS
048100             MOVE ETL-CUSTOMER-KEY TO CVW-CUSTOMER-KEY
048200             MOVE ETL-FEED-ID      TO CVW-FEED-ID
048300             WRITE CVW-ENTITLE-RECORD
048400         END-IF
048500         PERFORM 8100-READ-ENTLTBL THRU 8100-EXIT
048600     END-PERFORM
048700     CLOSE Entitle-Table
048800     CLOSE Coverage-Work
048900
049000     IF WS-ENTL-ROWS = 0
049100         SET WS-ENTITLE-ALL TO TRUE
049200         GO TO 2500-EXIT
049300     END-IF
049400
049500     OPEN INPUT Coverage-Work
049600
049700     .
049800 2500-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200* 2600-WRITE-EXCEPTION-HEADING  --  NOTES THE ENTITLE-ALL        *
050300*                                   FALLBACK IF IT IS IN FORCE,  *
050400*                                   HEADS THE EXCEPTION SECTION  *
050500*                                   AND PRIMES CUSTMAST.         *
050600******************************************************************
050700 2600-WRITE-EXCEPTION-HEADING.
050800
050900     IF WS-ENTITLE-ALL
051000         MOVE SPACES TO CVGRPT-REC
051100         STRING 'ENTLTBL MISSING OR EMPTY -- EVERY CUSTOMER IS'
051200                    DELIMITED BY SIZE
051300                ' ENTITLED TO EVERY NAMETBL FEED'
051400                    DELIMITED BY SIZE
051500             INTO CVGRPT-REC
051600         WRITE CVGRPT-REC
051700     END-IF
051800
051900     MOVE SPACES TO CVGRPT-REC
052000     WRITE CVGRPT-REC
052100     MOVE 'CUSTOMER EXCEPTIONS' TO CVGRPT-REC
052200     WRITE CVGRPT-REC
052300     MOVE SPACES TO CVGRPT-REC
052400     STRING 'CUSTOMER  ACCT  CONDITION             FEED ID'
052500                DELIMITED BY SIZE
052600            '     NOTE' DELIMITED BY SIZE
052700         INTO CVGRPT-REC
052800     WRITE CVGRPT-REC
052900
053000     PERFORM 8000-READ-CUSTMAST THRU 8000-EXIT
053100
053200     .
053300 2600-EXIT.
053400     EXIT.
053500
053600******************************************************************
053700* 3000-PROCESS-CUSTOMER  --  COUNTS THE CURRENT ACTIVE CUSTOMER  *
053800*                            INTO EVERY FEED IT IS ENTITLED TO,  *
053900*                            THEN FLAGS IT IF IT GOES TO NO FEED *
054000*                            AT ALL OR TO MORE LIVE FEEDS THAN   *
054100*                            THE SHARING LIMIT.  AN INACTIVE     *
054200*                            CUSTOMER IS PASSED OVER.            *
054300******************************************************************
054400 3000-PROCESS-CUSTOMER.
054500
054600     ADD 1 TO WS-CUST-READ
054700     IF SD-STATUS-INACTIVE OF CUSTMAST-REC
054800         PERFORM 8000-READ-CUSTMAST THRU 8000-EXIT
054900         GO TO 3000-EXIT
055000     END-IF
055100     ADD 1 TO WS-CUST-ACTIVE
055200
055300     MOVE SD-001 OF CUSTMAST-REC TO WS-CUST-KEY
055400     MOVE 0 TO WS-CUST-FEEDS
055500     MOVE 0 TO WS-CUST-LIVE-FEEDS
055600     PERFORM 3100-GET-ACCOUNT-TYPE THRU 3100-EXIT
055700
055800     IF WS-ENTITLE-ALL
055900         PERFORM 3200-ENTITLE-EVERY-FEED THRU 3200-EXIT
056000     ELSE
056100         PERFORM 3300-SCAN-ENTITLEMENTS  THRU 3300-EXIT
056200     END-IF
056300
056400     IF WS-CUST-FEEDS = 0
056500         ADD 1 TO WS-CUST-NO-FEED
056600         MOVE 'NO FEED'           TO WS-XL-CONDITION
056700         MOVE SPACES              TO WS-XL-FEED-ID
056800         MOVE 'NOT ENTITLED TO ANY FEED' TO WS-XL-NOTE
056900         PERFORM 3600-WRITE-EXCEPTION THRU 3600-EXIT
057000     END-IF
057100
057200     IF WS-CUST-LIVE-FEEDS > WS-SHARE-LIMIT
057300         ADD 1 TO WS-CUST-SHARED
057400         MOVE WS-CUST-LIVE-FEEDS  TO WS-COUNT-DISPLAY
057500         MOVE 'SHARING REVIEW'    TO WS-XL-CONDITION
057600         MOVE SPACES              TO WS-XL-FEED-ID
057700         MOVE SPACES              TO WS-XL-NOTE
057800         STRING 'GOES TO ' DELIMITED BY SIZE
057900                WS-COUNT-DISPLAY DELIMITED BY SIZE
058000                ' LIVE FEEDS' DELIMITED BY SIZE
058100             INTO WS-XL-NOTE
058200         PERFORM 3600-WRITE-EXCEPTION THRU 3600-EXIT
058300     END-IF
058400
058500     PERFORM 8000-READ-CUSTMAST THRU 8000-EXIT
058600
058700     .
058800 3000-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200* 3100-GET-ACCOUNT-TYPE  --  LOOKS THE CUSTOMER UP ON CUSTDETL   *
059300*                            FOR ITS CDT-ACCOUNT-TYPE.  NO ROW,  *
059400*                            A BLANK TYPE OR NO CUSTDETL AT ALL  *
059500*                            GIVES 'NONE'.                       *
059600******************************************************************
059700 3100-GET-ACCOUNT-TYPE.
059800
059900     MOVE 'NONE' TO WS-CUST-ACCT-TYPE
060000     IF NOT WS-CUSTDETL-OPEN
060100         GO TO 3100-EXIT
060200     END-IF
060300
060400     MOVE WS-CUST-KEY TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
060500     READ Customer-Detail
060600         INVALID KEY
060700             GO TO 3100-EXIT
060800     END-READ
060900     IF CDT-ACCOUNT-TYPE OF CUSTDETL-REC NOT = SPACES
061000         MOVE CDT-ACCOUNT-TYPE OF CUSTDETL-REC
061100             TO WS-CUST-ACCT-TYPE
061200     END-IF
061300
061400     .
061500 3100-EXIT.
061600     EXIT.
061700
061800******************************************************************
061900* 3200-ENTITLE-EVERY-FEED  --  WITH NO ENTLTBL THE CUSTOMER GOES *
062000*                              TO EVERY NAMETBL FEED.            *
062100******************************************************************
062200 3200-ENTITLE-EVERY-FEED.
062300
062400     MOVE 1 TO WS-FD-SUB
062500     PERFORM UNTIL WS-FD-SUB > WS-FD-COUNT
062600         IF WS-FD-ON-NAMETBL (WS-FD-SUB)
062700             PERFORM 3400-COUNT-ENTITLEMENT THRU 3400-EXIT
062800         END-IF
062900         ADD 1 TO WS-FD-SUB
063000     END-PERFORM
063100
063200     .
063300 3200-EXIT.
063400     EXIT.
063500
063600******************************************************************
063700* 3300-SCAN-ENTITLEMENTS  --  READS THE CUSTOMER'S CVGWORK ROWS  *
063800*                             -- EVERY FEED IT IS ENTITLED TO -- *
063900*                             AND COUNTS EACH ONE.               *
064000******************************************************************
064100 3300-SCAN-ENTITLEMENTS.
064200
064300     MOVE WS-CUST-KEY TO CVW-CUSTOMER-KEY
064400     MOVE LOW-VALUES  TO CVW-FEED-ID
064500     START Coverage-Work KEY IS NOT < CVW-ENTITLE-KEY
064600         INVALID KEY
064700             GO TO 3300-EXIT
064800     END-START
064900
065000     MOVE 'N' TO WS-CVGWORK-EOF-SW
065100     PERFORM 8500-READ-CVGWORK THRU 8500-EXIT
065200     PERFORM UNTIL WS-CVGWORK-EOF
065300                OR CVW-CUSTOMER-KEY NOT = WS-CUST-KEY
065400         MOVE CVW-FEED-ID TO WS-PROBE-FEED
065500         PERFORM 2100-FIND-FEED THRU 2100-EXIT
065600         IF WS-FD-SUB > 0
065700             PERFORM 3400-COUNT-ENTITLEMENT THRU 3400-EXIT
065800         END-IF
065900         PERFORM 8500-READ-CVGWORK THRU 8500-EXIT
066000     END-PERFORM
066100
066200     .
066300 3300-EXIT.
066400     EXIT.
066500
066600******************************************************************
066700* 3400-COUNT-ENTITLEMENT  --  COUNTS THE CUSTOMER INTO FEED      *
066800*                             WS-FD-SUB AND ITS ACCOUNT TYPE.  A *
066900*                             LIVE FEED ALSO COUNTS TOWARD THE   *
067000*                             SHARING LIMIT; ANY OTHER FEED IS   *
067100*                             LISTED AS AN EXCEPTION.            *
067200******************************************************************
067300 3400-COUNT-ENTITLEMENT.
067400
067500     ADD 1 TO WS-CUST-FEEDS
067600     ADD 1 TO WS-FD-CUSTOMERS (WS-FD-SUB)
067700     PERFORM 3500-ADD-MATRIX THRU 3500-EXIT
067800
067900     IF WS-FD-LIVE (WS-FD-SUB)
068000         ADD 1 TO WS-CUST-LIVE-FEEDS
068100         GO TO 3400-EXIT
068200     END-IF
068300
068400     ADD 1 TO WS-CUST-OFF-LIVE
068500     MOVE WS-FD-FEED-ID (WS-FD-SUB) TO WS-XL-FEED-ID
068600     EVALUATE TRUE
068700         WHEN WS-FD-PILOT (WS-FD-SUB)
068800             MOVE 'PILOT FEED'          TO WS-XL-CONDITION
068900             MOVE 'SHADOW OUTPUT ONLY, NOT TRANSMITTED'
069000                                        TO WS-XL-NOTE
069100         WHEN WS-FD-CLOSED (WS-FD-SUB)
069200             MOVE 'DECOMMISSIONED FEED' TO WS-XL-CONDITION
069300             MOVE 'FEED CLOSED ON FEEDCLOS'
069400                                        TO WS-XL-NOTE
069500         WHEN OTHER
069600             MOVE 'UNKNOWN FEED'        TO WS-XL-CONDITION
069700             MOVE 'FEED NOT ON NAMETBL, NEVER GENERATED'
069800                                        TO WS-XL-NOTE
069900     END-EVALUATE
070000     PERFORM 3600-WRITE-EXCEPTION THRU 3600-EXIT
070100
070200     .
070300 3400-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700* 3500-ADD-MATRIX  --  ADDS ONE TO THE FEED/ACCOUNT-TYPE ENTRY,  *
070800*                      STARTING A NEW ONE IF NEEDED.  A FULL     *
070900*                      TABLE IS REPORTED ONCE, RC 8.             *
071000******************************************************************
071100 3500-ADD-MATRIX.
071200
071300     MOVE 0 TO WS-MX-FOUND
071400     MOVE 1 TO WS-MX-SUB
071500     PERFORM UNTIL WS-MX-SUB > WS-MX-COUNT OR WS-MX-FOUND > 0
071600         IF WS-MX-FEED-SUB (WS-MX-SUB) = WS-FD-SUB
071700             AND WS-MX-ACCT-TYPE (WS-MX-SUB) = WS-CUST-ACCT-TYPE
071800             MOVE WS-MX-SUB TO WS-MX-FOUND
071900         END-IF
072000         ADD 1 TO WS-MX-SUB
072100     END-PERFORM
072200
072300     IF WS-MX-FOUND = 0
072400         IF WS-MX-COUNT NOT < WS-MX-MAX
072500             IF NOT WS-MATRIX-FULL
072600                 DISPLAY MYNAME ' MORE THAN ' WS-MX-MAX
072700                     ' FEED/ACCOUNT-TYPE PAIRS, REPORT IS'
072800                     ' INCOMPLETE'
072900             END-IF
073000             SET WS-MATRIX-FULL TO TRUE
073100             GO TO 3500-EXIT
073200         END-IF
073300         ADD 1 TO WS-MX-COUNT
073400         MOVE WS-MX-COUNT       TO WS-MX-FOUND
073500         MOVE WS-FD-SUB         TO WS-MX-FEED-SUB (WS-MX-FOUND)
073600         MOVE WS-CUST-ACCT-TYPE TO WS-MX-ACCT-TYPE (WS-MX-FOUND)
073700         MOVE 0                 TO WS-MX-CUSTOMERS (WS-MX-FOUND)
073800     END-IF
073900
074000     ADD 1 TO WS-MX-CUSTOMERS (WS-MX-FOUND)
074100
074200     .
074300 3500-EXIT.
074400     EXIT.
074500
074600******************************************************************
074700* 3600-WRITE-EXCEPTION  --  WRITES ONE CUSTOMER EXCEPTION LINE   *
074800*                           FROM THE CONDITION, FEED AND NOTE    *
074900*                           THE CALLER SET.                      *
075000******************************************************************
075100 3600-WRITE-EXCEPTION.
075200
075300     MOVE WS-CUST-KEY       TO WS-XL-CUSTOMER
075400     MOVE WS-CUST-ACCT-TYPE TO WS-XL-ACCT-TYPE
075500     WRITE CVGRPT-REC FROM WS-EXCEPTION-LINE
075600
075700     .
075800 3600-EXIT.
075900     EXIT.
076000
076100******************************************************************
076200* 4000-FEED-SUMMARY  --  ONE LINE PER FEED WITH ITS STATE AND    *
076300*                        ENTITLED ACTIVE CUSTOMERS, FOLLOWED BY  *
076400*                        ITS ACCOUNT-TYPE BREAKDOWN, THEN THE    *
076500*                        LIVE AND PILOT FEEDS NO ACTIVE CUSTOMER *
076600*                        IS ENTITLED TO.                         *
076700******************************************************************
076800 4000-FEED-SUMMARY.
076900
077000     MOVE SPACES TO CVGRPT-REC
077100     WRITE CVGRPT-REC
077200     MOVE 'COVERAGE BY FEED AND ACCOUNT TYPE' TO CVGRPT-REC
077300     WRITE CVGRPT-REC
077400     MOVE 'FEED ID     STATE           ACCT  CUSTOMERS'
077500         TO CVGRPT-REC
077600     WRITE CVGRPT-REC
077700
077800     MOVE 1 TO WS-FD-SUB
077900     PERFORM UNTIL WS-FD-SUB > WS-FD-COUNT
078000         PERFORM 4100-WRITE-FEED-LINES THRU 4100-EXIT
078100         ADD 1 TO WS-FD-SUB
078200     END-PERFORM
078300
078400     MOVE SPACES TO CVGRPT-REC
078500     WRITE CVGRPT-REC
078600     MOVE 'FEEDS WITH NO ENTITLED ACTIVE CUSTOMERS' TO CVGRPT-REC
078700     WRITE CVGRPT-REC
078800
078900     MOVE 1 TO WS-FD-SUB
079000     PERFORM UNTIL WS-FD-SUB > WS-FD-COUNT
079100         IF (WS-FD-LIVE (WS-FD-SUB) OR WS-FD-PILOT (WS-FD-SUB))
079200             AND WS-FD-CUSTOMERS (WS-FD-SUB) = 0
079300             ADD 1 TO WS-FEEDS-UNUSED
079400             MOVE SPACES TO WS-FEED-LINE
079500             MOVE WS-FD-FEED-ID (WS-FD-SUB) TO WS-FL-FEED-ID
079600             PERFORM 4200-STATE-TEXT THRU 4200-EXIT
079700             WRITE CVGRPT-REC FROM WS-FEED-LINE
079800         END-IF
079900         ADD 1 TO WS-FD-SUB
080000     END-PERFORM
080100     IF WS-FEEDS-UNUSED = 0
080200         MOVE 'NONE' TO CVGRPT-REC
080300         WRITE CVGRPT-REC
080400     END-IF
080500
080600     .
080700 4000-EXIT.
080800     EXIT.
080900
081000******************************************************************
081100* 4100-WRITE-FEED-LINES  --  THE FEED'S TOTAL LINE AND ONE LINE  *
081200*                            PER ACCOUNT TYPE UNDER IT.          *
081300******************************************************************
081400 4100-WRITE-FEED-LINES.
081500
081600     MOVE SPACES TO WS-FEED-LINE
081700     MOVE WS-FD-FEED-ID (WS-FD-SUB)   TO WS-FL-FEED-ID
081800     PERFORM 4200-STATE-TEXT THRU 4200-EXIT
081900     MOVE 'ALL '                      TO WS-FL-ACCT-TYPE
082000     MOVE WS-FD-CUSTOMERS (WS-FD-SUB) TO WS-FL-CUSTOMERS
082100     WRITE CVGRPT-REC FROM WS-FEED-LINE
082200
082300     MOVE 1 TO WS-MX-SUB
082400     PERFORM UNTIL WS-MX-SUB > WS-MX-COUNT
082500         IF WS-MX-FEED-SUB (WS-MX-SUB) = WS-FD-SUB
082600             MOVE SPACES TO WS-FEED-LINE
082700             MOVE WS-MX-ACCT-TYPE (WS-MX-SUB) TO WS-FL-ACCT-TYPE
082800             MOVE WS-MX-CUSTOMERS (WS-MX-SUB) TO WS-FL-CUSTOMERS
082900             WRITE CVGRPT-REC FROM WS-FEED-LINE
083000         END-IF
083100         ADD 1 TO WS-MX-SUB
083200     END-PERFORM
083300
083400     .
083500 4100-EXIT.
083600     EXIT.
083700
083800******************************************************************
083900* 4200-STATE-TEXT  --  WS-FD-SUB'S STATE IN WORDS.               *
084000******************************************************************
084100 4200-STATE-TEXT.
084200
084300     EVALUATE TRUE
084400         WHEN WS-FD-LIVE (WS-FD-SUB)
084500             MOVE 'LIVE'           TO WS-FL-STATE
084600         WHEN WS-FD-PILOT (WS-FD-SUB)
084700             MOVE 'PILOT'          TO WS-FL-STATE
084800         WHEN WS-FD-CLOSED (WS-FD-SUB)
084900             MOVE 'DECOMMISSIONED' TO WS-FL-STATE
085000         WHEN OTHER
085100             MOVE 'NOT ON NAMETBL' TO WS-FL-STATE
085200     END-EVALUATE
085300
085400     .
085500 4200-EXIT.
085600     EXIT.
085700
085800******************************************************************
085900* 8000-READ-CUSTMAST  --  PRIMES/ADVANCES THE CUSTMAST CURSOR.   *
086000******************************************************************
086100 8000-READ-CUSTMAST.
086200
086300     READ Customer-Master NEXT RECORD
086400         AT END
086500             SET WS-CUSTMAST-EOF TO TRUE
086600     END-READ
086700
086800     .
086900 8000-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300* 8100-READ-ENTLTBL  --  PRIMES/ADVANCES THE ENTLTBL CURSOR.     *
087400******************************************************************
087500 8100-READ-ENTLTBL.
087600
087700     READ Entitle-Table
087800         AT END
087900             SET WS-TABLE-EOF TO TRUE
088000     END-READ
088100
088200     .
088300 8100-EXIT.
088400     EXIT.
088500
088600******************************************************************
088700* 8200-READ-NAMETBL  --  PRIMES/ADVANCES THE NAMETBL CURSOR.     *
088800******************************************************************
088900 8200-READ-NAMETBL.
089000
089100     READ Name-Table
089200         AT END
089300             SET WS-TABLE-EOF TO TRUE
089400     END-READ
089500
089600     .
089700 8200-EXIT.
089800     EXIT.
089900
090000******************************************************************
090100* 8300-READ-FEEDCFG  --  PRIMES/ADVANCES THE FEEDCFG CURSOR.     *
090200******************************************************************
090300 8300-READ-FEEDCFG.
090400
090500     READ Feed-Config
090600         AT END
090700             SET WS-TABLE-EOF TO TRUE
090800     END-READ
090900
091000     .
091100 8300-EXIT.
091200     EXIT.
091300
091400******************************************************************
091500* 8400-READ-FEEDCLOS  --  PRIMES/ADVANCES THE FEEDCLOS CURSOR.   *
091600******************************************************************
091700 8400-READ-FEEDCLOS.
091800
091900     READ Feed-Closure
092000         AT END
092100             SET WS-TABLE-EOF TO TRUE
092200     END-READ
092300
092400     .
092500 8400-EXIT.
092600     EXIT.
092700
092800******************************************************************
092900* 8500-READ-CVGWORK  --  NEXT CVGWORK ROW IN KEY ORDER.          *
093000******************************************************************
093100 8500-READ-CVGWORK.
093200
093300     READ Coverage-Work NEXT RECORD
093400         AT END
093500             SET WS-CVGWORK-EOF TO TRUE
093600     END-READ
093700
093800     .
093900 8500-EXIT.
094000     EXIT.
094100
094200******************************************************************
094300* 9000-TERMINATE  --  WRITES THE REPORT TOTALS AND CLOSES UP.    *
094400*                     A CUSTOMER FLAGGED FOR THE DATA-SHARING    *
094500*                     REVIEW ENDS THE RUN RC 4; A TABLE THAT     *
094600*                     FILLED, RC 8.                              *
094700******************************************************************
094800 9000-TERMINATE.
094900
095000     MOVE SPACES TO CVGRPT-REC
095100     WRITE CVGRPT-REC
095200
095300     MOVE WS-CUST-READ TO WS-NUM-DISPLAY
095400     MOVE SPACES TO CVGRPT-REC
095500     STRING 'CUSTOMERS READ              : ' DELIMITED BY SIZE
095600            WS-NUM-DISPLAY DELIMITED BY SIZE
095700         INTO CVGRPT-REC
095800     WRITE CVGRPT-REC
095900     MOVE WS-CUST-ACTIVE TO WS-NUM-DISPLAY
096000     MOVE SPACES TO CVGRPT-REC
096100     STRING 'ACTIVE CUSTOMERS            : ' DELIMITED BY SIZE
096200            WS-NUM-DISPLAY DELIMITED BY SIZE
096300         INTO CVGRPT-REC
096400     WRITE CVGRPT-REC
096500     MOVE WS-CUST-NO-FEED TO WS-NUM-DISPLAY
096600     MOVE SPACES TO CVGRPT-REC
096700     STRING 'ENTITLED TO NO FEED         : ' DELIMITED BY SIZE
096800            WS-NUM-DISPLAY DELIMITED BY SIZE
096900         INTO CVGRPT-REC
097000     WRITE CVGRPT-REC
097100     MOVE WS-CUST-OFF-LIVE TO WS-NUM-DISPLAY
097200     MOVE SPACES TO CVGRPT-REC
097300     STRING 'ENTITLEMENTS TO NON-LIVE    : ' DELIMITED BY SIZE
097400            WS-NUM-DISPLAY DELIMITED BY SIZE
097500         INTO CVGRPT-REC
097600     WRITE CVGRPT-REC
097700     MOVE WS-CUST-SHARED TO WS-NUM-DISPLAY
097800     MOVE SPACES TO CVGRPT-REC
097900     STRING 'FLAGGED FOR SHARING REVIEW  : ' DELIMITED BY SIZE
098000            WS-NUM-DISPLAY DELIMITED BY SIZE
098100         INTO CVGRPT-REC
098200     WRITE CVGRPT-REC
098300     MOVE WS-FEEDS-UNUSED TO WS-NUM-DISPLAY
098400     MOVE SPACES TO CVGRPT-REC
098500     STRING 'FEEDS WITH NO CUSTOMERS     : ' DELIMITED BY SIZE
098600            WS-NUM-DISPLAY DELIMITED BY SIZE
098700         INTO CVGRPT-REC
098800     WRITE CVGRPT-REC
098900
099000     CLOSE Customer-Master
099100     IF WS-CUSTDETL-OPEN
099200         CLOSE Customer-Detail
099300     END-IF
099400     IF NOT WS-ENTITLE-ALL
099500         CLOSE Coverage-Work
099600     END-IF
099700     CLOSE Coverage-Report
099800
099900     DISPLAY MYNAME ' ACTIVE CUSTOMERS = ' WS-CUST-ACTIVE
100000         ' NO FEED = ' WS-CUST-NO-FEED
100100         ' SHARING REVIEW = ' WS-CUST-SHARED
100200
100300     IF WS-TABLE-FULL OR WS-MATRIX-FULL
100400         MOVE 8 TO RETURN-CODE
100500     ELSE
100600         IF WS-CUST-SHARED > 0
100700             MOVE 4 TO RETURN-CODE
100800         END-IF
100900     END-IF
101000
101100     DISPLAY MYNAME ' End'
101200
101300     .
101400 9000-EXIT.
101500     EXIT.

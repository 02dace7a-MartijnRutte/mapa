000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. PAYLVRPT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  OUTBOUND PAYLOAD VERSION   *
001500*                  REPORT: LISTS EVERY FEED ON FEEDCFG OR        *
001600*                  NAMETBL WITH THE PAYLOAD VERSION JSNGDLY      *
001700*                  BUILDS IT TO -- ITS FCF-PAYLOAD-VERSION PIN,  *
001800*                  OR THE CURRENT VERSION WHEN IT HAS NONE --    *
001900*                  THAT VERSION'S PAYLVER DEPRECATION DATE AND   *
002000*                  THE DAYS LEFT, THEN HOW MANY FEEDS SIT ON     *
002100*                  EACH VERSION.  EACH FEED WHOSE VERSION IS     *
002200*                  DEPRECATED WITHIN THE PLVPARM ALERT DAYS, OR  *
002300*                  ALREADY PAST IT, IS WRITTEN TO PLVALRT FOR    *
002400*                  ALRTMGR'S ALERT STORE AND ENDS THE RUN RC 4.  *
002500******************************************************************
002600 Environment Division.
002700 Input-Output Section.
002800 File-Control.
002900     Select Version-Parm Assign to 'PLVPARM'
003000         Organization is Line Sequential
003100         File Status is WS-PLVPARM-STATUS.
003200
003300     Select Version-Table Assign to 'PAYLVER'
003400         Organization is Line Sequential
003500         File Status is WS-PAYLVER-STATUS.
003600
003700     Select Feed-Config Assign to 'FEEDCFG'
003800         Organization is Line Sequential
003900         File Status is WS-FEEDCFG-STATUS.
004000
004100     Select Name-Table Assign to 'NAMETBL'
004200         Organization is Line Sequential
004300         File Status is WS-NAMETBL-STATUS.
004400
004500     Select Version-Report Assign to 'PLVRPT'
004600         Organization is Line Sequential
004700         File Status is WS-PLVRPT-STATUS.
004800
004900     Select Version-Alerts Assign to 'PLVALRT'
005000         Organization is Line Sequential
005100         File Status is WS-PLVALRT-STATUS.
005200 Data Division.
005300 File Section.
005400 FD  Version-Parm
005500     Label Records are Standard
005600     Recording Mode is F.
005700 COPY PLVPARM.
005800
005900 FD  Version-Table
006000     Label Records are Standard
006100     Recording Mode is F.
006200 COPY PAYLVER.
006300
006400 FD  Feed-Config
006500     Label Records are Standard
006600     Recording Mode is F.
006700 COPY FEEDCFG.
006800
006900 FD  Name-Table
007000     Label Records are Standard
007100     Recording Mode is F.
007200 COPY NAMETBL.
007300
007400 FD  Version-Report
007500     Label Records are Standard
007600     Recording Mode is F.
007700 01  PLVRPT-REC               PIC X(100).
007800
007900 FD  Version-Alerts
008000     Label Records are Standard
008100     Recording Mode is F.
008200 COPY PLVALRT.
008300
008400 Working-Storage Section.
008500 01  CONSTANTS.
008600     05  MYNAME               PIC X(008) VALUE 'PAYLVRPT'.
008700
008800 01  WS-PLVPARM-STATUS        PIC X(002) VALUE '00'.
008900 01  WS-PAYLVER-STATUS        PIC X(002) VALUE '00'.
009000 01  WS-FEEDCFG-STATUS        PIC X(002) VALUE '00'.
009100 01  WS-NAMETBL-STATUS        PIC X(002) VALUE '00'.
009200 01  WS-PLVRPT-STATUS         PIC X(002) VALUE '00'.
009300 01  WS-PLVALRT-STATUS        PIC X(002) VALUE '00'.
009400
009500 01  WS-SWITCHES.
009600     05  WS-FILE-EOF-SW       PIC X(001) VALUE 'N'.
009700         88  WS-FILE-EOF          VALUE 'Y'.
009800     05  WS-PAYLVER-MISSING-SW PIC X(001) VALUE 'N'.
009900         88  WS-PAYLVER-MISSING   VALUE 'Y'.
010000     05  WS-PLVALRT-OPEN-SW   PIC X(001) VALUE 'N'.
010100         88  WS-PLVALRT-IS-OPEN   VALUE 'Y'.
010200     05  WS-PLVALRT-FAILED-SW PIC X(001) VALUE 'N'.
010300         88  WS-PLVALRT-FAILED    VALUE 'Y'.
010400
010500 COPY PLVSHAPE.
010600
010700 01  WS-TODAY-DATE            PIC 9(008) VALUE 0.
010800 01  WS-RUN-TIME              PIC 9(008) VALUE 0.
010900 01  WS-ALERT-TIME            PIC 9(008) VALUE 0.
011000 01  WS-ALERT-DAYS            PIC 9(003) VALUE 30.
011100 01  WS-TODAY-DAYNO           PIC 9(009) COMP-5 VALUE 0.
011200 01  WS-DAYS-LEFT             PIC S9(009) COMP-5 VALUE 0.
011300
011400*
011500* PAYLVER ROWS, ONE SLOT PER VERSION, WITH THE FEEDS COUNTED ON
011600* EACH.  A VERSION LISTED TWICE KEEPS ITS LAST ROW.
011700 01  WS-VERSION-TABLE.
011800     05  WS-VERSION-MAX       PIC 9(004) COMP-5 VALUE 50.
011900     05  WS-VERSION-COUNT     PIC 9(004) COMP-5 VALUE 0.
012000     05  WS-VERSION-ENTRY OCCURS 50 TIMES.
012100         10  WS-VER-NUMBER    PIC 9(003).
012200         10  WS-VER-DEPRECATE PIC 9(008).
012300         10  WS-VER-DESC      PIC X(040).
012400         10  WS-VER-FEEDS     PIC 9(009) COMP-5.
012500
012600*
012700* EVERY FEED SEEN ON FEEDCFG OR NAMETBL, ONE SLOT EACH, WITH THE
012800* VERSION IT IS BUILT TO.  FEEDS BEYOND THE TABLE ARE COUNTED
012900* AND REPORTED, NOT LISTED.
013000 01  WS-FEED-TABLE.
013100     05  WS-FEED-MAX          PIC 9(004) COMP-5 VALUE 500.
013200     05  WS-FEED-COUNT        PIC 9(004) COMP-5 VALUE 0.
013300     05  WS-FEED-ENTRY OCCURS 500 TIMES.
013400         10  WS-FD-FEED-ID    PIC X(010).
013500         10  WS-FD-VERSION    PIC 9(003).
013600         10  WS-FD-PINNED-SW  PIC X(001).
013700
013800 01  WS-SUB                   PIC 9(004) COMP-5 VALUE 0.
013900 01  WS-VSUB                  PIC 9(004) COMP-5 VALUE 0.
014000 01  WS-FOUND-SLOT            PIC 9(004) COMP-5 VALUE 0.
014100 01  WS-LOOKUP-FEED-ID        PIC X(010) VALUE SPACES.
014200 01  WS-LOOKUP-VERSION        PIC 9(003) VALUE 0.
014300 01  WS-LOOKUP-PINNED-SW      PIC X(001) VALUE 'N'.
014400
014500 01  WS-RPT-DETAIL.
014600     05  WS-RPT-FEED          PIC X(010).
014700     05  FILLER               PIC X(002) VALUE SPACES.
014800     05  WS-RPT-VERSION       PIC X(007).
014900     05  FILLER               PIC X(002) VALUE SPACES.
015000     05  WS-RPT-PINNED        PIC X(007).
015100     05  FILLER               PIC X(002) VALUE SPACES.
015200     05  WS-RPT-DEPRECATE     PIC X(010).
015300     05  FILLER               PIC X(002) VALUE SPACES.
015400     05  WS-RPT-DAYS          PIC X(009).
015500     05  FILLER               PIC X(002) VALUE SPACES.
015600     05  WS-RPT-FLAG          PIC X(007).
015700     05  FILLER               PIC X(002) VALUE SPACES.
015800     05  WS-RPT-DESC          PIC X(038).
015900
016000 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
016100 01  WS-DAYS-DISPLAY          PIC 9(005) VALUE 0.
016200 01  WS-VERSION-DISPLAY       PIC 9(003) VALUE 0.
016300 01  WS-FEEDS-DISPLAY         PIC 9(005) VALUE 0.
016400
016500 01  WS-COUNTERS.
016600     05  WS-FEEDS-LISTED      PIC 9(009) COMP-5 VALUE 0.
016700     05  WS-FEEDS-PINNED      PIC 9(009) COMP-5 VALUE 0.
016800     05  WS-FEEDS-OVERFLOW    PIC 9(009) COMP-5 VALUE 0.
016900     05  WS-FEEDS-UNKNOWN     PIC 9(009) COMP-5 VALUE 0.
017000     05  WS-FEEDS-UNLISTED-VER PIC 9(009) COMP-5 VALUE 0.
017100     05  WS-FEEDS-ALERTED     PIC 9(009) COMP-5 VALUE 0.
017200     05  WS-FEEDS-EXPIRED     PIC 9(009) COMP-5 VALUE 0.
017300
017400******************************************************************
017500 Procedure Division.
017600******************************************************************
017700 0000-MAINLINE.
017800
017900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
018000     PERFORM 1100-LOAD-VERSIONS    THRU 1100-EXIT
018100     PERFORM 1200-LOAD-FEED-CONFIG THRU 1200-EXIT
018200     PERFORM 1300-LOAD-NAME-TABLE  THRU 1300-EXIT
018300
018400     MOVE 1 TO WS-SUB
018500     PERFORM UNTIL WS-SUB > WS-FEED-COUNT
018600         PERFORM 2000-REPORT-FEED THRU 2000-EXIT
018700         ADD 1 TO WS-SUB
018800     END-PERFORM
018900
019000     PERFORM 3000-VERSION-SUMMARY  THRU 3000-EXIT
019100     PERFORM 4000-TERMINATE        THRU 4000-EXIT
019200
019300     GOBACK
019400     .
019500 0000-EXIT.
019600     EXIT.
019700
019800******************************************************************
019900* 1000-INITIALIZE  --  TAKES THE ALERT DAYS FROM PLVPARM AND     *
020000*                      OPENS THE REPORT.  A REPORT THAT CANNOT   *
020100*                      BE OPENED IS RC 16.                       *
020200******************************************************************
020300 1000-INITIALIZE.
020400
020500     DISPLAY MYNAME ' Begin'
020600
020700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
020800     ACCEPT WS-RUN-TIME   FROM TIME
020900     COMPUTE WS-TODAY-DAYNO =
021000         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
021100
021200     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
021300
021400     OPEN OUTPUT Version-Report
021500     IF WS-PLVRPT-STATUS NOT = '00'
021600         DISPLAY MYNAME ' UNABLE TO OPEN PLVRPT, STATUS = '
021700             WS-PLVRPT-STATUS
021800         MOVE 16 TO RETURN-CODE
021900         GOBACK
022000     END-IF
022100
022200     MOVE WS-ALERT-DAYS TO WS-DAYS-DISPLAY
022300     MOVE WS-PLV-CURRENT-VERSION TO WS-VERSION-DISPLAY
022400     MOVE SPACES TO PLVRPT-REC
022500     STRING MYNAME DELIMITED BY SIZE
022600            ' PAYLOAD VERSIONS  RUN ' DELIMITED BY SIZE
022700            WS-TODAY-DATE DELIMITED BY SIZE
022800            '  CURRENT ' DELIMITED BY SIZE
022900            WS-VERSION-DISPLAY DELIMITED BY SIZE
023000            '  ALERT WITHIN ' DELIMITED BY SIZE
023100            WS-DAYS-DISPLAY DELIMITED BY SIZE
023200            ' DAYS' DELIMITED BY SIZE
023300         INTO PLVRPT-REC
023400     WRITE PLVRPT-REC
023500     MOVE 'FEED'       TO WS-RPT-FEED
023600     MOVE 'VERSION'    TO WS-RPT-VERSION
023700     MOVE 'PINNED'     TO WS-RPT-PINNED
023800     MOVE 'DEPRECATES' TO WS-RPT-DEPRECATE
023900     MOVE 'DAYS LEFT'  TO WS-RPT-DAYS
024000     MOVE SPACES       TO WS-RPT-FLAG
024100     MOVE 'DESCRIPTION' TO WS-RPT-DESC
024200     WRITE PLVRPT-REC FROM WS-RPT-DETAIL
024300
024400     .
024500 1000-EXIT.
024600     EXIT.
024700
024800******************************************************************
024900* 1050-LOAD-PARM  --  READS THE ONE-RECORD PLVPARM FILE.  NO     *
025000*                     RECORD, OR ALERT DAYS THAT ARE NOT NUMERIC,*
025100*                     KEEPS THE 30-DAY DEFAULT.                  *
025200******************************************************************
025300 1050-LOAD-PARM.
025400
025500     OPEN INPUT Version-Parm
025600     IF WS-PLVPARM-STATUS NOT = '00'
025700         GO TO 1050-EXIT
025800     END-IF
025900     READ Version-Parm
026000         AT END
026100             CONTINUE
026200         NOT AT END
026300             IF PLP-ALERT-DAYS IS NUMERIC
026400                 MOVE PLP-ALERT-DAYS TO WS-ALERT-DAYS
026500             END-IF
026600     END-READ
026700     CLOSE Version-Parm
026800
026900     .
027000 1050-EXIT.
027100     EXIT.
027200
027300******************************************************************
027400* 1100-LOAD-VERSIONS  --  LOADS THE PAYLVER TABLE.  A MISSING    *
027500*                         TABLE LEAVES EVERY VERSION UNDATED;    *
027600*                         THE REPORT SAYS SO AND THE RUN ENDS    *
027700*                         RC 4.  A DEPRECATION DATE THAT IS NOT  *
027800*                         NUMERIC IS TAKEN AS NONE.              *
027900******************************************************************
028000 1100-LOAD-VERSIONS.
028100
028200     MOVE 'N' TO WS-FILE-EOF-SW
028300     OPEN INPUT Version-Table
028400     IF WS-PAYLVER-STATUS NOT = '00'
028500         DISPLAY MYNAME ' PAYLVER NOT AVAILABLE, STATUS = '
028600             WS-PAYLVER-STATUS
028700         SET WS-PAYLVER-MISSING TO TRUE
028800         MOVE 4 TO RETURN-CODE
028900         GO TO 1100-EXIT
029000     END-IF
029100
029200     READ Version-Table
029300         AT END SET WS-FILE-EOF TO TRUE
029400     END-READ
029500     PERFORM UNTIL WS-FILE-EOF
029600         IF PVR-VERSION IS NUMERIC
029700             PERFORM 1150-STORE-VERSION THRU 1150-EXIT
029800         END-IF
029900         READ Version-Table
030000             AT END SET WS-FILE-EOF TO TRUE
030100         END-READ
030200     END-PERFORM
030300
030400     CLOSE Version-Table
030500
030600     .
030700 1100-EXIT.
030800     EXIT.
030900
031000******************************************************************
031100* 1150-STORE-VERSION  --  FINDS (OR CLAIMS) THE VERSION'S SLOT   *
031200*                         AND STORES ITS PAYLVER ROW.  ROWS      *
031300*                         BEYOND THE TABLE ARE REPORTED AND      *
031400*                         DROPPED.                               *
031500******************************************************************
031600 1150-STORE-VERSION.
031700
031800     MOVE PVR-VERSION TO WS-LOOKUP-VERSION
031900     PERFORM 8100-FIND-VERSION THRU 8100-EXIT
032000
032100     IF WS-FOUND-SLOT = 0
032200         IF WS-VERSION-COUNT < WS-VERSION-MAX
032300             ADD 1 TO WS-VERSION-COUNT
032400             MOVE WS-VERSION-COUNT TO WS-FOUND-SLOT
032500             MOVE 0 TO WS-VER-FEEDS (WS-FOUND-SLOT)
032600         ELSE
032700             DISPLAY MYNAME ' PAYLVER TABLE FULL, VERSION '
032800                 PVR-VERSION ' DROPPED'
032900             GO TO 1150-EXIT
033000         END-IF
033100     END-IF
033200
033300     MOVE PVR-VERSION TO WS-VER-NUMBER (WS-FOUND-SLOT)
033400     MOVE PVR-DESCRIPTION TO WS-VER-DESC (WS-FOUND-SLOT)
033500     IF PVR-DEPRECATE-DATE IS NUMERIC
033600         MOVE PVR-DEPRECATE-DATE
033700             TO WS-VER-DEPRECATE (WS-FOUND-SLOT)
033800     ELSE
033900         MOVE 0 TO WS-VER-DEPRECATE (WS-FOUND-SLOT)
034000     END-IF
034100
034200     .
034300 1150-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700* 1200-LOAD-FEED-CONFIG  --  ADDS EVERY FEEDCFG FEED AT ITS      *
034800*                            PINNED VERSION -- ZERO, SPACES OR   *
034900*                            NOT NUMERIC MEANS THE CURRENT ONE,  *
035000*                            AS JSNGDLY'S 1150 TAKES IT.  NO     *
035100*                            FEEDCFG LEAVES NAMETBL TO LIST THE  *
035200*                            FEEDS.                              *
035300******************************************************************
035400 1200-LOAD-FEED-CONFIG.
035500
035600     MOVE 'N' TO WS-FILE-EOF-SW
035700     OPEN INPUT Feed-Config
035800     IF WS-FEEDCFG-STATUS NOT = '00'
035900         GO TO 1200-EXIT
036000     END-IF
036100
036200     READ Feed-Config
036300         AT END SET WS-FILE-EOF TO TRUE
036400     END-READ
036500     PERFORM UNTIL WS-FILE-EOF
036600         IF FCF-FEED-ID NOT = SPACES
036700             MOVE FCF-FEED-ID TO WS-LOOKUP-FEED-ID
036800             MOVE WS-PLV-CURRENT-VERSION TO WS-LOOKUP-VERSION
036900             MOVE 'N' TO WS-LOOKUP-PINNED-SW
037000             IF FCF-PAYLOAD-VERSION IS NUMERIC
037100                 AND FCF-PAYLOAD-VERSION > 0
037200                 MOVE FCF-PAYLOAD-VERSION TO WS-LOOKUP-VERSION
037300                 MOVE 'Y' TO WS-LOOKUP-PINNED-SW
037400             END-IF
037500             PERFORM 1400-ADD-FEED THRU 1400-EXIT
037600         END-IF
037700         READ Feed-Config
037800             AT END SET WS-FILE-EOF TO TRUE
037900         END-READ
038000     END-PERFORM
038100
038200     CLOSE Feed-Config
038300
038400     .
038500 1200-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900* 1300-LOAD-NAME-TABLE  --  ADDS EVERY NAMETBL FEED WITH NO      *
039000*                           FEEDCFG ROW AT THE CURRENT VERSION.  *
039100******************************************************************
039200 1300-LOAD-NAME-TABLE.
039300
039400     MOVE 'N' TO WS-FILE-EOF-SW
039500     OPEN INPUT Name-Table
039600     IF WS-NAMETBL-STATUS NOT = '00'
039700         GO TO 1300-EXIT
039800     END-IF
039900
040000     READ Name-Table
040100         AT END SET WS-FILE-EOF TO TRUE
040200     END-READ
040300     PERFORM UNTIL WS-FILE-EOF
040400         IF ONT-FEED-ID NOT = SPACES
040500             MOVE ONT-FEED-ID TO WS-LOOKUP-FEED-ID
040600             MOVE WS-PLV-CURRENT-VERSION TO WS-LOOKUP-VERSION
040700             MOVE 'N' TO WS-LOOKUP-PINNED-SW
040800             PERFORM 1400-ADD-FEED THRU 1400-EXIT
040900         END-IF
041000         READ Name-Table
041100             AT END SET WS-FILE-EOF TO TRUE
041200         END-READ
041300     END-PERFORM
041400
041500     CLOSE Name-Table
041600
041700     .
041800 1300-EXIT.
041900     EXIT.
042000
042100******************************************************************
042200* 1400-ADD-FEED  --  CLAIMS A SLOT FOR A FEED NOT ALREADY IN THE *
042300*                    TABLE.  A FEED ALREADY THERE KEEPS THE      *
042400*                    VERSION IT WAS FIRST ADDED WITH -- FEEDCFG  *
042500*                    IS LOADED FIRST, SO ITS PIN STANDS.         *
042600******************************************************************
042700 1400-ADD-FEED.
042800
042900     MOVE 0 TO WS-FOUND-SLOT
043000     MOVE 1 TO WS-VSUB
043100     PERFORM UNTIL WS-VSUB > WS-FEED-COUNT
043200             OR WS-FOUND-SLOT > 0
043300         IF WS-FD-FEED-ID (WS-VSUB) = WS-LOOKUP-FEED-ID
043400             MOVE WS-VSUB TO WS-FOUND-SLOT
043500         ELSE
043600             ADD 1 TO WS-VSUB
043700         END-IF
043800     END-PERFORM
043900
044000     IF WS-FOUND-SLOT > 0
044100         GO TO 1400-EXIT
044200     END-IF
044300
044400     IF WS-FEED-COUNT NOT < WS-FEED-MAX
044500         ADD 1 TO WS-FEEDS-OVERFLOW
044600         GO TO 1400-EXIT
044700     END-IF
044800
044900     ADD 1 TO WS-FEED-COUNT
045000     MOVE WS-LOOKUP-FEED-ID   TO WS-FD-FEED-ID (WS-FEED-COUNT)
045100     MOVE WS-LOOKUP-VERSION   TO WS-FD-VERSION (WS-FEED-COUNT)
045200     MOVE WS-LOOKUP-PINNED-SW TO WS-FD-PINNED-SW (WS-FEED-COUNT)
045300
045400     .
045500 1400-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900* 2000-REPORT-FEED  --  WRITES ONE FEED'S REPORT LINE: ITS       *
046000*                       VERSION, WHETHER IT IS PINNED, AND WHAT  *
046100*                       2050 FINDS OF ITS VERSION'S DEPRECATION. *
046200******************************************************************
046300 2000-REPORT-FEED.
046400
046500     ADD 1 TO WS-FEEDS-LISTED
046600     IF WS-FD-PINNED-SW (WS-SUB) = 'Y'
046700         ADD 1 TO WS-FEEDS-PINNED
046800         MOVE 'YES' TO WS-RPT-PINNED
046900     ELSE
047000         MOVE 'DEFAULT' TO WS-RPT-PINNED
047100     END-IF
047200
047300     MOVE WS-FD-FEED-ID (WS-SUB) TO WS-RPT-FEED
047400     MOVE WS-FD-VERSION (WS-SUB) TO WS-VERSION-DISPLAY
047500     MOVE WS-VERSION-DISPLAY TO WS-RPT-VERSION
047600     MOVE SPACES TO WS-RPT-DEPRECATE
047700     MOVE SPACES TO WS-RPT-DAYS
047800     MOVE SPACES TO WS-RPT-FLAG
047900     MOVE SPACES TO WS-RPT-DESC
048000
048100     PERFORM 2050-CHECK-DEPRECATION THRU 2050-EXIT
048200
048300     WRITE PLVRPT-REC FROM WS-RPT-DETAIL
048400
048500     .
048600 2000-EXIT.
048700     EXIT.
048800
048900******************************************************************
049000* 2050-CHECK-DEPRECATION  --  LOOKS UP THE FEED'S VERSION ON     *
049100*                             PAYLVER AND SETS ITS DEPRECATION   *
049200*                             DATE, DAYS LEFT AND FLAG ON THE    *
049300*                             REPORT LINE.  A PIN NEWER THAN THE *
049400*                             CURRENT VERSION IS UNKNOWN --      *
049500*                             JSNGDLY SENDS SUCH A FEED AT THE   *
049600*                             CURRENT VERSION.  A FEED WHOSE     *
049700*                             VERSION IS DEPRECATED WITHIN THE   *
049800*                             ALERT DAYS, OR ALREADY PAST IT, IS *
049900*                             ALERTED.                           *
050000******************************************************************
050100 2050-CHECK-DEPRECATION.
050200
050300     IF WS-FD-VERSION (WS-SUB) > WS-PLV-CURRENT-VERSION
050400         ADD 1 TO WS-FEEDS-UNKNOWN
050500         MOVE 'UNKNOWN' TO WS-RPT-FLAG
050600         MOVE 4 TO RETURN-CODE
050700     END-IF
050800
050900     MOVE WS-FD-VERSION (WS-SUB) TO WS-LOOKUP-VERSION
051000     PERFORM 8100-FIND-VERSION THRU 8100-EXIT
051100     IF WS-FOUND-SLOT = 0
051200         ADD 1 TO WS-FEEDS-UNLISTED-VER
051300         MOVE 'NOT ON PAYLVER' TO WS-RPT-DESC
051400         GO TO 2050-EXIT
051500     END-IF
051600
051700     ADD 1 TO WS-VER-FEEDS (WS-FOUND-SLOT)
051800     MOVE WS-VER-DESC (WS-FOUND-SLOT) TO WS-RPT-DESC
051900     IF WS-VER-DEPRECATE (WS-FOUND-SLOT) < 16010101
052000         GO TO 2050-EXIT
052100     END-IF
052200
052300     MOVE WS-VER-DEPRECATE (WS-FOUND-SLOT) TO WS-RPT-DEPRECATE
052400     COMPUTE WS-DAYS-LEFT =
052500         FUNCTION INTEGER-OF-DATE
052600             (WS-VER-DEPRECATE (WS-FOUND-SLOT))
052700         - WS-TODAY-DAYNO
052800     IF WS-DAYS-LEFT < 0
052900         MOVE 'PAST' TO WS-RPT-DAYS
053000     ELSE
053100         MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
053200         MOVE WS-DAYS-DISPLAY TO WS-RPT-DAYS
053300     END-IF
053400
053500     IF WS-DAYS-LEFT > WS-ALERT-DAYS
053600         GO TO 2050-EXIT
053700     END-IF
053800
053900     IF WS-DAYS-LEFT < 0
054000         ADD 1 TO WS-FEEDS-EXPIRED
054100         MOVE 'EXPIRED' TO WS-RPT-FLAG
054200     ELSE
054300         MOVE 'ALERTED' TO WS-RPT-FLAG
054400     END-IF
054500     PERFORM 2100-WRITE-VERSION-ALERT THRU 2100-EXIT
054600     MOVE 4 TO RETURN-CODE
054700
054800     .
054900 2050-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300* 2100-WRITE-VERSION-ALERT  --  APPENDS THE FEED'S PLVALRT ROW   *
055400*                               FOR ALRTMGR TO INGEST, OPENING   *
055500*                               THE FILE ON THE FIRST ALERT OF   *
055600*                               THE RUN.  A FAILED OPEN IS       *
055700*                               REPORTED ONCE; THE RUN STILL     *
055800*                               ENDS RC 4 ON THE DATE ITSELF.    *
055900******************************************************************
056000 2100-WRITE-VERSION-ALERT.
056100
056200     IF WS-PLVALRT-FAILED
056300         GO TO 2100-EXIT
056400     END-IF
056500
056600     IF NOT WS-PLVALRT-IS-OPEN
056700         OPEN EXTEND Version-Alerts
056800         IF WS-PLVALRT-STATUS = '05' OR WS-PLVALRT-STATUS = '35'
056900             OPEN OUTPUT Version-Alerts
057000         END-IF
057100         IF WS-PLVALRT-STATUS NOT = '00'
057200             DISPLAY MYNAME ' UNABLE TO OPEN PLVALRT, STATUS = '
057300                 WS-PLVALRT-STATUS
057400             SET WS-PLVALRT-FAILED TO TRUE
057500             GO TO 2100-EXIT
057600         END-IF
057700         SET WS-PLVALRT-IS-OPEN TO TRUE
057800     END-IF
057900
058000     ADD 1 TO WS-FEEDS-ALERTED
058100     COMPUTE WS-ALERT-TIME = WS-RUN-TIME + WS-FEEDS-ALERTED
058200     MOVE WS-TODAY-DATE          TO PLA-TIMESTAMP-DATE
058300     MOVE WS-ALERT-TIME          TO PLA-TIMESTAMP-TIME
058400     MOVE WS-FD-FEED-ID (WS-SUB) TO PLA-FEED-ID
058500     MOVE WS-FD-VERSION (WS-SUB) TO PLA-PAYLOAD-VERSION
058600     MOVE WS-VER-DEPRECATE (WS-FOUND-SLOT)
058700                                 TO PLA-DEPRECATE-DATE
058800     IF WS-DAYS-LEFT < 0
058900         MOVE 0   TO PLA-DAYS-LEFT
059000         MOVE 'Y' TO PLA-EXPIRED-SW
059100     ELSE
059200         MOVE WS-DAYS-LEFT TO PLA-DAYS-LEFT
059300         MOVE 'N' TO PLA-EXPIRED-SW
059400     END-IF
059500     MOVE WS-ALERT-DAYS          TO PLA-ALERT-DAYS
059600     WRITE PLA-ALERT-RECORD
059700
059800     DISPLAY MYNAME ' PAYLOAD VERSION ALERT RAISED FOR FEED '
059900         WS-FD-FEED-ID (WS-SUB)
060000
060100     .
060200 2100-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600* 3000-VERSION-SUMMARY  --  ONE LINE PER PAYLVER VERSION WITH    *
060700*                           ITS DEPRECATION DATE AND THE FEEDS   *
060800*                           STILL ON IT.                         *
060900******************************************************************
061000 3000-VERSION-SUMMARY.
061100
061200     MOVE SPACES TO PLVRPT-REC
061300     WRITE PLVRPT-REC
061400     MOVE 'FEEDS PER VERSION' TO PLVRPT-REC
061500     WRITE PLVRPT-REC
061600
061700     IF WS-PAYLVER-MISSING
061800         MOVE 'PAYLVER NOT AVAILABLE, NO DEPRECATION DATES'
061900             TO PLVRPT-REC
062000         WRITE PLVRPT-REC
062100     END-IF
062200
062300     MOVE 1 TO WS-VSUB
062400     PERFORM UNTIL WS-VSUB > WS-VERSION-COUNT
062500         MOVE WS-VER-NUMBER (WS-VSUB) TO WS-VERSION-DISPLAY
062600         MOVE WS-VER-FEEDS (WS-VSUB) TO WS-FEEDS-DISPLAY
062700         IF WS-VER-DEPRECATE (WS-VSUB) > 0
062800             MOVE WS-VER-DEPRECATE (WS-VSUB) TO WS-RPT-DEPRECATE
062900         ELSE
063000             MOVE 'NONE' TO WS-RPT-DEPRECATE
063100         END-IF
063200         MOVE SPACES TO PLVRPT-REC
063300         STRING 'VERSION ' DELIMITED BY SIZE
063400                WS-VERSION-DISPLAY DELIMITED BY SIZE
063500                '  FEEDS ' DELIMITED BY SIZE
063600                WS-FEEDS-DISPLAY DELIMITED BY SIZE
063700                '  DEPRECATES ' DELIMITED BY SIZE
063800                WS-RPT-DEPRECATE DELIMITED BY SIZE
063900                '  ' DELIMITED BY SIZE
064000                WS-VER-DESC (WS-VSUB) DELIMITED BY SIZE
064100             INTO PLVRPT-REC
064200         WRITE PLVRPT-REC
064300         ADD 1 TO WS-VSUB
064400     END-PERFORM
064500
064600     .
064700 3000-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100* 4000-TERMINATE  --  WRITES THE REPORT TOTALS AND CLOSES UP.    *
065200******************************************************************
065300 4000-TERMINATE.
065400
065500     IF WS-FEEDS-LISTED = 0
065600         MOVE SPACES TO PLVRPT-REC
065700         STRING 'NO FEEDS ON FEEDCFG OR NAMETBL'
065800                 DELIMITED BY SIZE
065900             INTO PLVRPT-REC
066000         WRITE PLVRPT-REC
066100     END-IF
066200
066300     MOVE SPACES TO PLVRPT-REC
066400     WRITE PLVRPT-REC
066500     MOVE WS-FEEDS-LISTED TO WS-NUM-DISPLAY
066600     MOVE SPACES TO PLVRPT-REC
066700     STRING 'FEEDS LISTED                 : ' DELIMITED BY SIZE
066800            WS-NUM-DISPLAY DELIMITED BY SIZE
066900         INTO PLVRPT-REC
067000     WRITE PLVRPT-REC
067100     MOVE WS-FEEDS-PINNED TO WS-NUM-DISPLAY
067200     MOVE SPACES TO PLVRPT-REC
067300     STRING 'FEEDS PINNED TO A VERSION    : ' DELIMITED BY SIZE
067400            WS-NUM-DISPLAY DELIMITED BY SIZE
067500         INTO PLVRPT-REC
067600     WRITE PLVRPT-REC
067700     MOVE WS-FEEDS-ALERTED TO WS-NUM-DISPLAY
067800     MOVE SPACES TO PLVRPT-REC
067900     STRING 'FEEDS ALERTED                : ' DELIMITED BY SIZE
068000            WS-NUM-DISPLAY DELIMITED BY SIZE
068100         INTO PLVRPT-REC
068200     WRITE PLVRPT-REC
068300     MOVE WS-FEEDS-EXPIRED TO WS-NUM-DISPLAY
068400     MOVE SPACES TO PLVRPT-REC
068500     STRING 'FEEDS PAST DEPRECATION       : ' DELIMITED BY SIZE
068600            WS-NUM-DISPLAY DELIMITED BY SIZE
068700         INTO PLVRPT-REC
068800     WRITE PLVRPT-REC
068900     IF WS-FEEDS-UNKNOWN > 0
069000         MOVE WS-FEEDS-UNKNOWN TO WS-NUM-DISPLAY
069100         MOVE SPACES TO PLVRPT-REC
069200         STRING 'FEEDS PINNED PAST CURRENT    : '
069300                 DELIMITED BY SIZE
069400                WS-NUM-DISPLAY DELIMITED BY SIZE
069500             INTO PLVRPT-REC
069600         WRITE PLVRPT-REC
069700     END-IF
069800     IF WS-FEEDS-UNLISTED-VER > 0
069900         MOVE WS-FEEDS-UNLISTED-VER TO WS-NUM-DISPLAY
070000         MOVE SPACES TO PLVRPT-REC
070100         STRING 'FEEDS ON A VERSION NOT LISTED: '
070200                 DELIMITED BY SIZE
070300                WS-NUM-DISPLAY DELIMITED BY SIZE
070400             INTO PLVRPT-REC
070500         WRITE PLVRPT-REC
070600     END-IF
070700     IF WS-FEEDS-OVERFLOW > 0
070800         MOVE WS-FEEDS-OVERFLOW TO WS-NUM-DISPLAY
070900         MOVE SPACES TO PLVRPT-REC
071000         STRING 'FEEDS BEYOND THE TABLE       : '
071100                 DELIMITED BY SIZE
071200                WS-NUM-DISPLAY DELIMITED BY SIZE
071300             INTO PLVRPT-REC
071400         WRITE PLVRPT-REC
071500         MOVE 4 TO RETURN-CODE
071600     END-IF
071700
071800     IF WS-PLVALRT-IS-OPEN
071900         CLOSE Version-Alerts
072000     END-IF
072100     CLOSE Version-Report
072200
072300     DISPLAY MYNAME ' FEEDS LISTED          = ' WS-FEEDS-LISTED
072400     DISPLAY MYNAME ' FEEDS PINNED          = ' WS-FEEDS-PINNED
072500     DISPLAY MYNAME ' FEEDS ALERTED         = ' WS-FEEDS-ALERTED
072600     DISPLAY MYNAME ' FEEDS PAST DEPRECATION = '
072700         WS-FEEDS-EXPIRED
072800
072900     DISPLAY MYNAME ' End'
073000
073100     .
073200 4000-EXIT.
073300     EXIT.
073400
073500******************************************************************
073600* 8100-FIND-VERSION  --  LEAVES WS-FOUND-SLOT AT THE VERSION     *
073700*                        TABLE SLOT FOR WS-LOOKUP-VERSION, OR    *
073800*                        ZERO.                                   *
073900******************************************************************
074000 8100-FIND-VERSION.
074100
074200     MOVE 0 TO WS-FOUND-SLOT
074300     MOVE 1 TO WS-VSUB
074400     PERFORM UNTIL WS-VSUB > WS-VERSION-COUNT
074500             OR WS-FOUND-SLOT > 0
074600         IF WS-VER-NUMBER (WS-VSUB) = WS-LOOKUP-VERSION
074700             MOVE WS-VSUB TO WS-FOUND-SLOT
074800         ELSE
074900             ADD 1 TO WS-VSUB
075000         END-IF
075100     END-PERFORM
075200
075300     .
075400 8100-EXIT.
075500     EXIT.

000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. FEEDDRFT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  AGGREGATE CONTENT DRIFT   *
001500*                  PER FEED: PROFILES THE CUSTOMERS EACH FEED   *
001600*                  WAS SENT TONIGHT (THE JSNGDLY ROWS ON        *
001700*                  JSONARCH DATED TODAY, VALUED FROM CUSTMAST   *
001800*                  AND CUSTDETL) -- THE SHARE CARRYING EACH     *
001900*                  SD-002-A AND SD-002-B VALUE, THE SHARE ON    *
002000*                  THE MOST COMMON SD-004 DATE, THE ACCOUNT-    *
002100*                  TYPE MIX, AND THE SHARE JARDIFF FOUND        *
002200*                  CHANGED SINCE THE PRIOR NIGHT -- AND         *
002300*                  COMPARES EACH SHARE WITH ITS AVERAGE OVER    *
002400*                  THE FEED'S DRFTHIST ROLLING HISTORY.  A      *
002500*                  SHIFT BEYOND THE FEED'S DRFTPARM TOLERANCE   *
002600*                  IS WRITTEN TO DRFTALRT FOR ALRTMGR'S ALERT   *
002700*                  STORE AND ENDS THE RUN RC 4.  RUNS AFTER     *
002800*                  JARDIFF.                                     *
002900******************************************************************
003000 Environment Division.
003100 Input-Output Section.
003200 File-Control.
003300     Select Drift-Parm Assign to 'DRFTPARM'
003400         Organization is Line Sequential
003500         File Status is WS-DRFTPARM-STATUS.
003600
003700     Select Json-Archive Assign to 'JSONARCH'
003800         Organization is Indexed
003900         Access Mode is Dynamic
004000         Record Key is JAR-ARCHIVE-KEY
004100         File Status is WS-JSONARCH-STATUS.
004200
004300     Select Customer-Master Assign to 'CUSTMAST'
004400         Organization is Indexed
004500         Access Mode is Random
004600         Record Key is SD-001 OF CUSTMAST-REC
004700         File Status is WS-CUSTMAST-STATUS.
004800
004900     Select Customer-Detail Assign to 'CUSTDETL'
005000         Organization is Indexed
005100         Access Mode is Random
005200         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
005300         File Status is WS-CUSTDETL-STATUS.
005400
005500     Select Diff-Rows Assign to 'JARDIFF'
005600         Organization is Line Sequential
005700         File Status is WS-JARDIFF-STATUS.
005800
005900     Select Profile-History Assign to 'DRFTHIST'
006000         Organization is Line Sequential
006100         File Status is WS-DRFTHIST-STATUS.
006200
006300     Select Drift-Alerts Assign to 'DRFTALRT'
006400         Organization is Line Sequential
006500         File Status is WS-DRFTALRT-STATUS.
006600
006700     Select Drift-Report Assign to 'DRFTRPT'
006800         Organization is Line Sequential
006900         File Status is WS-DRFTRPT-STATUS.
007000 Data Division.
007100 File Section.
007200 FD  Drift-Parm
007300     Label Records are Standard
007400     Recording Mode is F.
007500 COPY DRFTPARM.
007600
007700 FD  Json-Archive
007800     Label Records are Standard
007900     Recording Mode is F.
008000 COPY JSNARCH.
008100
008200 FD  Customer-Master
008300     Label Records are Standard
008400     Recording Mode is F.
008500 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMAST-REC==.
008600
008700 FD  Customer-Detail
008800     Label Records are Standard
008900     Recording Mode is F.
009000 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
009100                         ==CUSTDETL-REC==.
009200
009300 FD  Diff-Rows
009400     Label Records are Standard
009500     Recording Mode is F.
009600 COPY JARDIFF.
009700
009800 FD  Profile-History
009900     Label Records are Standard
010000     Recording Mode is F.
010100 COPY DRFTHIST.
010200
010300 FD  Drift-Alerts
010400     Label Records are Standard
010500     Recording Mode is F.
010600 COPY DRFTALRT.
010700
010800 FD  Drift-Report
010900     Label Records are Standard
011000     Recording Mode is F.
011100 01  DRFTRPT-REC              PIC X(100).
011200
011300 Working-Storage Section.
011400 01  CONSTANTS.
011500     05  MYNAME               PIC X(008) VALUE 'FEEDDRFT'.
011600
011700 01  WS-DRFTPARM-STATUS       PIC X(002) VALUE '00'.
011800 01  WS-JSONARCH-STATUS       PIC X(002) VALUE '00'.
011900 01  WS-CUSTMAST-STATUS       PIC X(002) VALUE '00'.
012000 01  WS-CUSTDETL-STATUS       PIC X(002) VALUE '00'.
012100 01  WS-JARDIFF-STATUS        PIC X(002) VALUE '00'.
012200 01  WS-DRFTHIST-STATUS       PIC X(002) VALUE '00'.
012300 01  WS-DRFTALRT-STATUS       PIC X(002) VALUE '00'.
012400 01  WS-DRFTRPT-STATUS        PIC X(002) VALUE '00'.
012500
012600 01  WS-SWITCHES.
012700     05  WS-JSONARCH-EOF-SW   PIC X(001) VALUE 'N'.
012800         88  WS-JSONARCH-EOF      VALUE 'Y'.
012900     05  WS-DRFTPARM-EOF-SW   PIC X(001) VALUE 'N'.
013000         88  WS-DRFTPARM-EOF      VALUE 'Y'.
013100     05  WS-JARDIFF-EOF-SW    PIC X(001) VALUE 'N'.
013200         88  WS-JARDIFF-EOF       VALUE 'Y'.
013300     05  WS-DRFTHIST-EOF-SW   PIC X(001) VALUE 'N'.
013400         88  WS-DRFTHIST-EOF      VALUE 'Y'.
013500     05  WS-CUSTDETL-SW       PIC X(001) VALUE 'N'.
013600         88  WS-CUSTDETL-MISSING  VALUE 'Y'.
013700     05  WS-FEED-OPEN-SW      PIC X(001) VALUE 'N'.
013800         88  WS-FEED-OPEN         VALUE 'Y'.
013900     05  WS-HIST-TONIGHT-SW   PIC X(001) VALUE 'N'.
014000         88  WS-HIST-HAS-TONIGHT  VALUE 'Y'.
014100     05  WS-DRFTALRT-OPEN-SW  PIC X(001) VALUE 'N'.
014200         88  WS-DRFTALRT-IS-OPEN  VALUE 'Y'.
014300     05  WS-ENTRY-FOUND-SW    PIC X(001) VALUE 'N'.
014400         88  WS-ENTRY-FOUND       VALUE 'Y'.
014500
014600 01  WS-TODAY-DATE            PIC 9(008) VALUE 0.
014700 01  WS-RUN-TIME              PIC 9(008) VALUE 0.
014800 01  WS-TODAY-INT             PIC 9(008) COMP-5 VALUE 0.
014900 01  WS-WINDOW-START-INT      PIC 9(008) COMP-5 VALUE 0.
015000 01  WS-ROW-INT               PIC 9(008) COMP-5 VALUE 0.
015100
015200*
015300* COMPILED-IN LIMITS FOR A FEED WITH NEITHER ITS OWN DRFTPARM
015400* ROW NOR A 'DEFAULT' ROW.  SEE DRFTPARM.CPY.
015500 01  WS-DFLT-TOLERANCE        PIC 9(003)V99 VALUE 10.00.
015600 01  WS-DFLT-DAYS             PIC 9(003) VALUE 7.
015700 01  WS-DFLT-MIN-POP          PIC 9(007) VALUE 20.
015800
015900 01  WS-PARM-TABLE.
016000     05  WS-PARM-MAX          PIC 9(004) COMP-5 VALUE 50.
016100     05  WS-PARM-COUNT        PIC 9(004) COMP-5 VALUE 0.
016200     05  WS-PARM-ENTRY OCCURS 50 TIMES.
016300         10  WS-PT-FEED-ID    PIC X(010).
016400         10  WS-PT-TOLERANCE  PIC 9(003)V99.
016500         10  WS-PT-DAYS       PIC 9(003).
016600         10  WS-PT-MIN-POP    PIC 9(007).
016700 01  WS-PARM-SUB              PIC 9(004) COMP-5 VALUE 0.
016800
016900*
017000* TONIGHT'S JARDIFF ROWS, COUNTED PER FEED.
017100 01  WS-DIFF-TABLE.
017200     05  WS-DIFF-MAX          PIC 9(004) COMP-5 VALUE 50.
017300     05  WS-DIFF-COUNT        PIC 9(004) COMP-5 VALUE 0.
017400     05  WS-DIFF-ENTRY OCCURS 50 TIMES.
017500         10  WS-DT-FEED-ID    PIC X(010).
017600         10  WS-DT-ROWS       PIC 9(009) COMP-5.
017700         10  WS-DT-CHANGED    PIC 9(009) COMP-5.
017800 01  WS-DIFF-SUB              PIC 9(004) COMP-5 VALUE 0.
017900
018000*
018100* THE FEED BEING PROFILED AND THE LIMITS 3100 CHOSE FOR IT.
018200 01  WS-FEED-ID               PIC X(010) VALUE SPACES.
018300 01  WS-LAST-CUST-KEY         PIC X(008) VALUE SPACES.
018400 01  WS-FEED-TOLERANCE        PIC 9(003)V99 VALUE 0.
018500 01  WS-FEED-DAYS             PIC 9(003) VALUE 0.
018600 01  WS-FEED-MIN-POP          PIC 9(007) VALUE 0.
018700
018800*
018900* TONIGHT'S PROFILE OF THE FEED.  THE THREE WS-MIX TABLES ARE
019000* SD-002-A, SD-002-B AND ACCOUNT TYPE, IN THE ORDER OF
019100* WS-DIM-NAMES.  TONIGHT FILLS AT MOST WS-MIX-TONIGHT-MAX OF AN
019200* TABLE'S ENTRIES (THE MOST DRFTHIST CAN HOLD); THE REST ARE
019300* FOR VALUES ONLY THE BASELINE CARRIES.
019400 01  WS-PROFILE.
019500     05  WS-CUSTOMERS         PIC 9(009) COMP-5 VALUE 0.
019600     05  WS-NOT-ON-MASTER     PIC 9(009) COMP-5 VALUE 0.
019700     05  WS-DIFF-ROWS         PIC 9(009) COMP-5 VALUE 0.
019800     05  WS-CHANGED           PIC 9(009) COMP-5 VALUE 0.
019900     05  WS-TOP-SD-004        PIC 9(008) VALUE 0.
020000     05  WS-TOP-SD-004-COUNT  PIC 9(009) COMP-5 VALUE 0.
020100     05  WS-DATE-OVERFLOW     PIC 9(009) COMP-5 VALUE 0.
020200 01  WS-DATE-TABLE.
020300     05  WS-DATE-MAX          PIC 9(004) COMP-5 VALUE 500.
020400     05  WS-DATE-COUNT        PIC 9(004) COMP-5 VALUE 0.
020500     05  WS-DATE-ENTRY OCCURS 500 TIMES.
020600         10  WS-DTE-SD-004    PIC 9(008).
020700         10  WS-DTE-COUNT     PIC 9(009) COMP-5.
020800 01  WS-DATE-SUB              PIC 9(004) COMP-5 VALUE 0.
020900 01  WS-MIX-TONIGHT-MAX       PIC 9(004) COMP-5 VALUE 12.
021000 01  WS-MIX-MAX               PIC 9(004) COMP-5 VALUE 24.
021100 01  WS-MIX-TABLE.
021200     05  WS-MIX OCCURS 3 TIMES.
021300         10  WS-MIX-USED      PIC 9(004) COMP-5.
021400         10  WS-MIX-TONIGHT-USED
021500                              PIC 9(004) COMP-5.
021600         10  WS-MIX-OVERFLOW  PIC 9(009) COMP-5.
021700         10  WS-MIX-ENTRY OCCURS 24 TIMES.
021800             15  WS-MIX-VALUE PIC X(004).
021900             15  WS-MIX-TONIGHT
022000                              PIC 9(009) COMP-5.
022100             15  WS-MIX-BASE-SUM
022200                              PIC 9(007)V9(004) COMP-3.
022300 01  WS-DIM-SUB               PIC 9(004) COMP-5 VALUE 0.
022400 01  WS-MIX-SUB               PIC 9(004) COMP-5 VALUE 0.
022500 01  WS-HIST-SUB              PIC 9(004) COMP-5 VALUE 0.
022600 01  WS-TALLY-VALUE           PIC X(004) VALUE SPACES.
022700 01  WS-TALLY-DATE            PIC 9(008) VALUE 0.
022800 01  WS-DIM-NAME-LIST.
022900     05  FILLER               PIC X(008) VALUE 'SD-002-A'.
023000     05  FILLER               PIC X(008) VALUE 'SD-002-B'.
023100     05  FILLER               PIC X(008) VALUE 'ACCTTYPE'.
023200 01  WS-DIM-NAMES REDEFINES WS-DIM-NAME-LIST.
023300     05  WS-DIM-NAME          PIC X(008) OCCURS 3 TIMES.
023400
023500*
023600* THE FEED'S ROLLING BASELINE FROM DRFTHIST.  A SHARE'S BASELINE
023700* IS THE AVERAGE OF ITS NIGHTLY SHARES OVER THE NIGHTS THAT
023800* PROFILED IT; A VALUE ABSENT ON A NIGHT COUNTS AS ZERO THERE.
023900 01  WS-BASELINE.
024000     05  WS-BASE-NIGHTS       PIC 9(003) COMP-5 VALUE 0.
024100     05  WS-ACCT-NIGHTS       PIC 9(003) COMP-5 VALUE 0.
024200     05  WS-DIFF-NIGHTS       PIC 9(003) COMP-5 VALUE 0.
024300     05  WS-BASE-TOP-SUM      PIC 9(007)V9(004) COMP-3 VALUE 0.
024400     05  WS-BASE-CHG-SUM      PIC 9(007)V9(004) COMP-3 VALUE 0.
024500
024600*
024700* ONE SHARE BEING COMPARED BY 3320.
024800 01  WS-CMP-DIMENSION         PIC X(008) VALUE SPACES.
024900 01  WS-CMP-VALUE             PIC X(008) VALUE SPACES.
025000 01  WS-CMP-COUNT             PIC 9(009) COMP-5 VALUE 0.
025100 01  WS-CMP-POPULATION        PIC 9(009) COMP-5 VALUE 0.
025200 01  WS-CMP-NIGHTS            PIC 9(003) COMP-5 VALUE 0.
025300 01  WS-CMP-BASE-SUM          PIC 9(007)V9(004) COMP-3 VALUE 0.
025400 01  WS-TONIGHT-PCT           PIC 9(003)V99 VALUE 0.
025500 01  WS-BASE-PCT              PIC 9(003)V99 VALUE 0.
025600 01  WS-SHIFT-PTS             PIC 9(003)V99 VALUE 0.
025700 01  WS-ALERT-TIME            PIC 9(008) VALUE 0.
025800
025900 01  WS-RPT-DETAIL.
026000     05  WS-RPT-DIMENSION     PIC X(008).
026100     05  FILLER               PIC X(002) VALUE SPACES.
026200     05  WS-RPT-VALUE         PIC X(008).
026300     05  FILLER               PIC X(002) VALUE SPACES.
026400     05  WS-RPT-COUNT         PIC Z(008)9.
026500     05  FILLER               PIC X(002) VALUE SPACES.
026600     05  WS-RPT-TONIGHT       PIC ZZ9.99.
026700     05  FILLER               PIC X(004) VALUE SPACES.
026800     05  WS-RPT-BASELINE      PIC X(006).
026900     05  FILLER               PIC X(004) VALUE SPACES.
027000     05  WS-RPT-SHIFT         PIC X(006).
027100     05  FILLER               PIC X(002) VALUE SPACES.
027200     05  WS-RPT-FLAG          PIC X(005).
027300 01  WS-RPT-HEADING.
027400     05  FILLER               PIC X(010) VALUE 'DIMENSION '.
027500     05  FILLER               PIC X(010) VALUE 'VALUE'.
027600     05  FILLER               PIC X(011) VALUE 'CUSTOMERS'.
027700     05  FILLER               PIC X(010) VALUE 'TONIGHT %'.
027800     05  FILLER               PIC X(010) VALUE 'BASELINE'.
027900     05  FILLER               PIC X(008) VALUE 'SHIFT'.
028000     05  FILLER               PIC X(005) VALUE 'FLAG'.
028100
028200 01  WS-PCT-DISPLAY           PIC ZZ9.99.
028300 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
028400 01  WS-NIGHTS-DISPLAY        PIC 9(003) VALUE 0.
028500
028600 01  WS-COUNTERS.
028700     05  WS-ARCHIVE-ROWS      PIC 9(009) COMP-5 VALUE 0.
028800     05  WS-FEEDS-PROFILED    PIC 9(009) COMP-5 VALUE 0.
028900     05  WS-TOTAL-CUSTOMERS   PIC 9(009) COMP-5 VALUE 0.
029000     05  WS-ALERTS-RAISED     PIC 9(009) COMP-5 VALUE 0.
029100     05  WS-HISTORY-WRITTEN   PIC 9(009) COMP-5 VALUE 0.
029200
029300******************************************************************
029400 Procedure Division.
029500******************************************************************
029600 0000-MAINLINE.
029700
029800     PERFORM 1000-INITIALIZE          THRU 1000-EXIT
029900     PERFORM 2000-PROCESS-ARCHIVE-ROW THRU 2000-EXIT
030000         UNTIL WS-JSONARCH-EOF
030100     IF WS-FEED-OPEN
030200         PERFORM 3000-FINISH-FEED     THRU 3000-EXIT
030300     END-IF
030400     PERFORM 4000-TERMINATE           THRU 4000-EXIT
030500
030600     GOBACK
030700     .
030800 0000-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200* 1000-INITIALIZE  --  LOADS THE DRFTPARM LIMITS AND TONIGHT'S   *
031300*                      JARDIFF COUNTS, OPENS THE ARCHIVE AT      *
031400*                      TODAY'S KEY RANGE AND THE MASTER FILES,   *
031500*                      AND HEADS THE REPORT.  WITHOUT THE        *
031600*                      ARCHIVE, THE MASTER OR THE REPORT THERE   *
031700*                      IS NOTHING TO PROFILE: RC 16.  WITHOUT    *
031800*                      CUSTDETL THE ACCOUNT-TYPE MIX IS SIMPLY   *
031900*                      NOT PROFILED TONIGHT.                     *
032000******************************************************************
032100 1000-INITIALIZE.
032200
032300     DISPLAY MYNAME ' Begin'
032400
032500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
032600     ACCEPT WS-RUN-TIME   FROM TIME
032700     COMPUTE WS-TODAY-INT =
032800         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
032900
033000     PERFORM 1100-LOAD-PARMS     THRU 1100-EXIT
033100     PERFORM 1200-LOAD-DIFF-ROWS THRU 1200-EXIT
033200
033300     OPEN INPUT Json-Archive
033400     IF WS-JSONARCH-STATUS NOT = '00'
033500         DISPLAY MYNAME ' UNABLE TO OPEN JSONARCH, STATUS = '
033600             WS-JSONARCH-STATUS
033700         MOVE 16 TO RETURN-CODE
033800         GOBACK
033900     END-IF
034000
034100     OPEN INPUT Customer-Master
034200     IF WS-CUSTMAST-STATUS NOT = '00'
034300         DISPLAY MYNAME ' UNABLE TO OPEN CUSTMAST, STATUS = '
034400             WS-CUSTMAST-STATUS
034500         MOVE 16 TO RETURN-CODE
034600         GOBACK
034700     END-IF
034800
034900     OPEN INPUT Customer-Detail
035000     IF WS-CUSTDETL-STATUS NOT = '00'
035100         DISPLAY MYNAME
035200             ' CUSTOMER-DETAIL NOT AVAILABLE, STATUS = '
035300             WS-CUSTDETL-STATUS ', ACCOUNT TYPES NOT PROFILED'
035400         SET WS-CUSTDETL-MISSING TO TRUE
035500     END-IF
035600
035700     OPEN OUTPUT Drift-Report
035800     IF WS-DRFTRPT-STATUS NOT = '00'
035900         DISPLAY MYNAME ' UNABLE TO OPEN DRFTRPT, STATUS = '
036000             WS-DRFTRPT-STATUS
036100         MOVE 16 TO RETURN-CODE
036200         GOBACK
036300     END-IF
036400
036500     MOVE SPACES TO DRFTRPT-REC
036600     STRING 'OUTBOUND CONTENT DRIFT FOR ' DELIMITED BY SIZE
036700            WS-TODAY-DATE DELIMITED BY SIZE
036800         INTO DRFTRPT-REC
036900     WRITE DRFTRPT-REC
037000
037100*
037200* POSITION AT TODAY'S FIRST ROW, AS JARDIFF DOES.
037300     MOVE WS-TODAY-DATE TO JAR-TIMESTAMP-DATE
037400     MOVE LOW-VALUES    TO JAR-FEED-ID
037500     MOVE LOW-VALUES    TO JAR-CUSTOMER-KEY
037600     MOVE 0             TO JAR-SEQUENCE-NBR
037700     START Json-Archive KEY NOT < JAR-ARCHIVE-KEY
037800         INVALID KEY
037900             SET WS-JSONARCH-EOF TO TRUE
038000     END-START
038100     IF NOT WS-JSONARCH-EOF
038200         PERFORM 8000-READ-ARCHIVE THRU 8000-EXIT
038300     END-IF
038400
038500     .
038600 1000-EXIT.
038700     EXIT.
038800
038900******************************************************************
039000* 1100-LOAD-PARMS  --  LOADS THE DRFTPARM ROWS.  A 'DEFAULT' ROW *
039100*                      REPLACES THE COMPILED-IN LIMITS; NO FILE  *
039200*                      LEAVES EVERY FEED ON THEM.                *
039300******************************************************************
039400 1100-LOAD-PARMS.
039500
039600     OPEN INPUT Drift-Parm
039700     IF WS-DRFTPARM-STATUS NOT = '00'
039800         DISPLAY MYNAME ' NO DRFTPARM, STATUS = '
039900             WS-DRFTPARM-STATUS ', USING DEFAULT TOLERANCE'
040000         GO TO 1100-EXIT
040100     END-IF
040200
040300     PERFORM 1110-READ-PARM THRU 1110-EXIT
040400     PERFORM UNTIL WS-DRFTPARM-EOF
040500         IF DRP-FEED-ID = 'DEFAULT'
040600             IF DRP-TOLERANCE-PTS NUMERIC
040700                 AND DRP-TOLERANCE-PTS > 0
040800                 MOVE DRP-TOLERANCE-PTS TO WS-DFLT-TOLERANCE
040900             END-IF
041000             IF DRP-BASELINE-DAYS NUMERIC
041100                 AND DRP-BASELINE-DAYS > 0
041200                 MOVE DRP-BASELINE-DAYS TO WS-DFLT-DAYS
041300             END-IF
041400             IF DRP-MIN-POPULATION NUMERIC
041500                 AND DRP-MIN-POPULATION > 0
041600                 MOVE DRP-MIN-POPULATION TO WS-DFLT-MIN-POP
041700             END-IF
041800         ELSE
041900             IF DRP-FEED-ID NOT = SPACES
042000                 AND WS-PARM-COUNT < WS-PARM-MAX
042100                 ADD 1 TO WS-PARM-COUNT
042200                 MOVE DRP-FEED-ID
042300                     TO WS-PT-FEED-ID (WS-PARM-COUNT)
042400                 MOVE 0 TO WS-PT-TOLERANCE (WS-PARM-COUNT)
042500                 MOVE 0 TO WS-PT-DAYS (WS-PARM-COUNT)
042600                 MOVE 0 TO WS-PT-MIN-POP (WS-PARM-COUNT)
042700                 IF DRP-TOLERANCE-PTS NUMERIC
042800                     MOVE DRP-TOLERANCE-PTS
042900                         TO WS-PT-TOLERANCE (WS-PARM-COUNT)
043000                 END-IF
043100                 IF DRP-BASELINE-DAYS NUMERIC
043200                     MOVE DRP-BASELINE-DAYS
043300                         TO WS-PT-DAYS (WS-PARM-COUNT)
043400                 END-IF
043500                 IF DRP-MIN-POPULATION NUMERIC
043600                     MOVE DRP-MIN-POPULATION
043700                         TO WS-PT-MIN-POP (WS-PARM-COUNT)
043800                 END-IF
043900             END-IF
044000         END-IF
044100         PERFORM 1110-READ-PARM THRU 1110-EXIT
044200     END-PERFORM
044300
044400     CLOSE Drift-Parm
044500
044600     .
044700 1100-EXIT.
044800     EXIT.
044900
045000******************************************************************
045100* 1110-READ-PARM  --  PRIMES/ADVANCES THE DRFTPARM CURSOR.       *
045200******************************************************************
045300 1110-READ-PARM.
045400
045500     READ Drift-Parm
045600         AT END
045700             SET WS-DRFTPARM-EOF TO TRUE
045800     END-READ
045900
046000     .
046100 1110-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500* 1200-LOAD-DIFF-ROWS  --  COUNTS TONIGHT'S JARDIFF ROWS, AND    *
046600*                          THE CHANGED ONES, PER FEED.  NO FILE  *
046700*                          (OR ONLY AN EARLIER NIGHT'S) MEANS    *
046800*                          THE CHANGED SHARE IS NOT PROFILED.    *
046900******************************************************************
047000 1200-LOAD-DIFF-ROWS.
047100
047200     OPEN INPUT Diff-Rows
047300     IF WS-JARDIFF-STATUS NOT = '00'
047400         DISPLAY MYNAME ' NO JARDIFF, STATUS = '
047500             WS-JARDIFF-STATUS ', CHANGED SHARE NOT PROFILED'
047600         GO TO 1200-EXIT
047700     END-IF
047800
047900     PERFORM 1210-READ-DIFF-ROW THRU 1210-EXIT
048000     PERFORM UNTIL WS-JARDIFF-EOF
048100         IF JDF-TODAY-DATE = WS-TODAY-DATE
048200             PERFORM 1220-POST-DIFF-ROW THRU 1220-EXIT
048300         END-IF
048400         PERFORM 1210-READ-DIFF-ROW THRU 1210-EXIT
048500     END-PERFORM
048600
048700     CLOSE Diff-Rows
048800
048900     .
049000 1200-EXIT.
049100     EXIT.
049200
049300******************************************************************
049400* 1210-READ-DIFF-ROW  --  PRIMES/ADVANCES THE JARDIFF CURSOR.    *
049500******************************************************************
049600 1210-READ-DIFF-ROW.
049700
049800     READ Diff-Rows
049900         AT END
050000             SET WS-JARDIFF-EOF TO TRUE
050100     END-READ
050200
050300     .
050400 1210-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800* 1220-POST-DIFF-ROW  --  ADDS ONE JARDIFF ROW TO ITS FEED'S     *
050900*                         COUNTS.  A NEW CUSTOMER IS PART OF THE *
051000*                         FEED BUT IS NOT A CHANGE.              *
051100******************************************************************
051200 1220-POST-DIFF-ROW.
051300
051400     MOVE 1 TO WS-DIFF-SUB
051500     PERFORM UNTIL WS-DIFF-SUB > WS-DIFF-COUNT
051600             OR WS-DT-FEED-ID (WS-DIFF-SUB) = JDF-FEED-ID
051700         ADD 1 TO WS-DIFF-SUB
051800     END-PERFORM
051900
052000     IF WS-DIFF-SUB > WS-DIFF-COUNT
052100         IF WS-DIFF-COUNT NOT < WS-DIFF-MAX
052200             GO TO 1220-EXIT
052300         END-IF
052400         ADD 1 TO WS-DIFF-COUNT
052500         MOVE WS-DIFF-COUNT TO WS-DIFF-SUB
052600         MOVE JDF-FEED-ID   TO WS-DT-FEED-ID (WS-DIFF-SUB)
052700         MOVE 0             TO WS-DT-ROWS (WS-DIFF-SUB)
052800         MOVE 0             TO WS-DT-CHANGED (WS-DIFF-SUB)
052900     END-IF
053000
053100     ADD 1 TO WS-DT-ROWS (WS-DIFF-SUB)
053200     IF JDF-STATUS-CHANGED
053300         ADD 1 TO WS-DT-CHANGED (WS-DIFF-SUB)
053400     END-IF
053500
053600     .
053700 1220-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100* 2000-PROCESS-ARCHIVE-ROW  --  ONE JSONARCH ROW.  THE FIRST ROW *
054200*                               PAST TODAY ENDS THE PASS.  ONLY  *
054300*                               JSNGDLY'S OWN ROWS ARE WHAT A    *
054400*                               FEED WAS SENT; A RECALL IS NOT   *
054500*                               CONTENT.  THE ARCHIVE KEY KEEPS  *
054600*                               A FEED'S ROWS TOGETHER, SO A NEW *
054700*                               FEED ID CLOSES OFF THE LAST ONE. *
054800*                               A CUSTOMER ARCHIVED TWICE TONIGHT*
054900*                               IS PROFILED ONCE.                *
055000******************************************************************
055100 2000-PROCESS-ARCHIVE-ROW.
055200
055300     IF JAR-TIMESTAMP-DATE NOT = WS-TODAY-DATE
055400         SET WS-JSONARCH-EOF TO TRUE
055500         GO TO 2000-EXIT
055600     END-IF
055700
055800     IF JAR-PROGRAM-ID NOT = 'JSNGDLY'
055900         OR JAR-CUSTOMER-KEY = SPACES
056000         GO TO 2000-READ-NEXT
056100     END-IF
056200     ADD 1 TO WS-ARCHIVE-ROWS
056300
056400     IF NOT WS-FEED-OPEN OR JAR-FEED-ID NOT = WS-FEED-ID
056500         IF WS-FEED-OPEN
056600             PERFORM 3000-FINISH-FEED THRU 3000-EXIT
056700         END-IF
056800         PERFORM 2100-START-FEED THRU 2100-EXIT
056900     END-IF
057000
057100     IF JAR-CUSTOMER-KEY NOT = WS-LAST-CUST-KEY
057200         MOVE JAR-CUSTOMER-KEY TO WS-LAST-CUST-KEY
057300         PERFORM 2200-PROFILE-CUSTOMER THRU 2200-EXIT
057400     END-IF
057500
057600     .
057700 2000-READ-NEXT.
057800     PERFORM 8000-READ-ARCHIVE THRU 8000-EXIT
057900     .
058000 2000-EXIT.
058100     EXIT.
058200
058300******************************************************************
058400* 2100-START-FEED  --  CLEARS THE PROFILE FOR THE FEED ON THE    *
058500*                      CURRENT ARCHIVE ROW.                      *
058600******************************************************************
058700 2100-START-FEED.
058800
058900     MOVE JAR-FEED-ID TO WS-FEED-ID
059000     MOVE SPACES      TO WS-LAST-CUST-KEY
059100     SET WS-FEED-OPEN TO TRUE
059200
059300     INITIALIZE WS-PROFILE
059400     INITIALIZE WS-BASELINE
059500     MOVE 0 TO WS-DATE-COUNT
059600     MOVE 1 TO WS-DIM-SUB
059700     PERFORM UNTIL WS-DIM-SUB > 3
059800         MOVE 0 TO WS-MIX-USED (WS-DIM-SUB)
059900         MOVE 0 TO WS-MIX-TONIGHT-USED (WS-DIM-SUB)
060000         MOVE 0 TO WS-MIX-OVERFLOW (WS-DIM-SUB)
060100         ADD 1 TO WS-DIM-SUB
060200     END-PERFORM
060300
060400     .
060500 2100-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900* 2200-PROFILE-CUSTOMER  --  VALUES ONE CUSTOMER FROM THE MASTER *
061000*                            AND ITS DETAIL SEGMENT AND ADDS IT  *
061100*                            TO TONIGHT'S PROFILE.  A CUSTOMER   *
061200*                            NO LONGER ON THE MASTER IS ONLY     *
061300*                            COUNTED.                            *
061400******************************************************************
061500 2200-PROFILE-CUSTOMER.
061600
061700     MOVE JAR-CUSTOMER-KEY TO SD-001 OF CUSTMAST-REC
061800     READ Customer-Master
061900         INVALID KEY
062000             ADD 1 TO WS-NOT-ON-MASTER
062100             GO TO 2200-EXIT
062200     END-READ
062300     ADD 1 TO WS-CUSTOMERS
062400
062500     MOVE 1 TO WS-DIM-SUB
062600     MOVE SD-002-A OF CUSTMAST-REC TO WS-TALLY-VALUE
062700     PERFORM 2210-TALLY-MIX THRU 2210-EXIT
062800
062900     MOVE 2 TO WS-DIM-SUB
063000     MOVE SD-002-B OF CUSTMAST-REC TO WS-TALLY-VALUE
063100     PERFORM 2210-TALLY-MIX THRU 2210-EXIT
063200
063300     PERFORM 2220-TALLY-SD-004 THRU 2220-EXIT
063400
063500     IF NOT WS-CUSTDETL-MISSING
063600         MOVE 3 TO WS-DIM-SUB
063700         MOVE JAR-CUSTOMER-KEY
063800             TO CDT-CUSTOMER-KEY OF CUSTDETL-REC
063900         READ Customer-Detail
064000             INVALID KEY
064100                 MOVE 'NONE' TO WS-TALLY-VALUE
064200             NOT INVALID KEY
064300                 MOVE CDT-ACCOUNT-TYPE OF CUSTDETL-REC
064400                     TO WS-TALLY-VALUE
064500         END-READ
064600         PERFORM 2210-TALLY-MIX THRU 2210-EXIT
064700     END-IF
064800
064900     .
065000 2200-EXIT.
065100     EXIT.
065200
065300******************************************************************
065400* 2210-TALLY-MIX  --  COUNTS WS-TALLY-VALUE IN MIX TABLE         *
065500*                     WS-DIM-SUB.  A VALUE BEYOND THE TABLE'S    *
065600*                     TONIGHT CAPACITY IS COUNTED AS OVERFLOW    *
065700*                     AND REPORTED, NOT COMPARED.                *
065800******************************************************************
065900 2210-TALLY-MIX.
066000
066100     MOVE 1 TO WS-MIX-SUB
066200     PERFORM UNTIL WS-MIX-SUB > WS-MIX-USED (WS-DIM-SUB)
066300             OR WS-MIX-VALUE (WS-DIM-SUB, WS-MIX-SUB)
066400                = WS-TALLY-VALUE
066500         ADD 1 TO WS-MIX-SUB
066600     END-PERFORM
066700
066800     IF WS-MIX-SUB > WS-MIX-USED (WS-DIM-SUB)
066900         IF WS-MIX-USED (WS-DIM-SUB) NOT < WS-MIX-TONIGHT-MAX
067000             ADD 1 TO WS-MIX-OVERFLOW (WS-DIM-SUB)
067100             GO TO 2210-EXIT
067200         END-IF
067300         ADD 1 TO WS-MIX-USED (WS-DIM-SUB)
067400         MOVE WS-MIX-USED (WS-DIM-SUB) TO WS-MIX-SUB
067500         MOVE WS-MIX-SUB TO WS-MIX-TONIGHT-USED (WS-DIM-SUB)
067600         MOVE WS-TALLY-VALUE
067700             TO WS-MIX-VALUE (WS-DIM-SUB, WS-MIX-SUB)
067800         MOVE 0 TO WS-MIX-TONIGHT (WS-DIM-SUB, WS-MIX-SUB)
067900         MOVE 0 TO WS-MIX-BASE-SUM (WS-DIM-SUB, WS-MIX-SUB)
068000     END-IF
068100
068200     ADD 1 TO WS-MIX-TONIGHT (WS-DIM-SUB, WS-MIX-SUB)
068300
068400     .
068500 2210-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900* 2220-TALLY-SD-004  --  COUNTS THE CUSTOMER'S SD-004 DATE.  AN  *
069000*                        UNREADABLE DATE COUNTS AS ZERO.         *
069100******************************************************************
069200 2220-TALLY-SD-004.
069300
069400     IF SD-004 OF CUSTMAST-REC NUMERIC
069500         MOVE SD-004 OF CUSTMAST-REC TO WS-TALLY-DATE
069600     ELSE
069700         MOVE 0 TO WS-TALLY-DATE
069800     END-IF
069900
070000     MOVE 1 TO WS-DATE-SUB
070100     PERFORM UNTIL WS-DATE-SUB > WS-DATE-COUNT
070200             OR WS-DTE-SD-004 (WS-DATE-SUB) = WS-TALLY-DATE
070300         ADD 1 TO WS-DATE-SUB
070400     END-PERFORM
070500
070600     IF WS-DATE-SUB > WS-DATE-COUNT
070700         IF WS-DATE-COUNT NOT < WS-DATE-MAX
070800             ADD 1 TO WS-DATE-OVERFLOW
070900             GO TO 2220-EXIT
071000         END-IF
071100         ADD 1 TO WS-DATE-COUNT
071200         MOVE WS-DATE-COUNT TO WS-DATE-SUB
071300         MOVE WS-TALLY-DATE TO WS-DTE-SD-004 (WS-DATE-SUB)
071400         MOVE 0             TO WS-DTE-COUNT (WS-DATE-SUB)
071500     END-IF
071600
071700     ADD 1 TO WS-DTE-COUNT (WS-DATE-SUB)
071800
071900     .
072000 2220-EXIT.
072100     EXIT.
072200
072300******************************************************************
072400* 3000-FINISH-FEED  --  CLOSES OFF THE FEED'S PROFILE: PICKS ITS *
072500*                       LIMITS, ITS MOST COMMON SD-004 DATE AND  *
072600*                       ITS JARDIFF COUNTS, LOADS ITS BASELINE,  *
072700*                       COMPARES, AND APPENDS TONIGHT TO THE     *
072800*                       HISTORY.                                 *
072900******************************************************************
073000 3000-FINISH-FEED.
073100
073200     PERFORM 3100-SET-FEED-LIMITS THRU 3100-EXIT
073300
073400     MOVE 0 TO WS-TOP-SD-004
073500     MOVE 0 TO WS-TOP-SD-004-COUNT
073600     MOVE 1 TO WS-DATE-SUB
073700     PERFORM UNTIL WS-DATE-SUB > WS-DATE-COUNT
073800         IF WS-DTE-COUNT (WS-DATE-SUB) > WS-TOP-SD-004-COUNT
073900             MOVE WS-DTE-SD-004 (WS-DATE-SUB) TO WS-TOP-SD-004
074000             MOVE WS-DTE-COUNT (WS-DATE-SUB)
074100                 TO WS-TOP-SD-004-COUNT
074200         END-IF
074300         ADD 1 TO WS-DATE-SUB
074400     END-PERFORM
074500
074600     MOVE 1 TO WS-DIFF-SUB
074700     PERFORM UNTIL WS-DIFF-SUB > WS-DIFF-COUNT
074800             OR WS-DT-FEED-ID (WS-DIFF-SUB) = WS-FEED-ID
074900         ADD 1 TO WS-DIFF-SUB
075000     END-PERFORM
075100     IF WS-DIFF-SUB NOT > WS-DIFF-COUNT
075200         MOVE WS-DT-ROWS (WS-DIFF-SUB)    TO WS-DIFF-ROWS
075300         MOVE WS-DT-CHANGED (WS-DIFF-SUB) TO WS-CHANGED
075400     END-IF
075500
075600     PERFORM 3200-LOAD-BASELINE  THRU 3200-EXIT
075700     PERFORM 3300-COMPARE-FEED   THRU 3300-EXIT
075800     PERFORM 3400-APPEND-HISTORY THRU 3400-EXIT
075900
076000     ADD 1 TO WS-FEEDS-PROFILED
076100     ADD WS-CUSTOMERS TO WS-TOTAL-CUSTOMERS
076200     MOVE 'N' TO WS-FEED-OPEN-SW
076300
076400     .
076500 3000-EXIT.
076600     EXIT.
076700
076800******************************************************************
076900* 3100-SET-FEED-LIMITS  --  THE FEED'S OWN DRFTPARM ROW, WITH    *
077000*                           ANY ZERO FIELD TAKEN FROM THE        *
077100*                           DEFAULTS.                            *
077200******************************************************************
077300 3100-SET-FEED-LIMITS.
077400
077500     MOVE WS-DFLT-TOLERANCE TO WS-FEED-TOLERANCE
077600     MOVE WS-DFLT-DAYS      TO WS-FEED-DAYS
077700     MOVE WS-DFLT-MIN-POP   TO WS-FEED-MIN-POP
077800
077900     MOVE 1 TO WS-PARM-SUB
078000     PERFORM UNTIL WS-PARM-SUB > WS-PARM-COUNT
078100             OR WS-PT-FEED-ID (WS-PARM-SUB) = WS-FEED-ID
078200         ADD 1 TO WS-PARM-SUB
078300     END-PERFORM
078400     IF WS-PARM-SUB > WS-PARM-COUNT
078500         GO TO 3100-EXIT
078600     END-IF
078700
078800     IF WS-PT-TOLERANCE (WS-PARM-SUB) > 0
078900         MOVE WS-PT-TOLERANCE (WS-PARM-SUB) TO WS-FEED-TOLERANCE
079000     END-IF
079100     IF WS-PT-DAYS (WS-PARM-SUB) > 0
079200         MOVE WS-PT-DAYS (WS-PARM-SUB) TO WS-FEED-DAYS
079300     END-IF
079400     IF WS-PT-MIN-POP (WS-PARM-SUB) > 0
079500         MOVE WS-PT-MIN-POP (WS-PARM-SUB) TO WS-FEED-MIN-POP
079600     END-IF
079700
079800     .
079900 3100-EXIT.
080000     EXIT.
080100
080200******************************************************************
080300* 3200-LOAD-BASELINE  --  OPEN-SCAN-CLOSES DRFTHIST FOR THE      *
080400*                         FEED'S ROWS FROM THE LAST WS-FEED-DAYS *
080500*                         DAYS BEFORE TODAY.  A ROW ALREADY      *
080600*                         DATED TODAY MEANS THIS IS A RERUN.  NO *
080700*                         HISTORY YET MEANS NO BASELINE.         *
080800******************************************************************
080900 3200-LOAD-BASELINE.
081000
081100     MOVE 'N' TO WS-HIST-TONIGHT-SW
081200     MOVE 'N' TO WS-DRFTHIST-EOF-SW
081300     COMPUTE WS-WINDOW-START-INT = WS-TODAY-INT - WS-FEED-DAYS
081400
081500     OPEN INPUT Profile-History
081600     IF WS-DRFTHIST-STATUS NOT = '00'
081700         GO TO 3200-EXIT
081800     END-IF
081900
082000     PERFORM 3210-READ-HISTORY THRU 3210-EXIT
082100     PERFORM UNTIL WS-DRFTHIST-EOF
082200         IF DFH-FEED-ID = WS-FEED-ID
082300             AND DFH-RUN-DATE NUMERIC
082400             AND DFH-RUN-DATE > 0
082500             IF DFH-RUN-DATE = WS-TODAY-DATE
082600                 SET WS-HIST-HAS-TONIGHT TO TRUE
082700             ELSE
082800                 COMPUTE WS-ROW-INT =
082900                     FUNCTION INTEGER-OF-DATE(DFH-RUN-DATE)
083000                 IF WS-ROW-INT < WS-TODAY-INT
083100                     AND WS-ROW-INT NOT < WS-WINDOW-START-INT
083200                     PERFORM 3220-ADD-BASELINE-ROW
083300                         THRU 3220-EXIT
083400                 END-IF
083500             END-IF
083600         END-IF
083700         PERFORM 3210-READ-HISTORY THRU 3210-EXIT
083800     END-PERFORM
083900
084000     CLOSE Profile-History
084100
084200     .
084300 3200-EXIT.
084400     EXIT.
084500
084600******************************************************************
084700* 3210-READ-HISTORY  --  PRIMES/ADVANCES THE DRFTHIST CURSOR.    *
084800******************************************************************
084900 3210-READ-HISTORY.
085000
085100     READ Profile-History
085200         AT END
085300             SET WS-DRFTHIST-EOF TO TRUE
085400     END-READ
085500
085600     .
085700 3210-EXIT.
085800     EXIT.
085900
086000******************************************************************
086100* 3220-ADD-BASELINE-ROW  --  ADDS ONE EARLIER NIGHT'S SHARES TO  *
086200*                            THE BASELINE SUMS.  A NIGHT THAT    *
086300*                            DID NOT PROFILE ACCOUNT TYPES OR    *
086400*                            HAD NO JARDIFF ROWS DOES NOT COUNT  *
086500*                            TOWARD THOSE SHARES.                *
086600******************************************************************
086700 3220-ADD-BASELINE-ROW.
086800
086900     IF DFH-DIFF-ROWS NUMERIC AND DFH-DIFF-ROWS > 0
087000         ADD 1 TO WS-DIFF-NIGHTS
087100         COMPUTE WS-BASE-CHG-SUM = WS-BASE-CHG-SUM
087200             + DFH-CHANGED-COUNT * 100 / DFH-DIFF-ROWS
087300     END-IF
087400
087500     IF DFH-CUSTOMERS NOT NUMERIC OR DFH-CUSTOMERS = 0
087600         GO TO 3220-EXIT
087700     END-IF
087800
087900     ADD 1 TO WS-BASE-NIGHTS
088000     COMPUTE WS-BASE-TOP-SUM = WS-BASE-TOP-SUM
088100         + DFH-TOP-SD-004-COUNT * 100 / DFH-CUSTOMERS
088200     IF DFH-ACCT-PROFILED
088300         ADD 1 TO WS-ACCT-NIGHTS
088400     END-IF
088500
088600     MOVE 1 TO WS-DIM-SUB
088700     PERFORM UNTIL WS-DIM-SUB > 3
088800         IF WS-DIM-SUB < 3 OR DFH-ACCT-PROFILED
088900             MOVE 1 TO WS-HIST-SUB
089000             PERFORM UNTIL WS-HIST-SUB > WS-MIX-TONIGHT-MAX
089100                 IF DFH-MIX-COUNT (WS-DIM-SUB, WS-HIST-SUB)
089200                         NUMERIC
089300                     AND DFH-MIX-COUNT (WS-DIM-SUB, WS-HIST-SUB)
089400                         > 0
089500                     PERFORM 3230-ADD-BASELINE-VALUE
089600                         THRU 3230-EXIT
089700                 END-IF
089800                 ADD 1 TO WS-HIST-SUB
089900             END-PERFORM
090000         END-IF
090100         ADD 1 TO WS-DIM-SUB
090200     END-PERFORM
090300
090400     .
090500 3220-EXIT.
090600     EXIT.
090700
090800******************************************************************
090900* 3230-ADD-BASELINE-VALUE  --  ADDS ONE HISTORY VALUE'S SHARE TO *
091000*                              ITS ENTRY IN THE MIX TABLE,       *
091100*                              ADDING THE ENTRY (WITH NOTHING    *
091200*                              TONIGHT) WHEN TONIGHT DID NOT SEE *
091300*                              THE VALUE.                        *
091400******************************************************************
091500 3230-ADD-BASELINE-VALUE.
091600
091700     MOVE DFH-MIX-VALUE (WS-DIM-SUB, WS-HIST-SUB)
091800         TO WS-TALLY-VALUE
091900     MOVE 1 TO WS-MIX-SUB
092000     PERFORM UNTIL WS-MIX-SUB > WS-MIX-USED (WS-DIM-SUB)
092100             OR WS-MIX-VALUE (WS-DIM-SUB, WS-MIX-SUB)
092200                = WS-TALLY-VALUE
092300         ADD 1 TO WS-MIX-SUB
092400     END-PERFORM
092500
092600     IF WS-MIX-SUB > WS-MIX-USED (WS-DIM-SUB)
092700         IF WS-MIX-USED (WS-DIM-SUB) NOT < WS-MIX-MAX
092800             GO TO 3230-EXIT
092900         END-IF
093000         ADD 1 TO WS-MIX-USED (WS-DIM-SUB)
093100         MOVE WS-MIX-USED (WS-DIM-SUB) TO WS-MIX-SUB
093200         MOVE WS-TALLY-VALUE
093300             TO WS-MIX-VALUE (WS-DIM-SUB, WS-MIX-SUB)
093400         MOVE 0 TO WS-MIX-TONIGHT (WS-DIM-SUB, WS-MIX-SUB)
093500         MOVE 0 TO WS-MIX-BASE-SUM (WS-DIM-SUB, WS-MIX-SUB)
093600     END-IF
093700
093800     COMPUTE WS-MIX-BASE-SUM (WS-DIM-SUB, WS-MIX-SUB) =
093900         WS-MIX-BASE-SUM (WS-DIM-SUB, WS-MIX-SUB)
094000         + DFH-MIX-COUNT (WS-DIM-SUB, WS-HIST-SUB) * 100
094100           / DFH-CUSTOMERS
094200
094300     .
094400 3230-EXIT.
094500     EXIT.
094600
094700******************************************************************
094800* 3300-COMPARE-FEED  --  REPORTS THE FEED'S PROFILE AGAINST ITS  *
094900*                        BASELINE, ONE LINE PER VALUE, AND       *
095000*                        ALERTS ON ANY SHIFT BEYOND TOLERANCE.   *
095100*                        A FEED BELOW ITS MINIMUM POPULATION IS  *
095200*                        REPORTED BUT NEVER ALERTED.             *
095300******************************************************************
095400 3300-COMPARE-FEED.
095500
095600     MOVE SPACES TO DRFTRPT-REC
095700     WRITE DRFTRPT-REC
095800     MOVE WS-CUSTOMERS     TO WS-NUM-DISPLAY
095900     MOVE WS-BASE-NIGHTS   TO WS-NIGHTS-DISPLAY
096000     MOVE WS-FEED-TOLERANCE TO WS-PCT-DISPLAY
096100     MOVE SPACES TO DRFTRPT-REC
096200     STRING 'FEED ' DELIMITED BY SIZE
096300            WS-FEED-ID DELIMITED BY SIZE
096400            '  CUSTOMERS ' DELIMITED BY SIZE
096500            WS-NUM-DISPLAY DELIMITED BY SIZE
096600            '  BASELINE NIGHTS ' DELIMITED BY SIZE
096700            WS-NIGHTS-DISPLAY DELIMITED BY SIZE
096800            '  TOLERANCE ' DELIMITED BY SIZE
096900            WS-PCT-DISPLAY DELIMITED BY SIZE
097000         INTO DRFTRPT-REC
097100     WRITE DRFTRPT-REC
097200     MOVE WS-RPT-HEADING TO DRFTRPT-REC
097300     WRITE DRFTRPT-REC
097400
097500     IF WS-CUSTOMERS = 0
097600         MOVE SPACES TO DRFTRPT-REC
097700         MOVE '  NO CUSTOMER OF THE FEED IS ON THE MASTER'
097800             TO DRFTRPT-REC
097900         WRITE DRFTRPT-REC
098000         GO TO 3300-EXIT
098100     END-IF
098200
098300     MOVE 1 TO WS-DIM-SUB
098400     PERFORM UNTIL WS-DIM-SUB > 3
098500         IF WS-DIM-SUB < 3 OR NOT WS-CUSTDETL-MISSING
098600             MOVE 1 TO WS-MIX-SUB
098700             PERFORM UNTIL WS-MIX-SUB > WS-MIX-USED (WS-DIM-SUB)
098800                 PERFORM 3310-COMPARE-MIX-VALUE THRU 3310-EXIT
098900                 ADD 1 TO WS-MIX-SUB
099000             END-PERFORM
099100         END-IF
099200         ADD 1 TO WS-DIM-SUB
099300     END-PERFORM
099400
099500     MOVE 'SD-004'            TO WS-CMP-DIMENSION
099600     MOVE WS-TOP-SD-004       TO WS-CMP-VALUE
099700     MOVE WS-TOP-SD-004-COUNT TO WS-CMP-COUNT
099800     MOVE WS-CUSTOMERS        TO WS-CMP-POPULATION
099900     MOVE WS-BASE-NIGHTS      TO WS-CMP-NIGHTS
100000     MOVE WS-BASE-TOP-SUM     TO WS-CMP-BASE-SUM
100100     PERFORM 3320-COMPARE-SHARE THRU 3320-EXIT
100200
100300     IF WS-DIFF-ROWS > 0
100400         MOVE 'CHANGED'       TO WS-CMP-DIMENSION
100500         MOVE SPACES          TO WS-CMP-VALUE
100600         MOVE WS-CHANGED      TO WS-CMP-COUNT
100700         MOVE WS-DIFF-ROWS    TO WS-CMP-POPULATION
100800         MOVE WS-DIFF-NIGHTS  TO WS-CMP-NIGHTS
100900         MOVE WS-BASE-CHG-SUM TO WS-CMP-BASE-SUM
101000         PERFORM 3320-COMPARE-SHARE THRU 3320-EXIT
101100     ELSE
101200         MOVE SPACES TO DRFTRPT-REC
101300         MOVE '  NO JARDIFF ROWS TONIGHT, CHANGED SHARE NOT PROFIL
101400-             'ED' TO DRFTRPT-REC
101500         WRITE DRFTRPT-REC
101600     END-IF
101700
101800     IF WS-CUSTDETL-MISSING
101900         MOVE SPACES TO DRFTRPT-REC
102000         MOVE '  NO CUSTDETL, ACCOUNT TYPES NOT PROFILED'
102100             TO DRFTRPT-REC
102200         WRITE DRFTRPT-REC
102300     END-IF
102400     IF WS-NOT-ON-MASTER > 0
102500         MOVE WS-NOT-ON-MASTER TO WS-NUM-DISPLAY
102600         MOVE SPACES TO DRFTRPT-REC
102700         STRING '  ARCHIVED BUT NOT ON MASTER  : '
102800                    DELIMITED BY SIZE
102900                WS-NUM-DISPLAY DELIMITED BY SIZE
103000             INTO DRFTRPT-REC
103100         WRITE DRFTRPT-REC
103200     END-IF
103300     IF WS-MIX-OVERFLOW (1) + WS-MIX-OVERFLOW (2)
103400             + WS-MIX-OVERFLOW (3) + WS-DATE-OVERFLOW > 0
103500         COMPUTE WS-NUM-DISPLAY = WS-MIX-OVERFLOW (1)
103600             + WS-MIX-OVERFLOW (2) + WS-MIX-OVERFLOW (3)
103700             + WS-DATE-OVERFLOW
103800         MOVE SPACES TO DRFTRPT-REC
103900         STRING '  VALUES BEYOND TABLE, UNCOMPARED: '
104000                    DELIMITED BY SIZE
104100                WS-NUM-DISPLAY DELIMITED BY SIZE
104200             INTO DRFTRPT-REC
104300         WRITE DRFTRPT-REC
104400     END-IF
104500     IF WS-BASE-NIGHTS = 0
104600         MOVE SPACES TO DRFTRPT-REC
104700         MOVE '  NO BASELINE YET, NOTHING COMPARED'
104800             TO DRFTRPT-REC
104900         WRITE DRFTRPT-REC
105000     END-IF
105100     IF WS-CUSTOMERS < WS-FEED-MIN-POP
105200         MOVE WS-FEED-MIN-POP TO WS-NUM-DISPLAY
105300         MOVE SPACES TO DRFTRPT-REC
105400         STRING '  BELOW MINIMUM POPULATION OF ' DELIMITED BY SIZE
105500                WS-NUM-DISPLAY DELIMITED BY SIZE
105600                ', NOT ALERTED' DELIMITED BY SIZE
105700             INTO DRFTRPT-REC
105800         WRITE DRFTRPT-REC
105900     END-IF
106000
106100     .
106200 3300-EXIT.
106300     EXIT.
106400
106500******************************************************************
106600* 3310-COMPARE-MIX-VALUE  --  SETS UP ONE MIX-TABLE VALUE FOR    *
106700*                             3320.  ACCOUNT TYPES AVERAGE OVER  *
106800*                             THE NIGHTS THAT PROFILED THEM.     *
106900******************************************************************
107000 3310-COMPARE-MIX-VALUE.
107100
107200     MOVE WS-DIM-NAME (WS-DIM-SUB) TO WS-CMP-DIMENSION
107300     MOVE WS-MIX-VALUE (WS-DIM-SUB, WS-MIX-SUB) TO WS-CMP-VALUE
107400     MOVE WS-MIX-TONIGHT (WS-DIM-SUB, WS-MIX-SUB)
107500         TO WS-CMP-COUNT
107600     MOVE WS-CUSTOMERS TO WS-CMP-POPULATION
107700     IF WS-DIM-SUB = 3
107800         MOVE WS-ACCT-NIGHTS TO WS-CMP-NIGHTS
107900     ELSE
108000         MOVE WS-BASE-NIGHTS TO WS-CMP-NIGHTS
108100     END-IF
108200     MOVE WS-MIX-BASE-SUM (WS-DIM-SUB, WS-MIX-SUB)
108300         TO WS-CMP-BASE-SUM
108400     PERFORM 3320-COMPARE-SHARE THRU 3320-EXIT
108500
108600     .
108700 3310-EXIT.
108800     EXIT.
108900
109000******************************************************************
109100* 3320-COMPARE-SHARE  --  TONIGHT'S SHARE OF ONE VALUE AGAINST   *
109200*                         ITS BASELINE AVERAGE: ONE REPORT LINE, *
109300*                         AND A DRFTALRT ROW WHEN THE SHIFT IS   *
109400*                         BEYOND TOLERANCE.  NO BASELINE NIGHTS  *
109500*                         MEANS NOTHING TO COMPARE WITH.         *
109600******************************************************************
109700 3320-COMPARE-SHARE.
109800
109900     COMPUTE WS-TONIGHT-PCT ROUNDED =
110000         WS-CMP-COUNT * 100 / WS-CMP-POPULATION
110100
110200     MOVE WS-CMP-DIMENSION TO WS-RPT-DIMENSION
110300     MOVE WS-CMP-VALUE     TO WS-RPT-VALUE
110400     MOVE WS-CMP-COUNT     TO WS-RPT-COUNT
110500     MOVE WS-TONIGHT-PCT   TO WS-RPT-TONIGHT
110600     MOVE SPACES           TO WS-RPT-FLAG
110700
110800     IF WS-CMP-NIGHTS = 0
110900         MOVE '   N/A' TO WS-RPT-BASELINE
111000         MOVE SPACES   TO WS-RPT-SHIFT
111100         MOVE WS-RPT-DETAIL TO DRFTRPT-REC
111200         WRITE DRFTRPT-REC
111300         GO TO 3320-EXIT
111400     END-IF
111500
111600     COMPUTE WS-BASE-PCT ROUNDED =
111700         WS-CMP-BASE-SUM / WS-CMP-NIGHTS
111800     IF WS-TONIGHT-PCT > WS-BASE-PCT
111900         COMPUTE WS-SHIFT-PTS = WS-TONIGHT-PCT - WS-BASE-PCT
112000     ELSE
112100         COMPUTE WS-SHIFT-PTS = WS-BASE-PCT - WS-TONIGHT-PCT
112200     END-IF
112300     MOVE WS-BASE-PCT  TO WS-PCT-DISPLAY
112400     MOVE WS-PCT-DISPLAY TO WS-RPT-BASELINE
112500     MOVE WS-SHIFT-PTS TO WS-PCT-DISPLAY
112600     MOVE WS-PCT-DISPLAY TO WS-RPT-SHIFT
112700
112800     IF WS-SHIFT-PTS > WS-FEED-TOLERANCE
112900         AND WS-CUSTOMERS NOT < WS-FEED-MIN-POP
113000         MOVE 'DRIFT' TO WS-RPT-FLAG
113100         PERFORM 3330-WRITE-ALERT THRU 3330-EXIT
113200     END-IF
113300
113400     MOVE WS-RPT-DETAIL TO DRFTRPT-REC
113500     WRITE DRFTRPT-REC
113600
113700     .
113800 3320-EXIT.
113900     EXIT.
114000
114100******************************************************************
114200* 3330-WRITE-ALERT  --  APPENDS ONE DRFTALRT ROW FOR ALRTMGR TO  *
114300*                       INGEST, OPENING THE FILE ON THE FIRST.   *
114400*                       A FAILED OPEN IS REPORTED; THE RUN STILL *
114500*                       ENDS RC 4 ON THE DRIFT ITSELF.           *
114600******************************************************************
114700 3330-WRITE-ALERT.
114800
114900     ADD 1 TO WS-ALERTS-RAISED
115000
115100     IF NOT WS-DRFTALRT-IS-OPEN
115200         OPEN EXTEND Drift-Alerts
115300         IF WS-DRFTALRT-STATUS = '05' OR WS-DRFTALRT-STATUS = '35'
115400             OPEN OUTPUT Drift-Alerts
115500         END-IF
115600         IF WS-DRFTALRT-STATUS NOT = '00'
115700             DISPLAY MYNAME ' UNABLE TO OPEN DRFTALRT, STATUS = '
115800                 WS-DRFTALRT-STATUS
115900             GO TO 3330-EXIT
116000         END-IF
116100         SET WS-DRFTALRT-IS-OPEN TO TRUE
116200     END-IF
116300
116400     COMPUTE WS-ALERT-TIME = WS-RUN-TIME + WS-ALERTS-RAISED
116500     MOVE WS-TODAY-DATE       TO DRA-TIMESTAMP-DATE
116600     MOVE WS-ALERT-TIME       TO DRA-TIMESTAMP-TIME
116700     MOVE WS-FEED-ID          TO DRA-FEED-ID
116800     MOVE WS-CMP-DIMENSION    TO DRA-DIMENSION
116900     MOVE WS-CMP-VALUE        TO DRA-VALUE
117000     MOVE WS-TONIGHT-PCT      TO DRA-TONIGHT-PCT
117100     MOVE WS-BASE-PCT         TO DRA-BASELINE-PCT
117200     MOVE WS-FEED-TOLERANCE   TO DRA-TOLERANCE-PTS
117300     MOVE WS-CMP-POPULATION   TO DRA-POPULATION
117400     MOVE WS-CMP-NIGHTS       TO DRA-BASELINE-NIGHTS
117500     WRITE DRA-ALERT-RECORD
117600
117700     DISPLAY MYNAME ' DRIFT ALERT RAISED FOR FEED ' WS-FEED-ID
117800         ' ' WS-CMP-DIMENSION ' ' WS-CMP-VALUE
117900
118000     .
118100 3330-EXIT.
118200     EXIT.
118300
118400******************************************************************
118500* 3400-APPEND-HISTORY  --  APPENDS TONIGHT'S PROFILE TO DRFTHIST *
118600*                          AS THE NEXT NIGHTS' BASELINE.  A RERUN*
118700*                          LEAVES THE FIRST RUN'S ROW IN PLACE.  *
118800*                          A FEED WITH NO CUSTOMER ON THE MASTER *
118900*                          ADDS NOTHING.                         *
119000******************************************************************
119100 3400-APPEND-HISTORY.
119200
119300     IF WS-HIST-HAS-TONIGHT
119400         MOVE SPACES TO DRFTRPT-REC
119500         MOVE '  DRFTHIST ALREADY HOLDS TONIGHT, NOT APPENDED'
119600             TO DRFTRPT-REC
119700         WRITE DRFTRPT-REC
119800         GO TO 3400-EXIT
119900     END-IF
120000     IF WS-CUSTOMERS = 0 AND WS-DIFF-ROWS = 0
120100         GO TO 3400-EXIT
120200     END-IF
120300
120400     OPEN EXTEND Profile-History
120500     IF WS-DRFTHIST-STATUS = '05' OR WS-DRFTHIST-STATUS = '35'
120600         OPEN OUTPUT Profile-History
120700     END-IF
120800     IF WS-DRFTHIST-STATUS NOT = '00'
120900         DISPLAY MYNAME ' UNABLE TO OPEN DRFTHIST, STATUS = '
121000             WS-DRFTHIST-STATUS
121100         GO TO 3400-EXIT
121200     END-IF
121300
121400     MOVE SPACES              TO DFH-HISTORY-RECORD
121500     MOVE WS-TODAY-DATE       TO DFH-RUN-DATE
121600     MOVE WS-FEED-ID          TO DFH-FEED-ID
121700     MOVE WS-CUSTOMERS        TO DFH-CUSTOMERS
121800     MOVE WS-TOP-SD-004       TO DFH-TOP-SD-004
121900     MOVE WS-TOP-SD-004-COUNT TO DFH-TOP-SD-004-COUNT
122000     MOVE WS-DATE-COUNT       TO DFH-DISTINCT-SD-004
122100     IF WS-CUSTDETL-MISSING
122200         MOVE 'N' TO DFH-ACCT-PROFILED-SW
122300     ELSE
122400         MOVE 'Y' TO DFH-ACCT-PROFILED-SW
122500     END-IF
122600     MOVE WS-DIFF-ROWS        TO DFH-DIFF-ROWS
122700     MOVE WS-CHANGED          TO DFH-CHANGED-COUNT
122800
122900     MOVE 1 TO WS-DIM-SUB
123000     PERFORM UNTIL WS-DIM-SUB > 3
123100         MOVE 1 TO WS-HIST-SUB
123200         PERFORM UNTIL WS-HIST-SUB > WS-MIX-TONIGHT-MAX
123300             IF WS-HIST-SUB > WS-MIX-TONIGHT-USED (WS-DIM-SUB)
123400                 MOVE SPACES
123500                     TO DFH-MIX-VALUE (WS-DIM-SUB, WS-HIST-SUB)
123600                 MOVE 0
123700                     TO DFH-MIX-COUNT (WS-DIM-SUB, WS-HIST-SUB)
123800             ELSE
123900                 MOVE WS-MIX-VALUE (WS-DIM-SUB, WS-HIST-SUB)
124000                     TO DFH-MIX-VALUE (WS-DIM-SUB, WS-HIST-SUB)
124100                 MOVE WS-MIX-TONIGHT (WS-DIM-SUB, WS-HIST-SUB)
124200                     TO DFH-MIX-COUNT (WS-DIM-SUB, WS-HIST-SUB)
124300             END-IF
124400             ADD 1 TO WS-HIST-SUB
124500         END-PERFORM
124600         ADD 1 TO WS-DIM-SUB
124700     END-PERFORM
124800
124900     WRITE DFH-HISTORY-RECORD
125000     ADD 1 TO WS-HISTORY-WRITTEN
125100     CLOSE Profile-History
125200
125300     .
125400 3400-EXIT.
125500     EXIT.
125600
125700******************************************************************
125800* 4000-TERMINATE  --  WRITES THE RUN TOTALS, CLOSES THE FILES,   *
125900*                     AND ENDS RC 4 WHEN ANY DRIFT WAS ALERTED.  *
126000******************************************************************
126100 4000-TERMINATE.
126200
126300     MOVE SPACES TO DRFTRPT-REC
126400     WRITE DRFTRPT-REC
126500     MOVE WS-FEEDS-PROFILED TO WS-NUM-DISPLAY
126600     MOVE SPACES TO DRFTRPT-REC
126700     STRING 'FEEDS PROFILED               : ' DELIMITED BY SIZE
126800            WS-NUM-DISPLAY DELIMITED BY SIZE
126900         INTO DRFTRPT-REC
127000     WRITE DRFTRPT-REC
127100     MOVE WS-TOTAL-CUSTOMERS TO WS-NUM-DISPLAY
127200     MOVE SPACES TO DRFTRPT-REC
127300     STRING 'CUSTOMERS PROFILED           : ' DELIMITED BY SIZE
127400            WS-NUM-DISPLAY DELIMITED BY SIZE
127500         INTO DRFTRPT-REC
127600     WRITE DRFTRPT-REC
127700     MOVE WS-ALERTS-RAISED TO WS-NUM-DISPLAY
127800     MOVE SPACES TO DRFTRPT-REC
127900     STRING 'DRIFT ALERTS RAISED          : ' DELIMITED BY SIZE
128000            WS-NUM-DISPLAY DELIMITED BY SIZE
128100         INTO DRFTRPT-REC
128200     WRITE DRFTRPT-REC
128300
128400     IF WS-ALERTS-RAISED > 0
128500         MOVE 4 TO RETURN-CODE
128600     END-IF
128700
128800     IF WS-DRFTALRT-IS-OPEN
128900         CLOSE Drift-Alerts
129000     END-IF
129100     CLOSE Json-Archive
129200     CLOSE Customer-Master
129300     IF NOT WS-CUSTDETL-MISSING
129400         CLOSE Customer-Detail
129500     END-IF
129600     CLOSE Drift-Report
129700
129800     DISPLAY MYNAME ' ARCHIVE ROWS USED     = ' WS-ARCHIVE-ROWS
129900     DISPLAY MYNAME ' FEEDS PROFILED        = ' WS-FEEDS-PROFILED
130000     DISPLAY MYNAME ' CUSTOMERS PROFILED    = '
130100         WS-TOTAL-CUSTOMERS
130200     DISPLAY MYNAME ' HISTORY ROWS WRITTEN  = '
130300         WS-HISTORY-WRITTEN
130400     DISPLAY MYNAME ' DRIFT ALERTS RAISED   = ' WS-ALERTS-RAISED
130500
130600     DISPLAY MYNAME ' End'
130700
130800     .
130900 4000-EXIT.
131000     EXIT.
131100
131200******************************************************************
131300* 8000-READ-ARCHIVE  --  PRIMES/ADVANCES THE JSONARCH CURSOR.    *
131400******************************************************************
131500 8000-READ-ARCHIVE.
131600
131700     READ Json-Archive NEXT RECORD
131800         AT END
131900             SET WS-JSONARCH-EOF TO TRUE
132000     END-READ
132100
132200     .
132300 8000-EXIT.
132400     EXIT.

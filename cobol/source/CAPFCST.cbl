000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. CAPFCST.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  CAPACITY AND BATCH-WINDOW  *
001500*                  FORECAST: TRENDS THE ACCUMULATED BATWIN,      *
001600*                  RUNVHIST, CALLHIST AND DLVTRACK HISTORY OVER  *
001700*                  A TRAILING WINDOW (LEAST-SQUARES LINE PER     *
001800*                  SERIES) AND PROJECTS THE DATE EACH LIMIT IS   *
001900*                  REACHED -- THE NIGHT'S WINDOW PASSING THE     *
002000*                  CAPFPARM SLA, THE DAY'S JSON GENERATE COUNT   *
002100*                  REACHING THE CNTCEIL WARN-AT, AND EACH FEED'S *
002200*                  NIGHTLY VOLUME CROSSING ITS FCF-MAX-RECORDS   *
002300*                  SPLIT LIMIT.  CALL COUNTS ARE TRENDED ONLY.   *
002400*                  A LIMIT REACHED OR PROJECTED INSIDE THE LEAD  *
002500*                  TIME SETS RETURN CODE 4.                      *
002600******************************************************************
002700 Environment Division.
002800 Input-Output Section.
002900 File-Control.
003000     Select Forecast-Parm Assign to 'CAPFPARM'
003100         Organization is Line Sequential
003200         File Status is WS-CAPFPARM-STATUS.
003300
003400     Select Count-Ceiling Assign to 'CNTCEIL'
003500         Organization is Line Sequential
003600         File Status is WS-CNTCEIL-STATUS.
003700
003800     Select Batch-Window Assign to 'BATWIN'
003900         Organization is Line Sequential
004000         File Status is WS-BATWIN-STATUS.
004100
004200     Select Volume-History Assign to 'RUNVHIST'
004300         Organization is Line Sequential
004400         File Status is WS-RUNVHIST-STATUS.
004500
004600     Select Call-History Assign to 'CALLHIST'
004700         Organization is Line Sequential
004800         File Status is WS-CALLHIST-STATUS.
004900
005000     Select Feed-Config Assign to 'FEEDCFG'
005100         Organization is Line Sequential
005200         File Status is WS-FEEDCFG-STATUS.
005300
005400     Select Delivery-Track Assign to 'DLVTRACK'
005500         Organization is Line Sequential
005600         File Status is WS-DLVTRACK-STATUS.
005700
005800     Select Forecast-Report Assign to 'CAPFCST'
005900         Organization is Line Sequential
006000         File Status is WS-CAPFCST-STATUS.
006100 Data Division.
006200 File Section.
006300 FD  Forecast-Parm
006400     Label Records are Standard
006500     Recording Mode is F.
006600 COPY CAPFPARM.
006700
006800 FD  Count-Ceiling
006900     Label Records are Standard
007000     Recording Mode is F.
007100 COPY CNTCEIL.
007200
007300 FD  Batch-Window
007400     Label Records are Standard
007500     Recording Mode is F.
007600 COPY BATWIN.
007700
007800 FD  Volume-History
007900     Label Records are Standard
008000     Recording Mode is F.
008100 COPY RUNVHIST.
008200
008300 FD  Call-History
008400     Label Records are Standard
008500     Recording Mode is F.
008600 COPY CALLHIST.
008700
008800 FD  Feed-Config
008900     Label Records are Standard
009000     Recording Mode is F.
009100 COPY FEEDCFG.
009200
009300 FD  Delivery-Track
009400     Label Records are Standard
009500     Recording Mode is F.
009600 COPY DLVTRACK.
009700
009800 FD  Forecast-Report
009900     Label Records are Standard
010000     Recording Mode is F.
010100 01  CAPFCST-REC              PIC X(132).
010200
010300 Working-Storage Section.
010400 01  CONSTANTS.
010500     05  MYNAME               PIC X(008) VALUE 'CAPFCST'.
010600
010700*
010800* WKA-COUNT-WARN-AT IS THE COMPILED-IN WARN-AT CEILING USED WHEN
010900* THERE IS NO CNTCEIL OVERRIDE -- SEE WORKAREA.CPY.
011000     COPY WORKAREA.
011100
011200 01  WS-CAPFPARM-STATUS       PIC X(002) VALUE '00'.
011300 01  WS-CNTCEIL-STATUS        PIC X(002) VALUE '00'.
011400 01  WS-BATWIN-STATUS         PIC X(002) VALUE '00'.
011500 01  WS-RUNVHIST-STATUS       PIC X(002) VALUE '00'.
011600 01  WS-CALLHIST-STATUS       PIC X(002) VALUE '00'.
011700 01  WS-FEEDCFG-STATUS        PIC X(002) VALUE '00'.
011800 01  WS-DLVTRACK-STATUS       PIC X(002) VALUE '00'.
011900 01  WS-CAPFCST-STATUS        PIC X(002) VALUE '00'.
012000
012100 01  WS-SWITCHES.
012200     05  WS-BATWIN-EOF-SW     PIC X(001) VALUE 'N'.
012300         88  WS-BATWIN-EOF        VALUE 'Y'.
012400     05  WS-VOLUME-EOF-SW     PIC X(001) VALUE 'N'.
012500         88  WS-VOLUME-EOF        VALUE 'Y'.
012600     05  WS-CALLS-EOF-SW      PIC X(001) VALUE 'N'.
012700         88  WS-CALLS-EOF         VALUE 'Y'.
012800     05  WS-FEEDCFG-EOF-SW    PIC X(001) VALUE 'N'.
012900         88  WS-FEEDCFG-EOF       VALUE 'Y'.
013000     05  WS-DLVTRACK-EOF-SW   PIC X(001) VALUE 'N'.
013100         88  WS-DLVTRACK-EOF      VALUE 'Y'.
013200
013300*
013400* RUN PARAMETERS, DEFAULTED HERE AND OVERRIDDEN FIELD BY FIELD
013500* FROM CAPFPARM.  THE WINDOW RUNS FROM WS-WINDOW-START-INT TO
013600* WS-AS-OF-INT INCLUSIVE, AS INTEGER-OF-DATE DAY NUMBERS.
013700 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
013800 01  WS-AS-OF-DATE            PIC 9(008) VALUE 0.
013900 01  WS-WINDOW-START-DATE     PIC 9(008) VALUE 0.
014000 01  WS-WINDOW-DAYS           PIC 9(004) COMP-5 VALUE 90.
014100 01  WS-LEAD-DAYS             PIC 9(004) COMP-5 VALUE 90.
014200 01  WS-WINDOW-SLA-SECONDS    PIC 9(009) COMP-5 VALUE 21600.
014300 01  WS-MIN-POINTS            PIC 9(004) COMP-5 VALUE 10.
014400 01  WS-COUNT-WARN-AT         PIC 9(009) COMP-5 VALUE 0.
014500 01  WS-AS-OF-INT             PIC 9(009) COMP-5 VALUE 0.
014600 01  WS-WINDOW-START-INT      PIC 9(009) COMP-5 VALUE 0.
014700
014800*
014900* A PROJECTION FURTHER OUT THAN THIS IS REPORTED AS BEYOND THE
015000* HORIZON RATHER THAN AS A DATE NOBODY SHOULD PLAN AROUND.
015100 01  WS-HORIZON-DAYS          PIC 9(009) COMP-5 VALUE 3650.
015200
015300*
015400* ONE SERIES AT A TIME: ONE SLOT PER DAY OF THE WINDOW (SLOT 1 IS
015500* THE FIRST DAY, SLOT WS-WINDOW-DAYS THE AS-OF DATE).  A SLOT IS
015600* A DATA POINT ONLY IF SOME HISTORY ROW FELL ON THAT DAY.
015700 01  WS-DAY-TABLE.
015800     05  WS-DAY-ENTRY OCCURS 366 TIMES.
015900         10  WS-DAY-VALUE     PIC 9(011) COMP-5.
016000         10  WS-DAY-DATA-SW   PIC X(001).
016100             88  WS-DAY-HAS-DATA  VALUE 'Y'.
016200 01  WS-DAY-SUB               PIC 9(004) COMP-5 VALUE 0.
016300 01  WS-ROW-DATE              PIC 9(008) VALUE 0.
016400 01  WS-ROW-DATE-PARTS REDEFINES WS-ROW-DATE.
016500     05  WS-ROW-YYYY          PIC 9(004).
016600     05  WS-ROW-MM            PIC 9(002).
016700     05  WS-ROW-DD            PIC 9(002).
016800 01  WS-ROW-INT               PIC 9(009) COMP-5 VALUE 0.
016900
017000*
017100* THE SERIES BEING FORECAST AND ITS LIMIT (ZERO = NO LIMIT).
017200 01  WS-SERIES-NAME           PIC X(024) VALUE SPACES.
017300 01  WS-SERIES-LIMIT          PIC 9(011) COMP-5 VALUE 0.
017400 01  WS-SERIES-LATEST         PIC 9(011) COMP-5 VALUE 0.
017500
017600*
017700* LEAST-SQUARES FIT OF VALUE AGAINST DAY SLOT.  WORKED FROM THE
017800* MEANS SO A FULL YEAR OF NINE-DIGIT DAYS STAYS INSIDE THE
017900* PICTURES; EACH POINT IS TAKEN INTO PACKED X AND Y FIRST.
018000 01  WS-FIT-FIELDS.
018100     05  WS-FIT-POINTS        PIC 9(004) COMP-5 VALUE 0.
018200     05  WS-FIT-X             PIC S9(005) COMP-3.
018300     05  WS-FIT-Y             PIC S9(011) COMP-3.
018400     05  WS-FIT-SUM-X         PIC S9(009)V9(04) COMP-3.
018500     05  WS-FIT-SUM-Y         PIC S9(015)V9(04) COMP-3.
018600     05  WS-FIT-SUM-XX        PIC S9(011)V9(04) COMP-3.
018700     05  WS-FIT-SUM-XY        PIC S9(017)V9(04) COMP-3.
018800     05  WS-FIT-MEAN-X        PIC S9(005)V9(06) COMP-3.
018900     05  WS-FIT-MEAN-Y        PIC S9(013)V9(06) COMP-3.
019000     05  WS-FIT-VAR-X         PIC S9(009)V9(06) COMP-3.
019100     05  WS-FIT-COVAR         PIC S9(015)V9(06) COMP-3.
019200     05  WS-FIT-SLOPE         PIC S9(011)V9(06) COMP-3.
019300     05  WS-FIT-TREND-NOW     PIC S9(013)V9(06) COMP-3.
019400     05  WS-FIT-DAYS-EXACT    PIC S9(013)V9(06) COMP-3.
019500 01  WS-DAYS-TO-LIMIT         PIC 9(013) COMP-3 VALUE 0.
019600 01  WS-LIMIT-DATE            PIC 9(008) VALUE 0.
019700
019800 01  WS-OUTCOME-TEXT          PIC X(050) VALUE SPACES.
019900 01  WS-LIMITS-IN-LEAD        PIC 9(009) COMP-5 VALUE 0.
020000 01  WS-SERIES-WRITTEN        PIC 9(009) COMP-5 VALUE 0.
020100
020200 01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
020300 01  WS-EDIT-LIMIT            PIC ZZZ,ZZZ,ZZ9.
020400 01  WS-EDIT-SLOPE            PIC -ZZ,ZZZ,ZZ9.99.
020500 01  WS-EDIT-POINTS           PIC ZZ9.
020600 01  WS-EDIT-DAYS             PIC ZZZ9.
020700
020800******************************************************************
020900 Procedure Division.
021000******************************************************************
021100 0000-MAINLINE.
021200
021300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
021400     PERFORM 2000-FORECAST-WINDOW   THRU 2000-EXIT
021500     PERFORM 3000-FORECAST-VOLUME   THRU 3000-EXIT
021600     PERFORM 4000-FORECAST-CALLS    THRU 4000-EXIT
021700     PERFORM 5000-FORECAST-FEED     THRU 5000-EXIT
021800         UNTIL WS-FEEDCFG-EOF
021900     PERFORM 6000-TERMINATE         THRU 6000-EXIT
022000
022100     GOBACK
022200     .
022300 0000-EXIT.
022400     EXIT.
022500
022600******************************************************************
022700* 1000-INITIALIZE  --  TAKES THE CAPFPARM OVERRIDES AND THE      *
022800*                      CNTCEIL WARN-AT, RESOLVES THE WINDOW,     *
022900*                      OPENS THE REPORT AND WRITES ITS HEADINGS. *
023000*                      FEEDCFG IS OPENED AND PRIMED FOR THE      *
023100*                      PER-FEED PASS; NO FEEDCFG, NO FEED LINES. *
023200******************************************************************
023300 1000-INITIALIZE.
023400
023500     DISPLAY MYNAME ' Begin'
023600
023700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023800     MOVE WS-RUN-DATE TO WS-AS-OF-DATE
023900
024000     OPEN INPUT Forecast-Parm
024100     IF WS-CAPFPARM-STATUS = '00'
024200         READ Forecast-Parm
024300             AT END
024400                 CONTINUE
024500             NOT AT END
024600                 PERFORM 1100-APPLY-PARM THRU 1100-EXIT
024700         END-READ
024800         CLOSE Forecast-Parm
024900     END-IF
025000
025100     COMPUTE WS-COUNT-WARN-AT = WKA-COUNT-WARN-AT
025200     OPEN INPUT Count-Ceiling
025300     IF WS-CNTCEIL-STATUS = '00'
025400         READ Count-Ceiling
025500             AT END
025600                 CONTINUE
025700             NOT AT END
025800                 IF CCL-COUNT-WARN-AT IS NUMERIC
025900                     AND CCL-COUNT-WARN-AT > 0
026000                     MOVE CCL-COUNT-WARN-AT
026100                         TO WS-COUNT-WARN-AT
026200                 END-IF
026300         END-READ
026400         CLOSE Count-Ceiling
026500     END-IF
026600
026700     COMPUTE WS-AS-OF-INT =
026800         FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
026900     COMPUTE WS-WINDOW-START-INT =
027000         WS-AS-OF-INT - WS-WINDOW-DAYS + 1
027100     COMPUTE WS-WINDOW-START-DATE =
027200         FUNCTION DATE-OF-INTEGER (WS-WINDOW-START-INT)
027300
027400     OPEN OUTPUT Forecast-Report
027500     IF WS-CAPFCST-STATUS NOT = '00'
027600         DISPLAY MYNAME ' UNABLE TO OPEN CAPFCST, STATUS = '
027700             WS-CAPFCST-STATUS
027800         MOVE 16 TO RETURN-CODE
027900         GOBACK
028000     END-IF
028100
028200     MOVE WS-WINDOW-DAYS TO WS-EDIT-POINTS
028300     MOVE WS-LEAD-DAYS   TO WS-EDIT-DAYS
028400     MOVE SPACES TO CAPFCST-REC
028500     STRING 'CAPACITY FORECAST AS OF ' DELIMITED BY SIZE
028600            WS-AS-OF-DATE              DELIMITED BY SIZE
028700            '  WINDOW '                DELIMITED BY SIZE
028800            WS-EDIT-POINTS             DELIMITED BY SIZE
028900            ' DAYS FROM '              DELIMITED BY SIZE
029000            WS-WINDOW-START-DATE       DELIMITED BY SIZE
029100            '  LEAD TIME '             DELIMITED BY SIZE
029200            WS-EDIT-DAYS               DELIMITED BY SIZE
029300            ' DAYS'                    DELIMITED BY SIZE
029400         INTO CAPFCST-REC
029500     WRITE CAPFCST-REC
029600
029700     MOVE SPACES TO CAPFCST-REC
029800     WRITE CAPFCST-REC
029900     MOVE SPACES TO CAPFCST-REC
030000     STRING 'SERIES                   DAYS       LATEST'
030100                DELIMITED BY SIZE
030200            '     TREND/DAY        LIMIT  OUTCOME'
030300                DELIMITED BY SIZE
030400         INTO CAPFCST-REC
030500     WRITE CAPFCST-REC
030600
030700     OPEN INPUT Feed-Config
030800     IF WS-FEEDCFG-STATUS NOT = '00'
030900         SET WS-FEEDCFG-EOF TO TRUE
031000     ELSE
031100         PERFORM 8300-READ-FEEDCFG THRU 8300-EXIT
031200     END-IF
031300
031400     .
031500 1000-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900* 1100-APPLY-PARM  --  EACH CAPFPARM FIELD THAT IS NUMERIC AND   *
032000*                      IN RANGE REPLACES ITS DEFAULT.            *
032100******************************************************************
032200 1100-APPLY-PARM.
032300
032400     IF CFP-AS-OF-DATE IS NUMERIC
032500         AND CFP-AS-OF-DATE > 0
032600         MOVE CFP-AS-OF-DATE TO WS-ROW-DATE
032700         IF WS-ROW-MM >= 1 AND WS-ROW-MM <= 12
032800             AND WS-ROW-DD >= 1 AND WS-ROW-DD <= 31
032900             AND WS-ROW-YYYY >= 1601
033000             MOVE CFP-AS-OF-DATE TO WS-AS-OF-DATE
033100         END-IF
033200     END-IF
033300     IF CFP-WINDOW-DAYS IS NUMERIC
033400         AND CFP-WINDOW-DAYS >= 7
033500         AND CFP-WINDOW-DAYS <= 366
033600         MOVE CFP-WINDOW-DAYS TO WS-WINDOW-DAYS
033700     END-IF
033800     IF CFP-LEAD-DAYS IS NUMERIC
033900         AND CFP-LEAD-DAYS > 0
034000         MOVE CFP-LEAD-DAYS TO WS-LEAD-DAYS
034100     END-IF
034200     IF CFP-WINDOW-SLA-SECONDS IS NUMERIC
034300         AND CFP-WINDOW-SLA-SECONDS > 0
034400         MOVE CFP-WINDOW-SLA-SECONDS TO WS-WINDOW-SLA-SECONDS
034500     END-IF
034600     IF CFP-MIN-POINTS IS NUMERIC
034700         AND CFP-MIN-POINTS >= 2
034800         MOVE CFP-MIN-POINTS TO WS-MIN-POINTS
034900     END-IF
035000
035100     .
035200 1100-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600* 2000-FORECAST-WINDOW  --  THE NIGHT'S BATCH WINDOW: ELAPSED    *
035700*                           SECONDS OF EVERY COMPLETED BATWIN    *
035800*                           RUN, SUMMED PER RUN DATE, AGAINST    *
035900*                           THE WINDOW SLA.  A RUN WITH NO END   *
036000*                           RECORD HAS NO ELAPSED TIME TO ADD.   *
036100******************************************************************
036200 2000-FORECAST-WINDOW.
036300
036400     PERFORM 7000-CLEAR-SERIES THRU 7000-EXIT
036500     MOVE 'BATCH WINDOW SECONDS' TO WS-SERIES-NAME
036600     MOVE WS-WINDOW-SLA-SECONDS  TO WS-SERIES-LIMIT
036700
036800     OPEN INPUT Batch-Window
036900     IF WS-BATWIN-STATUS NOT = '00'
037000         SET WS-BATWIN-EOF TO TRUE
037100     ELSE
037200         PERFORM 8000-READ-BATWIN THRU 8000-EXIT
037300     END-IF
037400     PERFORM UNTIL WS-BATWIN-EOF
037500         IF BWN-STATUS-COMPLETE
037600             AND BWN-ELAPSED-SECONDS IS NUMERIC
037700             MOVE BWN-RUN-ID-DATE TO WS-ROW-DATE
037800             PERFORM 7050-LOCATE-DAY THRU 7050-EXIT
037900             IF WS-DAY-SUB > 0
038000                 ADD BWN-ELAPSED-SECONDS
038100                     TO WS-DAY-VALUE (WS-DAY-SUB)
038200                 SET WS-DAY-HAS-DATA (WS-DAY-SUB) TO TRUE
038300             END-IF
038400         END-IF
038500         PERFORM 8000-READ-BATWIN THRU 8000-EXIT
038600     END-PERFORM
038700     IF WS-BATWIN-STATUS = '00' OR WS-BATWIN-STATUS = '10'
038800         CLOSE Batch-Window
038900     END-IF
039000
039100     PERFORM 7100-FIT-TREND     THRU 7100-EXIT
039200     PERFORM 7200-PROJECT-LIMIT THRU 7200-EXIT
039300     PERFORM 7300-WRITE-SERIES  THRU 7300-EXIT
039400
039500     .
039600 2000-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000* 3000-FORECAST-VOLUME  --  THE DAY'S JSON GENERATE CONTROL      *
040100*                           TOTAL FROM RUNVHIST AGAINST THE      *
040200*                           WARN-AT CEILING.  RUNTVARC APPENDS A *
040300*                           ROW EVERY TIME IT RUNS, SO A DATE    *
040400*                           SEEN TWICE KEEPS ITS HIGHER TOTAL    *
040500*                           RATHER THAN COUNTING THE DAY TWICE.  *
040600******************************************************************
040700 3000-FORECAST-VOLUME.
040800
040900     PERFORM 7000-CLEAR-SERIES THRU 7000-EXIT
041000     MOVE 'JSON GENERATE COUNT' TO WS-SERIES-NAME
041100     MOVE WS-COUNT-WARN-AT      TO WS-SERIES-LIMIT
041200
041300     OPEN INPUT Volume-History
041400     IF WS-RUNVHIST-STATUS NOT = '00'
041500         SET WS-VOLUME-EOF TO TRUE
041600     ELSE
041700         PERFORM 8100-READ-VOLUME THRU 8100-EXIT
041800     END-IF
041900     PERFORM UNTIL WS-VOLUME-EOF
042000         IF RVH-TOTAL-COUNT IS NUMERIC
042100             MOVE RVH-RUN-DATE TO WS-ROW-DATE
042200             PERFORM 7050-LOCATE-DAY THRU 7050-EXIT
042300             IF WS-DAY-SUB > 0
042400                 IF RVH-TOTAL-COUNT > WS-DAY-VALUE (WS-DAY-SUB)
042500                     MOVE RVH-TOTAL-COUNT
042600                         TO WS-DAY-VALUE (WS-DAY-SUB)
042700                 END-IF
042800                 SET WS-DAY-HAS-DATA (WS-DAY-SUB) TO TRUE
042900             END-IF
043000         END-IF
043100         PERFORM 8100-READ-VOLUME THRU 8100-EXIT
043200     END-PERFORM
043300     IF WS-RUNVHIST-STATUS = '00' OR WS-RUNVHIST-STATUS = '10'
043400         CLOSE Volume-History
043500     END-IF
043600
043700     PERFORM 7100-FIT-TREND     THRU 7100-EXIT
043800     PERFORM 7200-PROJECT-LIMIT THRU 7200-EXIT
043900     PERFORM 7300-WRITE-SERIES  THRU 7300-EXIT
044000
044100     .
044200 3000-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600* 4000-FORECAST-CALLS  --  DISPATCH CALLS PER DAY FROM CALLHIST, *
044700*                          ALL TARGET PROGRAMS TOGETHER.  THERE  *
044800*                          IS NO CALL LIMIT, SO THE LINE SHOWS   *
044900*                          THE TREND ONLY.                       *
045000******************************************************************
045100 4000-FORECAST-CALLS.
045200
045300     PERFORM 7000-CLEAR-SERIES THRU 7000-EXIT
045400     MOVE 'DISPATCH CALL COUNT' TO WS-SERIES-NAME
045500     MOVE 0                     TO WS-SERIES-LIMIT
045600
045700     OPEN INPUT Call-History
045800     IF WS-CALLHIST-STATUS NOT = '00'
045900         SET WS-CALLS-EOF TO TRUE
046000     ELSE
046100         PERFORM 8200-READ-CALLS THRU 8200-EXIT
046200     END-IF
046300     PERFORM UNTIL WS-CALLS-EOF
046400         IF CHS-CALL-COUNT IS NUMERIC
046500             MOVE CHS-RUN-DATE TO WS-ROW-DATE
046600             PERFORM 7050-LOCATE-DAY THRU 7050-EXIT
046700             IF WS-DAY-SUB > 0
046800                 ADD CHS-CALL-COUNT
046900                     TO WS-DAY-VALUE (WS-DAY-SUB)
047000                 SET WS-DAY-HAS-DATA (WS-DAY-SUB) TO TRUE
047100             END-IF
047200         END-IF
047300         PERFORM 8200-READ-CALLS THRU 8200-EXIT
047400     END-PERFORM
047500     IF WS-CALLHIST-STATUS = '00' OR WS-CALLHIST-STATUS = '10'
047600         CLOSE Call-History
047700     END-IF
047800
047900     PERFORM 7100-FIT-TREND     THRU 7100-EXIT
048000     PERFORM 7200-PROJECT-LIMIT THRU 7200-EXIT
048100     PERFORM 7300-WRITE-SERIES  THRU 7300-EXIT
048200
048300     .
048400 4000-EXIT.
048500     EXIT.
048600
048700******************************************************************
048800* 5000-FORECAST-FEED  --  ONE FEEDCFG FEED WITH A SPLIT LIMIT:   *
048900*                         ITS NIGHTLY GENERATIONS' RECORD COUNTS *
049000*                         (EVERY PART, SUMMED PER GENERATION     *
049100*                         DATE) FROM A FRESH PASS OF DLVTRACK,   *
049200*                         AGAINST FCF-MAX-RECORDS.  RE-SENDS,    *
049300*                         RESYNCS AND SHADOW RUNS ARE NOT THE    *
049400*                         NIGHT'S VOLUME AND ARE LEFT OUT.  A    *
049500*                         FEED WITH NO LIMIT (ZERO) IS SKIPPED.  *
049600******************************************************************
049700 5000-FORECAST-FEED.
049800
049900     IF FCF-MAX-RECORDS IS NOT NUMERIC
050000         OR FCF-MAX-RECORDS = 0
050100         GO TO 5000-READ-NEXT
050200     END-IF
050300
050400     PERFORM 7000-CLEAR-SERIES THRU 7000-EXIT
050500     MOVE SPACES TO WS-SERIES-NAME
050600     STRING 'FEED ' DELIMITED BY SIZE
050700            FCF-FEED-ID DELIMITED BY SIZE
050800            ' VOLUME' DELIMITED BY SIZE
050900         INTO WS-SERIES-NAME
051000     MOVE FCF-MAX-RECORDS TO WS-SERIES-LIMIT
051100
051200     MOVE 'N' TO WS-DLVTRACK-EOF-SW
051300     OPEN INPUT Delivery-Track
051400     IF WS-DLVTRACK-STATUS NOT = '00'
051500         SET WS-DLVTRACK-EOF TO TRUE
051600     ELSE
051700         PERFORM 8400-READ-DLVTRACK THRU 8400-EXIT
051800     END-IF
051900     PERFORM UNTIL WS-DLVTRACK-EOF
052000         IF DLV-FEED-ID = FCF-FEED-ID
052100             AND DLV-NOT-RESEND
052200             AND NOT DLV-STATUS-SHADOW
052300             AND DLV-RECORD-COUNT IS NUMERIC
052400             MOVE DLV-GEN-DATE TO WS-ROW-DATE
052500             PERFORM 7050-LOCATE-DAY THRU 7050-EXIT
052600             IF WS-DAY-SUB > 0
052700                 ADD DLV-RECORD-COUNT
052800                     TO WS-DAY-VALUE (WS-DAY-SUB)
052900                 SET WS-DAY-HAS-DATA (WS-DAY-SUB) TO TRUE
053000             END-IF
053100         END-IF
053200         PERFORM 8400-READ-DLVTRACK THRU 8400-EXIT
053300     END-PERFORM
053400     IF WS-DLVTRACK-STATUS = '00' OR WS-DLVTRACK-STATUS = '10'
053500         CLOSE Delivery-Track
053600     END-IF
053700
053800     PERFORM 7100-FIT-TREND     THRU 7100-EXIT
053900     PERFORM 7200-PROJECT-LIMIT THRU 7200-EXIT
054000     PERFORM 7300-WRITE-SERIES  THRU 7300-EXIT
054100
054200     .
054300 5000-READ-NEXT.
054400
054500     PERFORM 8300-READ-FEEDCFG THRU 8300-EXIT
054600
054700     .
054800 5000-EXIT.
054900     EXIT.
055000
055100******************************************************************
055200* 6000-TERMINATE  --  WRITES THE LEAD-TIME SUMMARY, CLOSES UP,   *
055300*                     AND SETS RETURN CODE 4 WHEN ANY LIMIT IS   *
055400*                     REACHED OR PROJECTED INSIDE THE LEAD TIME. *
055500******************************************************************
055600 6000-TERMINATE.
055700
055800     MOVE WS-LIMITS-IN-LEAD TO WS-EDIT-COUNT
055900     MOVE SPACES TO CAPFCST-REC
056000     WRITE CAPFCST-REC
056100     MOVE SPACES TO CAPFCST-REC
056200     STRING 'LIMITS REACHED OR DUE WITHIN LEAD TIME '
056300                DELIMITED BY SIZE
056400            WS-EDIT-COUNT DELIMITED BY SIZE
056500         INTO CAPFCST-REC
056600     WRITE CAPFCST-REC
056700
056800     IF WS-FEEDCFG-STATUS = '00' OR WS-FEEDCFG-STATUS = '10'
056900         CLOSE Feed-Config
057000     END-IF
057100     CLOSE Forecast-Report
057200
057300     DISPLAY MYNAME ' SERIES FORECAST = ' WS-SERIES-WRITTEN
057400     DISPLAY MYNAME ' LIMITS IN LEAD  = ' WS-LIMITS-IN-LEAD
057500
057600     IF WS-LIMITS-IN-LEAD > 0
057700         MOVE 4 TO RETURN-CODE
057800     END-IF
057900
058000     DISPLAY MYNAME ' End'
058100
058200     .
058300 6000-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700* 7000-CLEAR-SERIES  --  EMPTIES THE DAY SLOTS FOR THE NEXT      *
058800*                        SERIES.                                 *
058900******************************************************************
059000 7000-CLEAR-SERIES.
059100
059200     MOVE 1 TO WS-DAY-SUB
059300     PERFORM UNTIL WS-DAY-SUB > 366
059400         MOVE 0   TO WS-DAY-VALUE (WS-DAY-SUB)
059500         MOVE 'N' TO WS-DAY-DATA-SW (WS-DAY-SUB)
059600         ADD 1 TO WS-DAY-SUB
059700     END-PERFORM
059800     MOVE 0 TO WS-SERIES-LATEST
059900
060000     .
060100 7000-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500* 7050-LOCATE-DAY  --  TURNS WS-ROW-DATE INTO ITS WINDOW SLOT IN *
060600*                      WS-DAY-SUB; ZERO FOR A DATE OUTSIDE THE   *
060700*                      WINDOW OR ONE THAT IS NOT A DATE AT ALL.  *
060800******************************************************************
060900 7050-LOCATE-DAY.
061000
061100     MOVE 0 TO WS-DAY-SUB
061200     IF WS-ROW-DATE IS NOT NUMERIC
061300         OR WS-ROW-MM < 1 OR WS-ROW-MM > 12
061400         OR WS-ROW-DD < 1 OR WS-ROW-DD > 31
061500         OR WS-ROW-YYYY < 1601
061600         GO TO 7050-EXIT
061700     END-IF
061800
061900     COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE (WS-ROW-DATE)
062000     IF WS-ROW-INT < WS-WINDOW-START-INT
062100         OR WS-ROW-INT > WS-AS-OF-INT
062200         GO TO 7050-EXIT
062300     END-IF
062400     COMPUTE WS-DAY-SUB = WS-ROW-INT - WS-WINDOW-START-INT + 1
062500
062600     .
062700 7050-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100* 7100-FIT-TREND  --  LEAST-SQUARES LINE THROUGH THE DAYS WITH   *
063200*                     DATA: SLOPE (UNITS PER DAY) AND THE LINE'S *
063300*                     VALUE ON THE AS-OF DATE.  ALSO KEEPS THE   *
063400*                     LATEST ACTUAL VALUE.  FEWER THAN TWO       *
063500*                     POINTS LEAVES A FLAT, ZERO LINE.           *
063600******************************************************************
063700 7100-FIT-TREND.
063800
063900     MOVE 0 TO WS-FIT-POINTS
064000     MOVE 0 TO WS-FIT-SUM-X
064100     MOVE 0 TO WS-FIT-SUM-Y
064200     MOVE 0 TO WS-FIT-SUM-XX
064300     MOVE 0 TO WS-FIT-SUM-XY
064400     MOVE 0 TO WS-FIT-SLOPE
064500     MOVE 0 TO WS-FIT-TREND-NOW
064600
064700     MOVE 1 TO WS-DAY-SUB
064800     PERFORM UNTIL WS-DAY-SUB > WS-WINDOW-DAYS
064900         IF WS-DAY-HAS-DATA (WS-DAY-SUB)
065000             MOVE WS-DAY-SUB TO WS-FIT-X
065100             MOVE WS-DAY-VALUE (WS-DAY-SUB) TO WS-FIT-Y
065200             ADD 1 TO WS-FIT-POINTS
065300             ADD WS-FIT-X TO WS-FIT-SUM-X
065400             ADD WS-FIT-Y TO WS-FIT-SUM-Y
065500             COMPUTE WS-FIT-SUM-XX =
065600                 WS-FIT-SUM-XX + (WS-FIT-X * WS-FIT-X)
065700             COMPUTE WS-FIT-SUM-XY =
065800                 WS-FIT-SUM-XY + (WS-FIT-X * WS-FIT-Y)
065900             MOVE WS-FIT-Y TO WS-SERIES-LATEST
066000         END-IF
066100         ADD 1 TO WS-DAY-SUB
066200     END-PERFORM
066300
066400     IF WS-FIT-POINTS < 2
066500         GO TO 7100-EXIT
066600     END-IF
066700
066800     COMPUTE WS-FIT-MEAN-X ROUNDED =
066900         WS-FIT-SUM-X / WS-FIT-POINTS
067000     COMPUTE WS-FIT-MEAN-Y ROUNDED =
067100         WS-FIT-SUM-Y / WS-FIT-POINTS
067200     COMPUTE WS-FIT-VAR-X ROUNDED =
067300         (WS-FIT-SUM-XX / WS-FIT-POINTS)
067400         - (WS-FIT-MEAN-X * WS-FIT-MEAN-X)
067500     COMPUTE WS-FIT-COVAR ROUNDED =
067600         (WS-FIT-SUM-XY / WS-FIT-POINTS)
067700         - (WS-FIT-MEAN-X * WS-FIT-MEAN-Y)
067800     IF WS-FIT-VAR-X > 0
067900         COMPUTE WS-FIT-SLOPE ROUNDED =
068000             WS-FIT-COVAR / WS-FIT-VAR-X
068100     END-IF
068200     COMPUTE WS-FIT-TREND-NOW ROUNDED = WS-FIT-MEAN-Y
068300         + (WS-FIT-SLOPE * (WS-WINDOW-DAYS - WS-FIT-MEAN-X))
068400
068500     .
068600 7100-EXIT.
068700     EXIT.
068800
068900******************************************************************
069000* 7200-PROJECT-LIMIT  --  WORDS THE SERIES' OUTCOME.  IN ORDER:  *
069100*                         NO LIMIT; LATEST VALUE ALREADY AT THE  *
069200*                         LIMIT; TOO FEW DAYS TO TREND; NOT      *
069300*                         GROWING; BEYOND THE HORIZON; ELSE THE  *
069400*                         DATE THE TREND LINE MEETS THE LIMIT,   *
069500*                         COUNTED FROM THE AS-OF DATE.  REACHED, *
069600*                         OR DUE INSIDE THE LEAD TIME, IS        *
069700*                         FLAGGED AND COUNTED.                   *
069800******************************************************************
069900 7200-PROJECT-LIMIT.
070000
070100     MOVE SPACES TO WS-OUTCOME-TEXT
070200
070300     IF WS-SERIES-LIMIT = 0
070400         MOVE 'TREND ONLY -- NO LIMIT' TO WS-OUTCOME-TEXT
070500         GO TO 7200-EXIT
070600     END-IF
070700
070800     IF WS-FIT-POINTS > 0
070900         AND WS-SERIES-LATEST >= WS-SERIES-LIMIT
071000         MOVE 'LIMIT ALREADY REACHED  ** ACTION **'
071100             TO WS-OUTCOME-TEXT
071200         ADD 1 TO WS-LIMITS-IN-LEAD
071300         GO TO 7200-EXIT
071400     END-IF
071500
071600     IF WS-FIT-POINTS < WS-MIN-POINTS
071700         MOVE 'TOO LITTLE HISTORY TO PROJECT' TO WS-OUTCOME-TEXT
071800         GO TO 7200-EXIT
071900     END-IF
072000
072100     IF WS-FIT-SLOPE NOT > 0
072200         MOVE 'NOT GROWING -- NO DATE' TO WS-OUTCOME-TEXT
072300         GO TO 7200-EXIT
072400     END-IF
072500
072600     IF WS-FIT-TREND-NOW >= WS-SERIES-LIMIT
072700         MOVE 0 TO WS-DAYS-TO-LIMIT
072800     ELSE
072900         COMPUTE WS-FIT-DAYS-EXACT ROUNDED =
073000             (WS-SERIES-LIMIT - WS-FIT-TREND-NOW) / WS-FIT-SLOPE
073100         MOVE WS-FIT-DAYS-EXACT TO WS-DAYS-TO-LIMIT
073200         IF WS-FIT-DAYS-EXACT > WS-DAYS-TO-LIMIT
073300             ADD 1 TO WS-DAYS-TO-LIMIT
073400         END-IF
073500     END-IF
073600
073700     IF WS-DAYS-TO-LIMIT > WS-HORIZON-DAYS
073800         MOVE 'BEYOND TEN YEARS' TO WS-OUTCOME-TEXT
073900         GO TO 7200-EXIT
074000     END-IF
074100
074200     COMPUTE WS-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
074300         (WS-AS-OF-INT + WS-DAYS-TO-LIMIT)
074400     MOVE WS-DAYS-TO-LIMIT TO WS-EDIT-DAYS
074500     IF WS-DAYS-TO-LIMIT <= WS-LEAD-DAYS
074600         STRING 'PROJECTED ' DELIMITED BY SIZE
074700                WS-LIMIT-DATE DELIMITED BY SIZE
074800                ' IN ' DELIMITED BY SIZE
074900                WS-EDIT-DAYS DELIMITED BY SIZE
075000                ' DAYS  ** ACTION **' DELIMITED BY SIZE
075100             INTO WS-OUTCOME-TEXT
075200         ADD 1 TO WS-LIMITS-IN-LEAD
075300     ELSE
075400         STRING 'PROJECTED ' DELIMITED BY SIZE
075500                WS-LIMIT-DATE DELIMITED BY SIZE
075600                ' IN ' DELIMITED BY SIZE
075700                WS-EDIT-DAYS DELIMITED BY SIZE
075800                ' DAYS' DELIMITED BY SIZE
075900             INTO WS-OUTCOME-TEXT
076000     END-IF
076100
076200     .
076300 7200-EXIT.
076400     EXIT.
076500
076600******************************************************************
076700* 7300-WRITE-SERIES  --  ONE REPORT LINE FOR THE SERIES.         *
076800******************************************************************
076900 7300-WRITE-SERIES.
077000
077100     MOVE WS-FIT-POINTS    TO WS-EDIT-POINTS
077200     MOVE WS-SERIES-LATEST TO WS-EDIT-COUNT
077300     MOVE WS-FIT-SLOPE     TO WS-EDIT-SLOPE
077400     MOVE WS-SERIES-LIMIT  TO WS-EDIT-LIMIT
077500     MOVE SPACES TO CAPFCST-REC
077600     STRING WS-SERIES-NAME  DELIMITED BY SIZE
077700            ' '             DELIMITED BY SIZE
077800            WS-EDIT-POINTS  DELIMITED BY SIZE
077900            '  '            DELIMITED BY SIZE
078000            WS-EDIT-COUNT   DELIMITED BY SIZE
078100            ' '             DELIMITED BY SIZE
078200            WS-EDIT-SLOPE   DELIMITED BY SIZE
078300            ' '             DELIMITED BY SIZE
078400            WS-EDIT-LIMIT   DELIMITED BY SIZE
078500            '  '            DELIMITED BY SIZE
078600            WS-OUTCOME-TEXT DELIMITED BY SIZE
078700         INTO CAPFCST-REC
078800     WRITE CAPFCST-REC
078900     ADD 1 TO WS-SERIES-WRITTEN
079000
079100     .
079200 7300-EXIT.
079300     EXIT.
079400
079500******************************************************************
079600* 8000-READ-BATWIN  --  PRIMES/ADVANCES THE BATWIN CURSOR.       *
079700******************************************************************
079800 8000-READ-BATWIN.
079900
080000     READ Batch-Window
080100         AT END
080200             SET WS-BATWIN-EOF TO TRUE
080300     END-READ
080400
080500     .
080600 8000-EXIT.
080700     EXIT.
080800
080900******************************************************************
081000* 8100-READ-VOLUME  --  PRIMES/ADVANCES THE RUNVHIST CURSOR.     *
081100******************************************************************
081200 8100-READ-VOLUME.
081300
081400     READ Volume-History
081500         AT END
081600             SET WS-VOLUME-EOF TO TRUE
081700     END-READ
081800
081900     .
082000 8100-EXIT.
082100     EXIT.
082200
082300******************************************************************
082400* 8200-READ-CALLS  --  PRIMES/ADVANCES THE CALLHIST CURSOR.      *
082500******************************************************************
082600 8200-READ-CALLS.
082700
082800     READ Call-History
082900         AT END
083000             SET WS-CALLS-EOF TO TRUE
083100     END-READ
083200
083300     .
083400 8200-EXIT.
083500     EXIT.
083600
083700******************************************************************
083800* 8300-READ-FEEDCFG  --  PRIMES/ADVANCES THE FEEDCFG CURSOR.     *
083900******************************************************************
084000 8300-READ-FEEDCFG.
084100
084200     READ Feed-Config
084300         AT END
084400             SET WS-FEEDCFG-EOF TO TRUE
084500     END-READ
084600
084700     .
084800 8300-EXIT.
084900     EXIT.
085000
085100******************************************************************
085200* 8400-READ-DLVTRACK  --  PRIMES/ADVANCES THE DLVTRACK CURSOR.   *
085300******************************************************************
085400 8400-READ-DLVTRACK.
085500
085600     READ Delivery-Track
085700         AT END
085800             SET WS-DLVTRACK-EOF TO TRUE
085900     END-READ
086000
086100     .
086200 8400-EXIT.
086300     EXIT.

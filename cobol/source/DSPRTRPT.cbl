000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. DSPRTRPT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  DISPATCH ROUTE REPORT     *
001500*                  OVER THE EFFECTIVE-DATED DISPTBL.  THE AS-OF *
001600*                  SECTION LISTS, PER ROUTE CODE, THE PROGRAM-ID *
001700*                  THE PGM-000X DISPATCHERS WOULD HAVE CALLED ON *
001800*                  THE DSPRPARM AS-OF DATE (TODAY BY DEFAULT, OR *
001900*                  ANY PAST DATE) AND THE ROW THAT SAID SO.  THE *
002000*                  CUTOVER SECTION LISTS EVERY ROUTE CHANGE THAT *
002100*                  TAKES EFFECT IN THE LOOKAHEAD WINDOW AFTER    *
002200*                  IT, WITH THE PROGRAM-ID BEFORE AND AFTER.     *
002300*                  OVERLAPPING ROWS, OR A ROW WHOSE TO DATE IS   *
002400*                  BEFORE ITS FROM DATE, END THE RUN RC 4.       *
002500******************************************************************
002600 Environment Division.
002700 Input-Output Section.
002800 File-Control.
002900     Select Route-Report-Parm Assign to 'DSPRPARM'
003000         Organization is Line Sequential
003100         File Status is WS-DSPRPARM-STATUS.
003200
003300     Select Dispatch-Table Assign to 'DISPTBL'
003400         Organization is Line Sequential
003500         File Status is WS-DISPTBL-STATUS.
003600
003700     Select Route-Report Assign to 'DSPRTRPT'
003800         Organization is Line Sequential
003900         File Status is WS-DSPRTRPT-STATUS.
004000 Data Division.
004100 File Section.
004200 FD  Route-Report-Parm
004300     Label Records are Standard
004400     Recording Mode is F.
004500 COPY DSPRPARM.
004600
004700 FD  Dispatch-Table
004800     Label Records are Standard
004900     Recording Mode is F.
005000 COPY DISPTBL.
005100
005200 FD  Route-Report
005300     Label Records are Standard
005400     Recording Mode is F.
005500 01  DSPRTRPT-REC             PIC X(100).
005600
005700 Working-Storage Section.
005800 01  CONSTANTS.
005900     05  MYNAME               PIC X(008) VALUE 'DSPRTRPT'.
006000
006100 01  WS-DSPRPARM-STATUS       PIC X(002) VALUE '00'.
006200 01  WS-DISPTBL-STATUS        PIC X(002) VALUE '00'.
006300 01  WS-DSPRTRPT-STATUS       PIC X(002) VALUE '00'.
006400
006500 01  WS-SWITCHES.
006600     05  WS-DISPTBL-EOF-SW    PIC X(001) VALUE 'N'.
006700         88  WS-DISPTBL-EOF       VALUE 'Y'.
006800     05  WS-TABLE-FULL-SW     PIC X(001) VALUE 'N'.
006900         88  WS-TABLE-FULL        VALUE 'Y'.
007000     05  WS-ROUTE-FOUND-SW    PIC X(001) VALUE 'N'.
007100         88  WS-ROUTE-FOUND       VALUE 'Y'.
007200     05  WS-BOUNDARY-SW       PIC X(001) VALUE 'N'.
007300         88  WS-BOUNDARY-DAY      VALUE 'Y'.
007400
007500*
007600* THE AS-OF DATE AND THE LAST DAY OF THE CUTOVER WINDOW, WITH
007700* THEIR INTEGER-OF-DATE DAY NUMBERS.  WS-DAYNO WALKS THE WINDOW
007800* ONE DAY AT A TIME; WS-DAY-DATE IS THAT DAY AND WS-PREV-DATE
007900* THE DAY BEFORE IT.
008000 01  WS-TODAY-DATE            PIC 9(008) VALUE 0.
008100 01  WS-AS-OF-DATE            PIC 9(008) VALUE 0.
008200 01  WS-LOOKAHEAD-DAYS        PIC 9(003) VALUE 30.
008300 01  WS-ROUTE-FILTER          PIC X(008) VALUE SPACES.
008400 01  WS-LIMIT-DATE            PIC 9(008) VALUE 0.
008500 01  WS-AS-OF-DAYNO           PIC 9(009) COMP-5 VALUE 0.
008600 01  WS-LIMIT-DAYNO           PIC 9(009) COMP-5 VALUE 0.
008700 01  WS-DAYNO                 PIC 9(009) COMP-5 VALUE 0.
008800 01  WS-DAY-DATE              PIC 9(008) VALUE 0.
008900 01  WS-PREV-DATE             PIC 9(008) VALUE 0.
009000
009100*
009200* DISPTBL HELD IN MEMORY, ITS OPEN ENDS FILLED IN: A ZERO OR
009300* BLANK FROM DATE AS 0, A ZERO OR BLANK TO DATE AS 99999999.
009400* WS-RTE-CODE IS EACH DISTINCT ROUTE CODE IN FIRST-SEEN ORDER.
009500 01  WS-ROW-TABLE.
009600     05  WS-ROW-MAX           PIC 9(004) COMP-5 VALUE 500.
009700     05  WS-ROW-COUNT         PIC 9(004) COMP-5 VALUE 0.
009800     05  WS-ROW-ENTRY         OCCURS 500 TIMES.
009900         10  WS-TR-ROUTE      PIC X(008).
010000         10  WS-TR-PGM        PIC X(008).
010100         10  WS-TR-FROM       PIC 9(008).
010200         10  WS-TR-TO         PIC 9(008).
010300 01  WS-ROW-SUB               PIC 9(004) COMP-5 VALUE 0.
010400
010500 01  WS-ROUTE-TABLE.
010600     05  WS-RTE-MAX           PIC 9(004) COMP-5 VALUE 200.
010700     05  WS-RTE-COUNT         PIC 9(004) COMP-5 VALUE 0.
010800     05  WS-RTE-CODE          PIC X(008) OCCURS 200 TIMES.
010900 01  WS-RTE-SUB               PIC 9(004) COMP-5 VALUE 0.
011000
011100*
011200* 7000-RESOLVE-ROUTE'S ARGUMENTS AND ANSWER: THE ROW IN FORCE FOR
011300* WS-PROBE-ROUTE ON WS-PROBE-DATE (0 = NONE) AND HOW MANY ROWS
011400* WERE IN FORCE (MORE THAN ONE IS AN OVERLAP).
011500 01  WS-PROBE-ROUTE           PIC X(008) VALUE SPACES.
011600 01  WS-PROBE-DATE            PIC 9(008) VALUE 0.
011700 01  WS-PROBE-SUB             PIC 9(004) COMP-5 VALUE 0.
011800 01  WS-PROBE-COUNT           PIC 9(004) COMP-5 VALUE 0.
011900 01  WS-BEFORE-SUB            PIC 9(004) COMP-5 VALUE 0.
012000
012100 01  WS-ASOF-LINE.
012200     05  WS-AL-ROUTE          PIC X(008).
012300     05  FILLER               PIC X(002) VALUE SPACES.
012400     05  WS-AL-PGM            PIC X(009).
012500     05  FILLER               PIC X(002) VALUE SPACES.
012600     05  WS-AL-FROM           PIC X(008).
012700     05  FILLER               PIC X(002) VALUE SPACES.
012800     05  WS-AL-TO             PIC X(008).
012900     05  FILLER               PIC X(002) VALUE SPACES.
013000     05  WS-AL-NOTE           PIC X(040).
013100
013200 01  WS-CUT-LINE.
013300     05  WS-CL-DATE           PIC X(008).
013400     05  FILLER               PIC X(002) VALUE SPACES.
013500     05  WS-CL-ROUTE          PIC X(008).
013600     05  FILLER               PIC X(002) VALUE SPACES.
013700     05  WS-CL-OLD-PGM        PIC X(009).
013800     05  FILLER               PIC X(002) VALUE SPACES.
013900     05  WS-CL-NEW-PGM        PIC X(009).
014000
014100 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
014200 01  WS-COUNT-DISPLAY         PIC 9(004) VALUE 0.
014300 01  WS-DAYS-DISPLAY          PIC 9(003) VALUE 0.
014400
014500 01  WS-COUNTERS.
014600     05  WS-ROWS-READ         PIC 9(009) COMP-5 VALUE 0.
014700     05  WS-BAD-RANGE-ROWS    PIC 9(009) COMP-5 VALUE 0.
014800     05  WS-OVERLAP-ROUTES    PIC 9(009) COMP-5 VALUE 0.
014900     05  WS-CUTOVERS-LISTED   PIC 9(009) COMP-5 VALUE 0.
015000
015100******************************************************************
015200 Procedure Division.
015300******************************************************************
015400 0000-MAINLINE.
015500
015600     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
015700     PERFORM 2000-LOAD-DISPTBL     THRU 2000-EXIT
015800     PERFORM 3000-AS-OF-REPORT     THRU 3000-EXIT
015900     PERFORM 4000-CUTOVER-REPORT   THRU 4000-EXIT
016000     PERFORM 9000-TERMINATE        THRU 9000-EXIT
016100
016200     GOBACK
016300     .
016400 0000-EXIT.
016500     EXIT.
016600
016700******************************************************************
016800* 1000-INITIALIZE  --  TAKES THE AS-OF DATE, LOOKAHEAD AND ROUTE *
016900*                      FILTER FROM DSPRPARM, WORKS OUT THE       *
017000*                      WINDOW, OPENS THE REPORT AND DISPTBL.  NO *
017100*                      DISPTBL IS RC 16 -- THERE IS NOTHING TO   *
017200*                      REPORT ON.                                *
017300******************************************************************
017400 1000-INITIALIZE.
017500
017600     DISPLAY MYNAME ' Begin'
017700
017800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
017900     MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
018000
018100     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
018200
018300     COMPUTE WS-AS-OF-DAYNO =
018400         FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
018500     COMPUTE WS-LIMIT-DAYNO = WS-AS-OF-DAYNO + WS-LOOKAHEAD-DAYS
018600     MOVE FUNCTION DATE-OF-INTEGER(WS-LIMIT-DAYNO)
018700         TO WS-LIMIT-DATE
018800
018900     OPEN OUTPUT Route-Report
019000     IF WS-DSPRTRPT-STATUS NOT = '00'
019100         DISPLAY MYNAME ' UNABLE TO OPEN DSPRTRPT, STATUS = '
019200             WS-DSPRTRPT-STATUS
019300         MOVE 16 TO RETURN-CODE
019400         GOBACK
019500     END-IF
019600
019700     MOVE SPACES TO DSPRTRPT-REC
019800     STRING MYNAME DELIMITED BY SIZE
019900            ' DISPATCH ROUTES  RUN ' DELIMITED BY SIZE
020000            WS-TODAY-DATE DELIMITED BY SIZE
020100         INTO DSPRTRPT-REC
020200     WRITE DSPRTRPT-REC
020300     IF WS-ROUTE-FILTER NOT = SPACES
020400         MOVE SPACES TO DSPRTRPT-REC
020500         STRING 'ROUTE ' DELIMITED BY SIZE
020600                WS-ROUTE-FILTER DELIMITED BY SIZE
020700                ' ONLY' DELIMITED BY SIZE
020800             INTO DSPRTRPT-REC
020900         WRITE DSPRTRPT-REC
021000     END-IF
021100
021200     OPEN INPUT Dispatch-Table
021300     IF WS-DISPTBL-STATUS NOT = '00'
021400         DISPLAY MYNAME ' UNABLE TO OPEN DISPTBL, STATUS = '
021500             WS-DISPTBL-STATUS
021600         CLOSE Route-Report
021700         MOVE 16 TO RETURN-CODE
021800         GOBACK
021900     END-IF
022000
022100     .
022200 1000-EXIT.
022300     EXIT.
022400
022500******************************************************************
022600* 1050-LOAD-PARM  --  READS THE ONE-RECORD DSPRPARM FILE.  NO    *
022700*                     RECORD KEEPS TODAY, 30 DAYS AND EVERY      *
022800*                     ROUTE; SO DOES ANY FIELD THAT IS NOT       *
022900*                     USABLE.                                    *
023000******************************************************************
023100 1050-LOAD-PARM.
023200
023300     OPEN INPUT Route-Report-Parm
023400     IF WS-DSPRPARM-STATUS NOT = '00'
023500         GO TO 1050-EXIT
023600     END-IF
023700     READ Route-Report-Parm
023800         AT END
023900             CONTINUE
024000         NOT AT END
024100             IF DRP-AS-OF-DATE IS NUMERIC
024200                 AND DRP-AS-OF-DATE NOT < 16010101
024300                 AND FUNCTION INTEGER-OF-DATE(DRP-AS-OF-DATE)
024400                     > 0
024500                 MOVE DRP-AS-OF-DATE TO WS-AS-OF-DATE
024600             END-IF
024700             IF DRP-LOOKAHEAD-DAYS IS NUMERIC
024800                 AND DRP-LOOKAHEAD-DAYS > 0
024900                 MOVE DRP-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
025000             END-IF
025100             MOVE DRP-ROUTE-CODE TO WS-ROUTE-FILTER
025200     END-READ
025300     CLOSE Route-Report-Parm
025400
025500     .
025600 1050-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000* 2000-LOAD-DISPTBL  --  READS DISPTBL INTO WS-ROW-TABLE, NOTING *
026100*                        EACH DISTINCT ROUTE CODE.  A TABLE THAT *
026200*                        FILLS IS REPORTED AND ENDS THE RUN RC 8 *
026300*                        -- THE ANSWERS WOULD BE INCOMPLETE.     *
026400******************************************************************
026500 2000-LOAD-DISPTBL.
026600
026700     PERFORM 8000-READ-DISPTBL THRU 8000-EXIT
026800     PERFORM UNTIL WS-DISPTBL-EOF
026900         ADD 1 TO WS-ROWS-READ
027000         PERFORM 2100-STORE-ROW THRU 2100-EXIT
027100         PERFORM 8000-READ-DISPTBL THRU 8000-EXIT
027200     END-PERFORM
027300
027400     CLOSE Dispatch-Table
027500
027600     .
027700 2000-EXIT.
027800     EXIT.
027900
028000******************************************************************
028100* 2100-STORE-ROW  --  ADDS THE CURRENT DISPTBL ROW TO THE TABLE  *
028200*                     WITH ITS OPEN ENDS FILLED IN, THE SAME WAY *
028300*                     THE DISPATCHERS READ THEM.  A ROW OUTSIDE  *
028400*                     THE ROUTE FILTER, OR A BLANK LINE, IS      *
028500*                     SKIPPED.                                   *
028600******************************************************************
028700 2100-STORE-ROW.
028800
028900     IF DSP-ROUTE-CODE = SPACES
029000         GO TO 2100-EXIT
029100     END-IF
029200     IF WS-ROUTE-FILTER NOT = SPACES
029300         AND DSP-ROUTE-CODE NOT = WS-ROUTE-FILTER
029400         GO TO 2100-EXIT
029500     END-IF
029600     IF WS-ROW-COUNT NOT < WS-ROW-MAX
029700         IF NOT WS-TABLE-FULL
029800             DISPLAY MYNAME ' DISPTBL HAS MORE THAN '
029900                 WS-ROW-MAX ' ROWS, REPORT IS INCOMPLETE'
030000         END-IF
030100         SET WS-TABLE-FULL TO TRUE
030200         GO TO 2100-EXIT
030300     END-IF
030400
030500     ADD 1 TO WS-ROW-COUNT
030600     MOVE DSP-ROUTE-CODE TO WS-TR-ROUTE (WS-ROW-COUNT)
030700     MOVE DSP-PGM-ID     TO WS-TR-PGM (WS-ROW-COUNT)
030800     IF DSP-EFFECTIVE-FROM IS NUMERIC
030900         MOVE DSP-EFFECTIVE-FROM TO WS-TR-FROM (WS-ROW-COUNT)
031000     ELSE
031100         MOVE 0 TO WS-TR-FROM (WS-ROW-COUNT)
031200     END-IF
031300     IF DSP-EFFECTIVE-TO IS NUMERIC AND DSP-EFFECTIVE-TO > 0
031400         MOVE DSP-EFFECTIVE-TO TO WS-TR-TO (WS-ROW-COUNT)
031500     ELSE
031600         MOVE 99999999 TO WS-TR-TO (WS-ROW-COUNT)
031700     END-IF
031800
031900     IF WS-TR-FROM (WS-ROW-COUNT) > WS-TR-TO (WS-ROW-COUNT)
032000         ADD 1 TO WS-BAD-RANGE-ROWS
032100         DISPLAY MYNAME ' ROUTE ' DSP-ROUTE-CODE ' ROW FOR '
032200             DSP-PGM-ID ' ENDS BEFORE IT STARTS, NEVER IN FORCE'
032300     END-IF
032400
032500     PERFORM 2200-NOTE-ROUTE THRU 2200-EXIT
032600
032700     .
032800 2100-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200* 2200-NOTE-ROUTE  --  ADDS DSP-ROUTE-CODE TO WS-ROUTE-TABLE THE *
033300*                      FIRST TIME IT IS SEEN.                    *
033400******************************************************************
033500 2200-NOTE-ROUTE.
033600
033700     MOVE 'N' TO WS-ROUTE-FOUND-SW
033800     MOVE 1 TO WS-RTE-SUB
033900     PERFORM UNTIL WS-RTE-SUB > WS-RTE-COUNT
034000             OR WS-ROUTE-FOUND
034100         IF WS-RTE-CODE (WS-RTE-SUB) = DSP-ROUTE-CODE
034200             SET WS-ROUTE-FOUND TO TRUE
034300         END-IF
034400         ADD 1 TO WS-RTE-SUB
034500     END-PERFORM
034600
034700     IF WS-ROUTE-FOUND
034800         GO TO 2200-EXIT
034900     END-IF
035000     IF WS-RTE-COUNT NOT < WS-RTE-MAX
035100         IF NOT WS-TABLE-FULL
035200             DISPLAY MYNAME ' DISPTBL HAS MORE THAN '
035300                 WS-RTE-MAX ' ROUTES, REPORT IS INCOMPLETE'
035400         END-IF
035500         SET WS-TABLE-FULL TO TRUE
035600         GO TO 2200-EXIT
035700     END-IF
035800
035900     ADD 1 TO WS-RTE-COUNT
036000     MOVE DSP-ROUTE-CODE TO WS-RTE-CODE (WS-RTE-COUNT)
036100
036200     .
036300 2200-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700* 3000-AS-OF-REPORT  --  ONE LINE PER ROUTE: THE PROGRAM-ID IN   *
036800*                        FORCE ON THE AS-OF DATE AND THE DATES   *
036900*                        OF THE ROW IT CAME FROM.  A ROUTE WITH  *
037000*                        NO ROW IN FORCE THAT DAY FELL TO THE    *
037100*                        DISPATCHER'S OWN COMPILED-IN DEFAULT.   *
037200******************************************************************
037300 3000-AS-OF-REPORT.
037400
037500     MOVE SPACES TO DSPRTRPT-REC
037600     WRITE DSPRTRPT-REC
037700     MOVE SPACES TO DSPRTRPT-REC
037800     STRING 'ROUTING IN FORCE AS OF ' DELIMITED BY SIZE
037900            WS-AS-OF-DATE DELIMITED BY SIZE
038000         INTO DSPRTRPT-REC
038100     WRITE DSPRTRPT-REC
038200     MOVE 'ROUTE'     TO WS-AL-ROUTE
038300     MOVE 'PROGRAM'   TO WS-AL-PGM
038400     MOVE 'FROM'      TO WS-AL-FROM
038500     MOVE 'TO'        TO WS-AL-TO
038600     MOVE SPACES      TO WS-AL-NOTE
038700     WRITE DSPRTRPT-REC FROM WS-ASOF-LINE
038800
038900     MOVE 1 TO WS-RTE-SUB
039000     PERFORM UNTIL WS-RTE-SUB > WS-RTE-COUNT
039100         PERFORM 3100-AS-OF-LINE THRU 3100-EXIT
039200         ADD 1 TO WS-RTE-SUB
039300     END-PERFORM
039400
039500     IF WS-RTE-COUNT = 0
039600         MOVE SPACES TO DSPRTRPT-REC
039700         STRING 'NO ROUTES ON DISPTBL' DELIMITED BY SIZE
039800             INTO DSPRTRPT-REC
039900         WRITE DSPRTRPT-REC
040000     END-IF
040100
040200     .
040300 3000-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700* 3100-AS-OF-LINE  --  WRITES THE AS-OF LINE FOR ROUTE           *
040800*                      WS-RTE-SUB, FLAGGING AN OVERLAP.          *
040900******************************************************************
041000 3100-AS-OF-LINE.
041100
041200     MOVE WS-RTE-CODE (WS-RTE-SUB) TO WS-PROBE-ROUTE
041300     MOVE WS-AS-OF-DATE            TO WS-PROBE-DATE
041400     PERFORM 7000-RESOLVE-ROUTE THRU 7000-EXIT
041500
041600     MOVE WS-PROBE-ROUTE TO WS-AL-ROUTE
041700     MOVE SPACES         TO WS-AL-NOTE
041800     IF WS-PROBE-SUB = 0
041900         MOVE '(DEFAULT)' TO WS-AL-PGM
042000         MOVE SPACES      TO WS-AL-FROM
042100         MOVE SPACES      TO WS-AL-TO
042200         MOVE 'NO ROW IN FORCE -- DISPATCHER DEFAULT'
042300             TO WS-AL-NOTE
042400     ELSE
042500         MOVE WS-TR-PGM (WS-PROBE-SUB) TO WS-AL-PGM
042600         IF WS-TR-FROM (WS-PROBE-SUB) = 0
042700             MOVE 'ALWAYS'  TO WS-AL-FROM
042800         ELSE
042900             MOVE WS-TR-FROM (WS-PROBE-SUB) TO WS-AL-FROM
043000         END-IF
043100         IF WS-TR-TO (WS-PROBE-SUB) = 99999999
043200             MOVE 'OPEN'    TO WS-AL-TO
043300         ELSE
043400             MOVE WS-TR-TO (WS-PROBE-SUB) TO WS-AL-TO
043500         END-IF
043600         IF WS-PROBE-COUNT > 1
043700             ADD 1 TO WS-OVERLAP-ROUTES
043800             MOVE WS-PROBE-COUNT TO WS-COUNT-DISPLAY
043900             STRING 'OVERLAP: '   DELIMITED BY SIZE
044000                    WS-COUNT-DISPLAY DELIMITED BY SIZE
044100                    ' ROWS IN FORCE, LATEST USED'
044200                        DELIMITED BY SIZE
044300                 INTO WS-AL-NOTE
044400         END-IF
044500     END-IF
044600     WRITE DSPRTRPT-REC FROM WS-ASOF-LINE
044700
044800     .
044900 3100-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300* 4000-CUTOVER-REPORT  --  WALKS THE WINDOW AFTER THE AS-OF DATE *
045400*                          A DAY AT A TIME AND LISTS EACH ROUTE  *
045500*                          WHOSE PROGRAM-ID CHANGES THAT DAY.    *
045600******************************************************************
045700 4000-CUTOVER-REPORT.
045800
045900     MOVE WS-LOOKAHEAD-DAYS TO WS-DAYS-DISPLAY
046000     MOVE SPACES TO DSPRTRPT-REC
046100     WRITE DSPRTRPT-REC
046200     MOVE SPACES TO DSPRTRPT-REC
046300     STRING 'ROUTE CHANGES AFTER ' DELIMITED BY SIZE
046400            WS-AS-OF-DATE DELIMITED BY SIZE
046500            ' THROUGH ' DELIMITED BY SIZE
046600            WS-LIMIT-DATE DELIMITED BY SIZE
046700            ' (' DELIMITED BY SIZE
046800            WS-DAYS-DISPLAY DELIMITED BY SIZE
046900            ' DAYS)' DELIMITED BY SIZE
047000         INTO DSPRTRPT-REC
047100     WRITE DSPRTRPT-REC
047200     MOVE 'CUTOVER'   TO WS-CL-DATE
047300     MOVE 'ROUTE'     TO WS-CL-ROUTE
047400     MOVE 'WAS'       TO WS-CL-OLD-PGM
047500     MOVE 'BECOMES'   TO WS-CL-NEW-PGM
047600     WRITE DSPRTRPT-REC FROM WS-CUT-LINE
047700
047800     COMPUTE WS-DAYNO = WS-AS-OF-DAYNO + 1
047900     PERFORM UNTIL WS-DAYNO > WS-LIMIT-DAYNO
048000         PERFORM 4100-CHECK-DAY THRU 4100-EXIT
048100         ADD 1 TO WS-DAYNO
048200     END-PERFORM
048300
048400     IF WS-CUTOVERS-LISTED = 0
048500         MOVE SPACES TO DSPRTRPT-REC
048600         STRING 'NO ROUTE CHANGES FALL IN THE WINDOW'
048700                 DELIMITED BY SIZE
048800             INTO DSPRTRPT-REC
048900         WRITE DSPRTRPT-REC
049000     END-IF
049100
049200     .
049300 4000-EXIT.
049400     EXIT.
049500
049600******************************************************************
049700* 4100-CHECK-DAY  --  CHECKS EVERY ROUTE FOR A CHANGE ON THE     *
049800*                     WINDOW DAY WS-DAYNO.                       *
049900******************************************************************
050000 4100-CHECK-DAY.
050100
050200     MOVE FUNCTION DATE-OF-INTEGER(WS-DAYNO) TO WS-DAY-DATE
050300     COMPUTE WS-PREV-DATE =
050400         FUNCTION DATE-OF-INTEGER(WS-DAYNO - 1)
050500
050600     MOVE 1 TO WS-RTE-SUB
050700     PERFORM UNTIL WS-RTE-SUB > WS-RTE-COUNT
050800         PERFORM 4200-CHECK-ROUTE-DAY THRU 4200-EXIT
050900         ADD 1 TO WS-RTE-SUB
051000     END-PERFORM
051100
051200     .
051300 4100-EXIT.
051400     EXIT.
051500
051600******************************************************************
051700* 4200-CHECK-ROUTE-DAY  --  A ROUTE CAN ONLY CHANGE ON A DAY ONE *
051800*                           OF ITS ROWS STARTS, OR THE DAY AFTER *
051900*                           ONE ENDS.  ON SUCH A DAY THE ROW IN  *
052000*                           FORCE THE DAY BEFORE IS COMPARED     *
052100*                           WITH THE ROW IN FORCE THAT DAY, AND  *
052200*                           A DIFFERENT PROGRAM-ID (OR A ROUTE   *
052300*                           FALLING TO OR FROM THE DISPATCHER    *
052400*                           DEFAULT) IS LISTED.  A ROW REISSUED  *
052500*                           WITH THE SAME PROGRAM-ID IS NOT A    *
052600*                           CHANGE.                              *
052700******************************************************************
052800 4200-CHECK-ROUTE-DAY.
052900
053000     MOVE WS-RTE-CODE (WS-RTE-SUB) TO WS-PROBE-ROUTE
053100
053200     MOVE 'N' TO WS-BOUNDARY-SW
053300     MOVE 1 TO WS-ROW-SUB
053400     PERFORM UNTIL WS-ROW-SUB > WS-ROW-COUNT
053500             OR WS-BOUNDARY-DAY
053600         IF WS-TR-ROUTE (WS-ROW-SUB) = WS-PROBE-ROUTE
053700             IF WS-TR-FROM (WS-ROW-SUB) = WS-DAY-DATE
053800                 OR WS-TR-TO (WS-ROW-SUB) = WS-PREV-DATE
053900                 SET WS-BOUNDARY-DAY TO TRUE
054000             END-IF
054100         END-IF
054200         ADD 1 TO WS-ROW-SUB
054300     END-PERFORM
054400     IF NOT WS-BOUNDARY-DAY
054500         GO TO 4200-EXIT
054600     END-IF
054700
054800     MOVE WS-PREV-DATE TO WS-PROBE-DATE
054900     PERFORM 7000-RESOLVE-ROUTE THRU 7000-EXIT
055000     MOVE WS-PROBE-SUB TO WS-BEFORE-SUB
055100     MOVE WS-DAY-DATE  TO WS-PROBE-DATE
055200     PERFORM 7000-RESOLVE-ROUTE THRU 7000-EXIT
055300
055400     IF WS-BEFORE-SUB = 0 AND WS-PROBE-SUB = 0
055500         GO TO 4200-EXIT
055600     END-IF
055700     IF WS-BEFORE-SUB > 0 AND WS-PROBE-SUB > 0
055800         IF WS-TR-PGM (WS-BEFORE-SUB) = WS-TR-PGM (WS-PROBE-SUB)
055900             GO TO 4200-EXIT
056000         END-IF
056100     END-IF
056200
056300     MOVE WS-DAY-DATE    TO WS-CL-DATE
056400     MOVE WS-PROBE-ROUTE TO WS-CL-ROUTE
056500     IF WS-BEFORE-SUB = 0
056600         MOVE '(DEFAULT)' TO WS-CL-OLD-PGM
056700     ELSE
056800         MOVE WS-TR-PGM (WS-BEFORE-SUB) TO WS-CL-OLD-PGM
056900     END-IF
057000     IF WS-PROBE-SUB = 0
057100         MOVE '(DEFAULT)' TO WS-CL-NEW-PGM
057200     ELSE
057300         MOVE WS-TR-PGM (WS-PROBE-SUB) TO WS-CL-NEW-PGM
057400     END-IF
057500     WRITE DSPRTRPT-REC FROM WS-CUT-LINE
057600     ADD 1 TO WS-CUTOVERS-LISTED
057700
057800     .
057900 4200-EXIT.
058000     EXIT.
058100
058200******************************************************************
058300* 7000-RESOLVE-ROUTE  --  FINDS THE ROW IN FORCE FOR             *
058400*                         WS-PROBE-ROUTE ON WS-PROBE-DATE BY THE *
058500*                         DISPATCHERS' OWN RULE: FROM AND TO     *
058600*                         BOTH INCLUSIVE, AND OF OVERLAPPING     *
058700*                         ROWS THE ONE WITH THE LATEST FROM DATE *
058800*                         (THE LATER ROW ON A TIE).  LEAVES      *
058900*                         WS-PROBE-SUB 0 WHEN NONE IS IN FORCE.  *
059000******************************************************************
059100 7000-RESOLVE-ROUTE.
059200
059300     MOVE 0 TO WS-PROBE-SUB
059400     MOVE 0 TO WS-PROBE-COUNT
059500
059600     MOVE 1 TO WS-ROW-SUB
059700     PERFORM UNTIL WS-ROW-SUB > WS-ROW-COUNT
059800         IF WS-TR-ROUTE (WS-ROW-SUB) = WS-PROBE-ROUTE
059900             AND WS-TR-FROM (WS-ROW-SUB) NOT > WS-PROBE-DATE
060000             AND WS-TR-TO (WS-ROW-SUB) NOT < WS-PROBE-DATE
060100             ADD 1 TO WS-PROBE-COUNT
060200             IF WS-PROBE-SUB = 0
060300                 MOVE WS-ROW-SUB TO WS-PROBE-SUB
060400             ELSE
060500                 IF WS-TR-FROM (WS-ROW-SUB)
060600                     NOT < WS-TR-FROM (WS-PROBE-SUB)
060700                     MOVE WS-ROW-SUB TO WS-PROBE-SUB
060800                 END-IF
060900             END-IF
061000         END-IF
061100         ADD 1 TO WS-ROW-SUB
061200     END-PERFORM
061300
061400     .
061500 7000-EXIT.
061600     EXIT.
061700
061800******************************************************************
061900* 8000-READ-DISPTBL  --  PRIMES/ADVANCES THE DISPTBL CURSOR.     *
062000******************************************************************
062100 8000-READ-DISPTBL.
062200
062300     READ Dispatch-Table
062400         AT END
062500             SET WS-DISPTBL-EOF TO TRUE
062600     END-READ
062700
062800     .
062900 8000-EXIT.
063000     EXIT.
063100
063200******************************************************************
063300* 9000-TERMINATE  --  WRITES THE TOTALS, SETS THE RETURN CODE    *
063400*                     AND CLOSES UP.                             *
063500******************************************************************
063600 9000-TERMINATE.
063700
063800     MOVE SPACES TO DSPRTRPT-REC
063900     WRITE DSPRTRPT-REC
064000     MOVE WS-ROWS-READ TO WS-NUM-DISPLAY
064100     MOVE SPACES TO DSPRTRPT-REC
064200     STRING 'DISPTBL ROWS READ            : ' DELIMITED BY SIZE
064300            WS-NUM-DISPLAY DELIMITED BY SIZE
064400         INTO DSPRTRPT-REC
064500     WRITE DSPRTRPT-REC
064600     MOVE WS-RTE-COUNT TO WS-NUM-DISPLAY
064700     MOVE SPACES TO DSPRTRPT-REC
064800     STRING 'ROUTES LISTED                : ' DELIMITED BY SIZE
064900            WS-NUM-DISPLAY DELIMITED BY SIZE
065000         INTO DSPRTRPT-REC
065100     WRITE DSPRTRPT-REC
065200     MOVE WS-CUTOVERS-LISTED TO WS-NUM-DISPLAY
065300     MOVE SPACES TO DSPRTRPT-REC
065400     STRING 'ROUTE CHANGES IN THE WINDOW  : ' DELIMITED BY SIZE
065500            WS-NUM-DISPLAY DELIMITED BY SIZE
065600         INTO DSPRTRPT-REC
065700     WRITE DSPRTRPT-REC
065800     IF WS-OVERLAP-ROUTES > 0
065900         MOVE WS-OVERLAP-ROUTES TO WS-NUM-DISPLAY
066000         MOVE SPACES TO DSPRTRPT-REC
066100         STRING 'ROUTES WITH OVERLAPPING ROWS : '
066200                 DELIMITED BY SIZE
066300                WS-NUM-DISPLAY DELIMITED BY SIZE
066400             INTO DSPRTRPT-REC
066500         WRITE DSPRTRPT-REC
066600     END-IF
066700     IF WS-BAD-RANGE-ROWS > 0
066800         MOVE WS-BAD-RANGE-ROWS TO WS-NUM-DISPLAY
066900         MOVE SPACES TO DSPRTRPT-REC
067000         STRING 'ROWS ENDING BEFORE THEY START: '
067100                 DELIMITED BY SIZE
067200                WS-NUM-DISPLAY DELIMITED BY SIZE
067300             INTO DSPRTRPT-REC
067400         WRITE DSPRTRPT-REC
067500     END-IF
067600     IF WS-TABLE-FULL
067700         MOVE SPACES TO DSPRTRPT-REC
067800         STRING '*** DISPTBL TOO LARGE -- REPORT IS INCOMPLETE'
067900                 DELIMITED BY SIZE
068000             INTO DSPRTRPT-REC
068100         WRITE DSPRTRPT-REC
068200     END-IF
068300
068400     CLOSE Route-Report
068500
068600     IF WS-TABLE-FULL
068700         MOVE 8 TO RETURN-CODE
068800     ELSE
068900         IF WS-OVERLAP-ROUTES > 0 OR WS-BAD-RANGE-ROWS > 0
069000             MOVE 4 TO RETURN-CODE
069100         END-IF
069200     END-IF
069300
069400     DISPLAY MYNAME ' DISPTBL ROWS READ     = ' WS-ROWS-READ
069500     DISPLAY MYNAME ' ROUTES LISTED         = ' WS-RTE-COUNT
069600     DISPLAY MYNAME ' ROUTE CHANGES LISTED  = ' WS-CUTOVERS-LISTED
069700     DISPLAY MYNAME ' OVERLAPPING ROUTES    = ' WS-OVERLAP-ROUTES
069800
069900     DISPLAY MYNAME ' End'
070000
070100     .
070200 9000-EXIT.
070300     EXIT.

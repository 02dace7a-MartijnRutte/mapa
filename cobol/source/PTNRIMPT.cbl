000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. PTNRIMPT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  PARTNER IMPACT NOTICE.     *
001500*                  RUN IN JSNNITE AFTER THE FEED AND ITS         *
001600*                  CONFORMANCE CHECK WHETHER THEY RAN OR NOT, IT *
001700*                  WORKS OUT EVERY ACTIVE PARTNER FEED (NAMETBL, *
001800*                  OR FEEDPRM WITHOUT ONE) THAT WILL NOT GET     *
001900*                  TONIGHT'S FILE: HELD ON OPSDRCTV, HELD BY THE *
002000*                  CONFORMANCE CHECK, OR LEFT WITHOUT A          *
002100*                  GENERATION BECAUSE STEP010 DID NOT COMPLETE   *
002200*                  (STEPLEDG, EXPLAINED FROM RUNHIST).  EACH ONE *
002300*                  GETS A PARTNER-READY IMPNOTC NOTICE CARRYING  *
002400*                  THE DLVDLTBL DEADLINE AT RISK, AND A LINE ON  *
002500*                  THE INTERNAL IMPRPT EXPOSURE SUMMARY WITH THE *
002600*                  TIME LEFT TO THAT DEADLINE.  RC 4 WHEN ANY    *
002700*                  NOTICE IS WRITTEN.                            *
002800******************************************************************
002900 Environment Division.
003000 Input-Output Section.
003100 File-Control.
003200     Select Step-Ledger Assign to 'STEPLEDG'
003300         Organization is Line Sequential
003400         File Status is WS-STEPLEDG-STATUS.
003500
003600     Select Run-History Assign to 'RUNHIST'
003700         Organization is Line Sequential
003800         File Status is WS-RUNHIST-STATUS.
003900
004000     Select Feed-Parm Assign to 'FEEDPRM'
004100         Organization is Line Sequential
004200         File Status is WS-FEEDPRM-STATUS.
004300
004400     Select Name-Table Assign to 'NAMETBL'
004500         Organization is Line Sequential
004600         File Status is WS-NAMETBL-STATUS.
004700
004800     Select Feed-Config Assign to 'FEEDCFG'
004900         Organization is Line Sequential
005000         File Status is WS-FEEDCFG-STATUS.
005100
005200     Select Directive-File Assign to 'OPSDRCTV'
005300         Organization is Line Sequential
005400         File Status is WS-OPSDRCTV-STATUS.
005500
005600     Select Delivery-Track Assign to 'DLVTRACK'
005700         Organization is Line Sequential
005800         File Status is WS-DLVTRACK-STATUS.
005900
006000     Select Delivery-Track-Out Assign to 'DLVTRKO'
006100         Organization is Line Sequential
006200         File Status is WS-DLVTRKO-STATUS.
006300
006400     Select Deadline-Table Assign to 'DLVDLTBL'
006500         Organization is Line Sequential
006600         File Status is WS-DLVDLTBL-STATUS.
006700
006800     Select Calendar-Table Assign to 'CALNDTBL'
006900         Organization is Line Sequential
007000         File Status is WS-CALNDTBL-STATUS.
007100
007200     Select Impact-Notice Assign to 'IMPNOTC'
007300         Organization is Line Sequential
007400         File Status is WS-IMPNOTC-STATUS.
007500
007600     Select Impact-Report Assign to 'IMPRPT'
007700         Organization is Line Sequential
007800         File Status is WS-IMPRPT-STATUS.
007900 Data Division.
008000 File Section.
008100 FD  Step-Ledger
008200     Label Records are Standard
008300     Recording Mode is F.
008400 COPY STEPLEDG.
008500
008600 FD  Run-History
008700     Label Records are Standard
008800     Recording Mode is F.
008900 COPY RUNHIST.
009000
009100 FD  Feed-Parm
009200     Label Records are Standard
009300     Recording Mode is F.
009400 COPY FEEDPRM.
009500
009600 FD  Name-Table
009700     Label Records are Standard
009800     Recording Mode is F.
009900 COPY NAMETBL.
010000
010100 FD  Feed-Config
010200     Label Records are Standard
010300     Recording Mode is F.
010400 COPY FEEDCFG.
010500
010600 FD  Directive-File
010700     Label Records are Standard
010800     Recording Mode is F.
010900 COPY OPSDRCTV.
011000
011100 FD  Delivery-Track
011200     Label Records are Standard
011300     Recording Mode is F.
011400 COPY DLVTRACK.
011500
011600 FD  Delivery-Track-Out
011700     Label Records are Standard
011800     Recording Mode is F.
011900 COPY DLVTRACK Replacing ==DLV-TRACK-RECORD== By
012000                         ==DLO-TRACK-RECORD==.
012100
012200 FD  Deadline-Table
012300     Label Records are Standard
012400     Recording Mode is F.
012500 COPY DLVDLTBL.
012600
012700 FD  Calendar-Table
012800     Label Records are Standard
012900     Recording Mode is F.
013000 COPY CALNDTBL.
013100
013200 FD  Impact-Notice
013300     Label Records are Standard
013400     Recording Mode is F.
013500 COPY IMPNOTC.
013600
013700 FD  Impact-Report
013800     Label Records are Standard
013900     Recording Mode is F.
014000 01  IMPRPT-REC               PIC X(100).
014100
014200 Working-Storage Section.
014300 01  CONSTANTS.
014400     05  MYNAME               PIC X(008) VALUE 'PTNRIMPT'.
014500     05  WS-FEED-STEP         PIC X(008) VALUE 'STEP010'.
014600     05  WS-FEED-PROGRAM      PIC X(012) VALUE 'JSNGDLY'.
014700*
014800* TIME LEFT TO THE DEADLINE, IN MINUTES, AT OR UNDER WHICH A
014900* FEED'S EXPOSURE IS CRITICAL / AT RISK; ANYTHING LONGER IS
015000* WATCH.  A DEADLINE ALREADY GONE IS PASSED.
015100     05  WS-CRITICAL-MINUTES  PIC 9(009) COMP-5 VALUE 240.
015200     05  WS-AT-RISK-MINUTES   PIC 9(009) COMP-5 VALUE 1440.
015300
015400 01  WS-STEPLEDG-STATUS       PIC X(002) VALUE '00'.
015500 01  WS-RUNHIST-STATUS        PIC X(002) VALUE '00'.
015600 01  WS-FEEDPRM-STATUS        PIC X(002) VALUE '00'.
015700 01  WS-NAMETBL-STATUS        PIC X(002) VALUE '00'.
015800 01  WS-FEEDCFG-STATUS        PIC X(002) VALUE '00'.
015900 01  WS-OPSDRCTV-STATUS       PIC X(002) VALUE '00'.
016000 01  WS-DLVTRACK-STATUS       PIC X(002) VALUE '00'.
016100 01  WS-DLVTRKO-STATUS        PIC X(002) VALUE '00'.
016200 01  WS-DLVDLTBL-STATUS       PIC X(002) VALUE '00'.
016300 01  WS-CALNDTBL-STATUS       PIC X(002) VALUE '00'.
016400 01  WS-IMPNOTC-STATUS        PIC X(002) VALUE '00'.
016500 01  WS-IMPRPT-STATUS         PIC X(002) VALUE '00'.
016600
016700 01  WS-SWITCHES.
016800     05  WS-LEDGER-EOF-SW     PIC X(001) VALUE 'N'.
016900         88  WS-LEDGER-EOF        VALUE 'Y'.
017000     05  WS-RUNHIST-EOF-SW    PIC X(001) VALUE 'N'.
017100         88  WS-RUNHIST-EOF       VALUE 'Y'.
017200     05  WS-NAMETBL-EOF-SW    PIC X(001) VALUE 'N'.
017300         88  WS-NAMETBL-EOF       VALUE 'Y'.
017400     05  WS-FEEDCFG-EOF-SW    PIC X(001) VALUE 'N'.
017500         88  WS-FEEDCFG-EOF       VALUE 'Y'.
017600     05  WS-OPSDRCTV-EOF-SW   PIC X(001) VALUE 'N'.
017700         88  WS-OPSDRCTV-EOF      VALUE 'Y'.
017800     05  WS-DLVTRACK-EOF-SW   PIC X(001) VALUE 'N'.
017900         88  WS-DLVTRACK-EOF      VALUE 'Y'.
018000     05  WS-DLVTRKO-EOF-SW    PIC X(001) VALUE 'N'.
018100         88  WS-DLVTRKO-EOF       VALUE 'Y'.
018200     05  WS-DLVDLTBL-EOF-SW   PIC X(001) VALUE 'N'.
018300         88  WS-DLVDLTBL-EOF      VALUE 'Y'.
018400     05  WS-CALNDTBL-EOF-SW   PIC X(001) VALUE 'N'.
018500         88  WS-CALNDTBL-EOF      VALUE 'Y'.
018600     05  WS-STEP-CLEAN-SW     PIC X(001) VALUE 'N'.
018700         88  WS-STEP-CLEAN        VALUE 'Y'.
018800     05  WS-START-OPEN-SW     PIC X(001) VALUE 'N'.
018900         88  WS-START-OPEN        VALUE 'Y'.
019000     05  WS-DEADLINE-FOUND-SW PIC X(001) VALUE 'N'.
019100         88  WS-DEADLINE-FOUND    VALUE 'Y'.
019200     05  WS-BUSINESS-DAY-SW   PIC X(001) VALUE 'N'.
019300         88  WS-BUSINESS-DAYS     VALUE 'Y'.
019400     05  WS-NONBUSINESS-SW    PIC X(001) VALUE 'N'.
019500         88  WS-NONBUSINESS-DAY   VALUE 'Y'.
019600
019700 01  WS-TODAY                 PIC 9(008) VALUE 0.
019800 01  WS-NOW-TIME              PIC 9(008) VALUE 0.
019900 01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
020000     05  WS-NOW-HH            PIC 9(002).
020100     05  WS-NOW-MM            PIC 9(002).
020200     05  FILLER               PIC 9(004).
020300
020400*
020500* THE STREAM RUN BEING REPORTED: THE LATEST RUN BEGUN OR
020600* RESTARTED ON THE LEDGER (A RESTART AFTER MIDNIGHT STILL
020700* BELONGS TO THE NIGHT IT BEGAN), ELSE TODAY.
020800 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
020900
021000*
021100* WHAT RUNHIST SAYS OF THE FEED PROGRAM SINCE THE RUN BEGAN.
021200 01  WS-LAST-START-DATE       PIC 9(008) VALUE 0.
021300 01  WS-LAST-START-TIME       PIC 9(008) VALUE 0.
021400 01  WS-FAILURE-DETAIL        PIC X(040) VALUE SPACES.
021500
021600*
021700* EVERY ACTIVE FEED AND WHAT BECAME OF IT TONIGHT.
021800 01  WS-FEED-TABLE.
021900     05  WS-FEED-MAX          PIC 9(004) COMP-5 VALUE 200.
022000     05  WS-FEED-COUNT        PIC 9(004) COMP-5 VALUE 0.
022100     05  WS-FEED-ENTRY OCCURS 200 TIMES.
022200         10  WS-FD-FEED-ID    PIC X(010).
022300         10  WS-FD-PILOT-SW   PIC X(001).
022400             88  WS-FD-PILOT      VALUE 'Y'.
022500         10  WS-FD-HELD-SW    PIC X(001).
022600             88  WS-FD-HELD       VALUE 'Y'.
022700         10  WS-FD-GENERATED-SW
022800                              PIC X(001).
022900             88  WS-FD-GENERATED  VALUE 'Y'.
023000         10  WS-FD-CONTENT-HELD-SW
023100                              PIC X(001).
023200             88  WS-FD-CONTENT-HELD
023300                                  VALUE 'Y'.
023400         10  WS-FD-OPERATOR   PIC X(008).
023500         10  WS-FD-REASON     PIC X(040).
023600 01  WS-FEED-SUB              PIC 9(004) COMP-5 VALUE 0.
023700 01  WS-FOUND-SUB             PIC 9(004) COMP-5 VALUE 0.
023800 01  WS-LOOKUP-FEED-ID        PIC X(010) VALUE SPACES.
023900
024000*
024100* THE FEED BEING ASSESSED (2000).
024200 01  WS-CAUSE                 PIC X(001) VALUE SPACE.
024300     88  WS-NOT-AFFECTED          VALUE SPACE.
024400     88  WS-CAUSE-FAILURE         VALUE 'F'.
024500     88  WS-CAUSE-OPER-HOLD       VALUE 'H'.
024600     88  WS-CAUSE-CONTENT-HOLD    VALUE 'C'.
024700 01  WS-DEADLINE-DATE         PIC 9(008) VALUE 0.
024800 01  WS-DEADLINE-TIME         PIC 9(006) VALUE 0.
024900 01  WS-DEADLINE-TIME-R REDEFINES WS-DEADLINE-TIME.
025000     05  WS-DEADLINE-HH       PIC 9(002).
025100     05  WS-DEADLINE-MM       PIC 9(002).
025200     05  FILLER               PIC 9(002).
025300 01  WS-DEADLINE-BASIS        PIC X(001) VALUE SPACE.
025400 01  WS-GRACE-DAYS            PIC 9(003) COMP-5 VALUE 0.
025500 01  WS-DATE-INT              PIC 9(008) COMP-5 VALUE 0.
025600 01  WS-DAYS-COUNTED          PIC 9(003) COMP-5 VALUE 0.
025700 01  WS-DAY-OF-WEEK           PIC 9(001) COMP-5 VALUE 0.
025800 01  WS-CANDIDATE-DATE        PIC 9(008) VALUE 0.
025900 01  WS-MINUTES-LEFT          PIC S9(009) COMP-5 VALUE 0.
026000 01  WS-LEFT-HOURS            PIC 9(005) VALUE 0.
026100 01  WS-LEFT-MINUTES          PIC 9(002) VALUE 0.
026200 01  WS-EXPOSURE              PIC X(008) VALUE SPACES.
026300 01  WS-DETAIL                PIC X(040) VALUE SPACES.
026400
026500 01  WS-RPT-DETAIL.
026600     05  WS-RPT-FEED-ID       PIC X(010).
026700     05  FILLER               PIC X(001) VALUE SPACE.
026800     05  WS-RPT-CAUSE         PIC X(008).
026900     05  FILLER               PIC X(001) VALUE SPACE.
027000     05  WS-RPT-DL-DATE       PIC X(008).
027100     05  FILLER               PIC X(001) VALUE SPACE.
027200     05  WS-RPT-DL-TIME       PIC X(006).
027300     05  FILLER               PIC X(001) VALUE SPACE.
027400     05  WS-RPT-BASIS         PIC X(001).
027500     05  FILLER               PIC X(001) VALUE SPACE.
027600     05  WS-RPT-LEFT          PIC X(008).
027700     05  FILLER               PIC X(001) VALUE SPACE.
027800     05  WS-RPT-EXPOSURE      PIC X(008).
027900     05  FILLER               PIC X(001) VALUE SPACE.
028000     05  WS-RPT-DETAIL-TEXT   PIC X(040).
028100
028200 01  WS-COUNTERS.
028300     05  WS-FEEDS-ACTIVE      PIC 9(009) COMP-5 VALUE 0.
028400     05  WS-FEEDS-PILOT       PIC 9(009) COMP-5 VALUE 0.
028500     05  WS-FEEDS-DELIVERED   PIC 9(009) COMP-5 VALUE 0.
028600     05  WS-FEEDS-FAILED      PIC 9(009) COMP-5 VALUE 0.
028700     05  WS-FEEDS-OPER-HELD   PIC 9(009) COMP-5 VALUE 0.
028800     05  WS-FEEDS-CONTENT-HELD
028900                              PIC 9(009) COMP-5 VALUE 0.
029000     05  WS-NOTICES-WRITTEN   PIC 9(009) COMP-5 VALUE 0.
029100     05  WS-DEADLINES-PASSED  PIC 9(009) COMP-5 VALUE 0.
029200     05  WS-DEADLINES-CRITICAL
029300                              PIC 9(009) COMP-5 VALUE 0.
029400 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
029500
029600******************************************************************
029700 Procedure Division.
029800******************************************************************
029900 0000-MAINLINE.
030000
030100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
030200     PERFORM 1100-FIND-RUN         THRU 1100-EXIT
030300     PERFORM 1200-CHECK-FEED-STEP  THRU 1200-EXIT
030400     PERFORM 1300-LOAD-FEEDS       THRU 1300-EXIT
030500     PERFORM 1400-LOAD-PILOTS      THRU 1400-EXIT
030600     PERFORM 1500-LOAD-HOLDS       THRU 1500-EXIT
030700     PERFORM 1600-LOAD-GENERATIONS THRU 1600-EXIT
030800
030900     MOVE 1 TO WS-FEED-SUB
031000     PERFORM UNTIL WS-FEED-SUB > WS-FEED-COUNT
031100         PERFORM 2000-ASSESS-FEED THRU 2000-EXIT
031200         ADD 1 TO WS-FEED-SUB
031300     END-PERFORM
031400
031500     PERFORM 3000-TERMINATE        THRU 3000-EXIT
031600
031700     GOBACK
031800     .
031900 0000-EXIT.
032000     EXIT.
032100
032200******************************************************************
032300* 1000-INITIALIZE  --  OPENS THE NOTICE FILE AND THE EXPOSURE    *
032400*                      SUMMARY.  EITHER ONE FAILING IS RC 16.    *
032500******************************************************************
032600 1000-INITIALIZE.
032700
032800     DISPLAY MYNAME ' Begin'
032900
033000     ACCEPT WS-TODAY    FROM DATE YYYYMMDD
033100     ACCEPT WS-NOW-TIME FROM TIME
033200
033300     OPEN OUTPUT Impact-Notice
033400     IF WS-IMPNOTC-STATUS NOT = '00'
033500         DISPLAY MYNAME ' UNABLE TO OPEN IMPNOTC, STATUS = '
033600             WS-IMPNOTC-STATUS
033700         MOVE 16 TO RETURN-CODE
033800         GOBACK
033900     END-IF
034000
034100     OPEN OUTPUT Impact-Report
034200     IF WS-IMPRPT-STATUS NOT = '00'
034300         DISPLAY MYNAME ' UNABLE TO OPEN IMPRPT, STATUS = '
034400             WS-IMPRPT-STATUS
034500         MOVE 16 TO RETURN-CODE
034600         GOBACK
034700     END-IF
034800
034900     .
035000 1000-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400* 1100-FIND-RUN  --  THE RUN BEING REPORTED IS THE LATEST RUN    *
035500*                    BEGUN OR RESTARTED ON STEPLEDG.  NO LEDGER, *
035600*                    OR NO RUN ON IT, REPORTS TODAY.             *
035700******************************************************************
035800 1100-FIND-RUN.
035900
036000     MOVE WS-TODAY TO WS-RUN-DATE
036100     MOVE 'N' TO WS-LEDGER-EOF-SW
036200
036300     OPEN INPUT Step-Ledger
036400     IF WS-STEPLEDG-STATUS NOT = '00'
036500         DISPLAY MYNAME ' NO STEPLEDG - REPORTING RUN OF '
036600             WS-RUN-DATE
036700         GO TO 1100-EXIT
036800     END-IF
036900
037000     PERFORM 8000-READ-LEDGER THRU 8000-EXIT
037100     PERFORM UNTIL WS-LEDGER-EOF
037200         IF SLG-RUN-BEGUN OR SLG-RUN-RESTARTED
037300             MOVE SLG-RUN-DATE TO WS-RUN-DATE
037400         END-IF
037500         PERFORM 8000-READ-LEDGER THRU 8000-EXIT
037600     END-PERFORM
037700     CLOSE Step-Ledger
037800
037900     .
038000 1100-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400* 1200-CHECK-FEED-STEP  --  WHETHER STEP010 STANDS CLEAN ON THE  *
038500*                           LEDGER FOR THE RUN (AN OVERRIDE OF   *
038600*                           IT OR OF STEP005 UN-CLEANS IT, AS IN *
038700*                           JSNRSTRT).  WHEN IT DOES NOT, RUNHIST*
038800*                           SAYS WHY: NEVER STARTED (BYPASSED),  *
038900*                           STARTED WITH NO END (ABEND), OR      *
039000*                           ENDED BUT NOT CLEAN.                 *
039100******************************************************************
039200 1200-CHECK-FEED-STEP.
039300
039400     MOVE 'N' TO WS-STEP-CLEAN-SW
039500     MOVE 'N' TO WS-LEDGER-EOF-SW
039600
039700     OPEN INPUT Step-Ledger
039800     IF WS-STEPLEDG-STATUS = '00'
039900         PERFORM 8000-READ-LEDGER THRU 8000-EXIT
040000         PERFORM UNTIL WS-LEDGER-EOF
040100             IF SLG-RUN-DATE = WS-RUN-DATE
040200                 IF SLG-STEP-CLEAN
040300                     AND SLG-STEP-NAME = WS-FEED-STEP
040400                     SET WS-STEP-CLEAN TO TRUE
040500                 END-IF
040600                 IF SLG-RERUN-OVERRIDE
040700                     AND (SLG-STEP-NAME = WS-FEED-STEP
040800                          OR SLG-STEP-NAME = 'STEP005')
040900                     MOVE 'N' TO WS-STEP-CLEAN-SW
041000                 END-IF
041100             END-IF
041200             PERFORM 8000-READ-LEDGER THRU 8000-EXIT
041300         END-PERFORM
041400         CLOSE Step-Ledger
041500     END-IF
041600
041700     IF WS-STEP-CLEAN
041800         DISPLAY MYNAME ' RUN ' WS-RUN-DATE ' - '
041900             WS-FEED-STEP ' COMPLETED CLEAN'
042000         GO TO 1200-EXIT
042100     END-IF
042200
042300     MOVE 0   TO WS-LAST-START-DATE
042400     MOVE 0   TO WS-LAST-START-TIME
042500     MOVE 'N' TO WS-START-OPEN-SW
042600     MOVE 'N' TO WS-RUNHIST-EOF-SW
042700     OPEN INPUT Run-History
042800     IF WS-RUNHIST-STATUS = '00'
042900         PERFORM 8100-READ-RUNHIST THRU 8100-EXIT
043000         PERFORM UNTIL WS-RUNHIST-EOF
043100             IF RHR-PROGRAM-ID = WS-FEED-PROGRAM
043200                 AND RHR-RUN-ID-DATE >= WS-RUN-DATE
043300                 IF RHR-TYPE-START
043400                     MOVE RHR-RUN-ID-DATE TO WS-LAST-START-DATE
043500                     MOVE RHR-RUN-ID-TIME TO WS-LAST-START-TIME
043600                     SET WS-START-OPEN TO TRUE
043700                 END-IF
043800                 IF RHR-TYPE-END
043900                     AND RHR-RUN-ID-DATE = WS-LAST-START-DATE
044000                     AND RHR-RUN-ID-TIME = WS-LAST-START-TIME
044100                     MOVE 'N' TO WS-START-OPEN-SW
044200                 END-IF
044300             END-IF
044400             PERFORM 8100-READ-RUNHIST THRU 8100-EXIT
044500         END-PERFORM
044600         CLOSE Run-History
044700     END-IF
044800
044900     MOVE SPACES TO WS-FAILURE-DETAIL
045000     EVALUATE TRUE
045100         WHEN WS-LAST-START-DATE = 0
045200             STRING WS-FEED-STEP DELIMITED BY SPACE
045300                    ' BYPASSED - FEED NOT STARTED'
045400                        DELIMITED BY SIZE
045500                 INTO WS-FAILURE-DETAIL
045600         WHEN WS-START-OPEN
045700             STRING WS-FEED-STEP DELIMITED BY SPACE
045800                    ' ABEND - STARTED ' DELIMITED BY SIZE
045900                    WS-LAST-START-DATE DELIMITED BY SIZE
046000                    ' ' DELIMITED BY SIZE
046100                    WS-LAST-START-TIME (1:4) DELIMITED BY SIZE
046200                 INTO WS-FAILURE-DETAIL
046300         WHEN OTHER
046400             STRING WS-FEED-STEP DELIMITED BY SPACE
046500                    ' ENDED NOT CLEAN ' DELIMITED BY SIZE
046600                    WS-LAST-START-DATE DELIMITED BY SIZE
046700                    ' ' DELIMITED BY SIZE
046800                    WS-LAST-START-TIME (1:4) DELIMITED BY SIZE
046900                 INTO WS-FAILURE-DETAIL
047000     END-EVALUATE
047100     DISPLAY MYNAME ' RUN ' WS-RUN-DATE ' - ' WS-FAILURE-DETAIL
047200
047300     .
047400 1200-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800* 1300-LOAD-FEEDS  --  EVERY DISTINCT NAMETBL FEED ID, AS        *
047900*                      JSNGDLY FANS THEM OUT.  WITHOUT NAMETBL   *
048000*                      THE FEED IS FEEDPRM'S, OR 'DEFAULT' --    *
048100*                      JSNGDLY'S OWN SINGLE-FEED FALLBACK.       *
048200******************************************************************
048300 1300-LOAD-FEEDS.
048400
048500     MOVE 'N' TO WS-NAMETBL-EOF-SW
048600     OPEN INPUT Name-Table
048700     IF WS-NAMETBL-STATUS = '00'
048800         PERFORM 8200-READ-NAMETBL THRU 8200-EXIT
048900         PERFORM UNTIL WS-NAMETBL-EOF
049000             IF ONT-FEED-ID NOT = SPACES
049100                 MOVE ONT-FEED-ID TO WS-LOOKUP-FEED-ID
049200                 PERFORM 1310-ADD-FEED THRU 1310-EXIT
049300             END-IF
049400             PERFORM 8200-READ-NAMETBL THRU 8200-EXIT
049500         END-PERFORM
049600         CLOSE Name-Table
049700     END-IF
049800
049900     IF WS-FEED-COUNT > 0
050000         GO TO 1300-EXIT
050100     END-IF
050200
050300     MOVE 'DEFAULT' TO WS-LOOKUP-FEED-ID
050400     OPEN INPUT Feed-Parm
050500     IF WS-FEEDPRM-STATUS = '00'
050600         READ Feed-Parm
050700             NOT AT END
050800                 IF FDP-FEED-ID NOT = SPACES
050900                     MOVE FDP-FEED-ID TO WS-LOOKUP-FEED-ID
051000                 END-IF
051100         END-READ
051200         CLOSE Feed-Parm
051300     END-IF
051400     DISPLAY MYNAME ' NO NAMETBL FEEDS - SINGLE FEED '
051500         WS-LOOKUP-FEED-ID
051600     PERFORM 1310-ADD-FEED THRU 1310-EXIT
051700
051800     .
051900 1300-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300* 1310-ADD-FEED  --  ADDS WS-LOOKUP-FEED-ID TO THE FEED TABLE    *
052400*                    UNLESS IT IS ALREADY THERE.                 *
052500******************************************************************
052600 1310-ADD-FEED.
052700
052800     PERFORM 7000-FIND-FEED THRU 7000-EXIT
052900     IF WS-FOUND-SUB > 0
053000         GO TO 1310-EXIT
053100     END-IF
053200
053300     IF WS-FEED-COUNT >= WS-FEED-MAX
053400         DISPLAY MYNAME ' FEED TABLE FULL, FEED '
053500             WS-LOOKUP-FEED-ID ' NOT ASSESSED'
053600         GO TO 1310-EXIT
053700     END-IF
053800
053900     ADD 1 TO WS-FEED-COUNT
054000     MOVE WS-LOOKUP-FEED-ID TO WS-FD-FEED-ID (WS-FEED-COUNT)
054100     MOVE 'N'    TO WS-FD-PILOT-SW (WS-FEED-COUNT)
054200     MOVE 'N'    TO WS-FD-HELD-SW (WS-FEED-COUNT)
054300     MOVE 'N'    TO WS-FD-GENERATED-SW (WS-FEED-COUNT)
054400     MOVE 'N'    TO WS-FD-CONTENT-HELD-SW (WS-FEED-COUNT)
054500     MOVE SPACES TO WS-FD-OPERATOR (WS-FEED-COUNT)
054600     MOVE SPACES TO WS-FD-REASON (WS-FEED-COUNT)
054700
054800     .
054900 1310-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300* 1400-LOAD-PILOTS  --  MARKS THE PILOT FEEDS ON FEEDCFG.  A     *
055400*                       PILOT'S OUTPUT IS NEVER TRANSMITTED, SO  *
055500*                       ITS PARTNER IS NOT TOLD OF A MISS.       *
055600******************************************************************
055700 1400-LOAD-PILOTS.
055800
055900     MOVE 'N' TO WS-FEEDCFG-EOF-SW
056000     OPEN INPUT Feed-Config
056100     IF WS-FEEDCFG-STATUS NOT = '00'
056200         GO TO 1400-EXIT
056300     END-IF
056400
056500     PERFORM 8300-READ-FEEDCFG THRU 8300-EXIT
056600     PERFORM UNTIL WS-FEEDCFG-EOF
056700         IF FCF-PILOT-MODE
056800             MOVE FCF-FEED-ID TO WS-LOOKUP-FEED-ID
056900             PERFORM 7000-FIND-FEED THRU 7000-EXIT
057000             IF WS-FOUND-SUB > 0
057100                 SET WS-FD-PILOT (WS-FOUND-SUB) TO TRUE
057200             END-IF
057300         END-IF
057400         PERFORM 8300-READ-FEEDCFG THRU 8300-EXIT
057500     END-PERFORM
057600     CLOSE Feed-Config
057700
057800     .
057900 1400-EXIT.
058000     EXIT.
058100
058200******************************************************************
058300* 1500-LOAD-HOLDS  --  TONIGHT'S OPSDRCTV HOLD DIRECTIVES, WITH  *
058400*                      THE OPERATOR AND REASON FOR THE SUMMARY.  *
058500******************************************************************
058600 1500-LOAD-HOLDS.
058700
058800     MOVE 'N' TO WS-OPSDRCTV-EOF-SW
058900     OPEN INPUT Directive-File
059000     IF WS-OPSDRCTV-STATUS NOT = '00'
059100         GO TO 1500-EXIT
059200     END-IF
059300
059400     PERFORM 8400-READ-DIRECTIVE THRU 8400-EXIT
059500     PERFORM UNTIL WS-OPSDRCTV-EOF
059600         IF ODR-ACTION-HOLD
059700             MOVE ODR-FEED-ID TO WS-LOOKUP-FEED-ID
059800             PERFORM 7000-FIND-FEED THRU 7000-EXIT
059900             IF WS-FOUND-SUB > 0
060000                 SET WS-FD-HELD (WS-FOUND-SUB) TO TRUE
060100                 MOVE ODR-OPERATOR-ID
060200                     TO WS-FD-OPERATOR (WS-FOUND-SUB)
060300                 MOVE ODR-REASON TO WS-FD-REASON (WS-FOUND-SUB)
060400             ELSE
060500                 DISPLAY MYNAME ' HOLD FOR FEED ' ODR-FEED-ID
060600                     ' - NOT AN ACTIVE FEED, IGNORED'
060700             END-IF
060800         END-IF
060900         PERFORM 8400-READ-DIRECTIVE THRU 8400-EXIT
061000     END-PERFORM
061100     CLOSE Directive-File
061200
061300     .
061400 1500-EXIT.
061500     EXIT.
061600
061700******************************************************************
061800* 1600-LOAD-GENERATIONS  --  WHICH FEEDS GOT A GENERATION FOR    *
061900*                            THE RUN (A DLVTRACK ROW DATED ON OR *
062000*                            AFTER THE RUN DATE THAT IS NOT A    *
062100*                            RE-SEND), AND WHICH OF THOSE THE    *
062200*                            CONFORMANCE CHECK HELD (STATUS H ON *
062300*                            DLVTRKO, OR ON DLVTRACK ONCE        *
062400*                            PROMOTED).  A FEED STEP THAT FAILED *
062500*                            PART WAY STILL DELIVERED THE FEEDS  *
062600*                            IT REACHED.                         *
062700******************************************************************
062800 1600-LOAD-GENERATIONS.
062900
063000     MOVE 'N' TO WS-DLVTRACK-EOF-SW
063100     OPEN INPUT Delivery-Track
063200     IF WS-DLVTRACK-STATUS = '00'
063300         PERFORM 8500-READ-DLVTRACK THRU 8500-EXIT
063400         PERFORM UNTIL WS-DLVTRACK-EOF
063500             IF DLV-GEN-DATE OF DLV-TRACK-RECORD >= WS-RUN-DATE
063600                 AND NOT DLV-IS-RESEND OF DLV-TRACK-RECORD
063700                 MOVE DLV-FEED-ID OF DLV-TRACK-RECORD
063800                     TO WS-LOOKUP-FEED-ID
063900                 PERFORM 7000-FIND-FEED THRU 7000-EXIT
064000                 IF WS-FOUND-SUB > 0
064100                     SET WS-FD-GENERATED (WS-FOUND-SUB) TO TRUE
064200                     IF DLV-STATUS-HELD OF DLV-TRACK-RECORD
064300                         SET WS-FD-CONTENT-HELD (WS-FOUND-SUB)
064400                             TO TRUE
064500                     END-IF
064600                 END-IF
064700             END-IF
064800             PERFORM 8500-READ-DLVTRACK THRU 8500-EXIT
064900         END-PERFORM
065000         CLOSE Delivery-Track
065100     END-IF
065200
065300     MOVE 'N' TO WS-DLVTRKO-EOF-SW
065400     OPEN INPUT Delivery-Track-Out
065500     IF WS-DLVTRKO-STATUS = '00'
065600         PERFORM 8600-READ-DLVTRKO THRU 8600-EXIT
065700         PERFORM UNTIL WS-DLVTRKO-EOF
065800             IF DLV-GEN-DATE OF DLO-TRACK-RECORD >= WS-RUN-DATE
065900                 AND DLV-STATUS-HELD OF DLO-TRACK-RECORD
066000                 MOVE DLV-FEED-ID OF DLO-TRACK-RECORD
066100                     TO WS-LOOKUP-FEED-ID
066200                 PERFORM 7000-FIND-FEED THRU 7000-EXIT
066300                 IF WS-FOUND-SUB > 0
066400                     SET WS-FD-GENERATED (WS-FOUND-SUB) TO TRUE
066500                     SET WS-FD-CONTENT-HELD (WS-FOUND-SUB)
066600                         TO TRUE
066700                 END-IF
066800             END-IF
066900             PERFORM 8600-READ-DLVTRKO THRU 8600-EXIT
067000         END-PERFORM
067100         CLOSE Delivery-Track-Out
067200     END-IF
067300
067400     .
067500 1600-EXIT.
067600     EXIT.
067700
067800******************************************************************
067900* 2000-ASSESS-FEED  --  DECIDES WHETHER THE FEED'S PARTNER GETS  *
068000*                       TONIGHT'S FILE.  AN OPERATOR HOLD COMES  *
068100*                       FIRST, THEN A CONFORMANCE HOLD, THEN A   *
068200*                       FEED STEP THAT DID NOT COMPLETE BEFORE   *
068300*                       REACHING THE FEED.  AN AFFECTED FEED     *
068400*                       GETS ITS NOTICE AND SUMMARY LINE.        *
068500******************************************************************
068600 2000-ASSESS-FEED.
068700
068800     ADD 1 TO WS-FEEDS-ACTIVE
068900     MOVE SPACE TO WS-CAUSE
069000
069100     IF WS-FD-PILOT (WS-FEED-SUB)
069200         ADD 1 TO WS-FEEDS-PILOT
069300         GO TO 2000-EXIT
069400     END-IF
069500
069600     EVALUATE TRUE
069700         WHEN WS-FD-HELD (WS-FEED-SUB)
069800             SET WS-CAUSE-OPER-HOLD TO TRUE
069900             ADD 1 TO WS-FEEDS-OPER-HELD
070000             MOVE SPACES TO WS-DETAIL
070100             STRING 'HELD BY ' DELIMITED BY SIZE
070200                    WS-FD-OPERATOR (WS-FEED-SUB)
070300                        DELIMITED BY SPACE
070400                    ' - ' DELIMITED BY SIZE
070500                    WS-FD-REASON (WS-FEED-SUB) DELIMITED BY SIZE
070600                 INTO WS-DETAIL
070700         WHEN WS-FD-CONTENT-HELD (WS-FEED-SUB)
070800             SET WS-CAUSE-CONTENT-HOLD TO TRUE
070900             ADD 1 TO WS-FEEDS-CONTENT-HELD
071000             MOVE 'CONFORMANCE HOLD - SEE CONFRPT' TO WS-DETAIL
071100         WHEN WS-FD-GENERATED (WS-FEED-SUB)
071200             CONTINUE
071300         WHEN NOT WS-STEP-CLEAN
071400             SET WS-CAUSE-FAILURE TO TRUE
071500             ADD 1 TO WS-FEEDS-FAILED
071600             MOVE WS-FAILURE-DETAIL TO WS-DETAIL
071700         WHEN OTHER
071800             CONTINUE
071900     END-EVALUATE
072000
072100     IF WS-NOT-AFFECTED
072200         ADD 1 TO WS-FEEDS-DELIVERED
072300         GO TO 2000-EXIT
072400     END-IF
072500
072600     PERFORM 2100-FIND-DEADLINE  THRU 2100-EXIT
072700     PERFORM 2200-RATE-EXPOSURE  THRU 2200-EXIT
072800     PERFORM 2300-WRITE-NOTICE   THRU 2300-EXIT
072900     PERFORM 2400-WRITE-SUMMARY  THRU 2400-EXIT
073000
073100     .
073200 2000-EXIT.
073300     EXIT.
073400
073500******************************************************************
073600* 2100-FIND-DEADLINE  --  THE CONTRACTUAL DEADLINE AT RISK: THE  *
073700*                         RUN DATE PLUS THE FEED'S DLVDLTBL      *
073800*                         GRACE DAYS (BUSINESS DAYS WHEN         *
073900*                         FLAGGED) AT ITS TIME OF DAY, THE SAME  *
074000*                         RULE JSNDLVCF ESCALATES ON.  NO ROW    *
074100*                         LEAVES THE END OF THE RUN DATE.        *
074200******************************************************************
074300 2100-FIND-DEADLINE.
074400
074500     MOVE 'N' TO WS-DEADLINE-FOUND-SW
074600     MOVE 'N' TO WS-DLVDLTBL-EOF-SW
074700     MOVE 0   TO WS-GRACE-DAYS
074800     MOVE 0   TO WS-DEADLINE-TIME
074900     MOVE 'N' TO WS-BUSINESS-DAY-SW
075000
075100     OPEN INPUT Deadline-Table
075200     IF WS-DLVDLTBL-STATUS = '00'
075300         PERFORM 8700-READ-DEADLINE-TABLE THRU 8700-EXIT
075400         PERFORM UNTIL WS-DLVDLTBL-EOF OR WS-DEADLINE-FOUND
075500             IF DDL-FEED-ID = WS-FD-FEED-ID (WS-FEED-SUB)
075600                 SET WS-DEADLINE-FOUND TO TRUE
075700                 IF DDL-DEADLINE-TIME IS NUMERIC
075800                     MOVE DDL-DEADLINE-TIME TO WS-DEADLINE-TIME
075900                 END-IF
076000                 IF DDL-GRACE-DAYS IS NUMERIC
076100                     MOVE DDL-GRACE-DAYS TO WS-GRACE-DAYS
076200                 END-IF
076300                 MOVE DDL-BUSINESS-DAY-SW TO WS-BUSINESS-DAY-SW
076400             ELSE
076500                 PERFORM 8700-READ-DEADLINE-TABLE THRU 8700-EXIT
076600             END-IF
076700         END-PERFORM
076800         CLOSE Deadline-Table
076900     END-IF
077000
077100     IF NOT WS-DEADLINE-FOUND
077200         MOVE 'D'         TO WS-DEADLINE-BASIS
077300         MOVE WS-RUN-DATE TO WS-DEADLINE-DATE
077400         MOVE 235959      TO WS-DEADLINE-TIME
077500         GO TO 2100-EXIT
077600     END-IF
077700
077800     MOVE 'C' TO WS-DEADLINE-BASIS
077900     IF WS-GRACE-DAYS = 0
078000         MOVE WS-RUN-DATE TO WS-DEADLINE-DATE
078100     ELSE
078200         IF WS-BUSINESS-DAYS
078300             PERFORM 2180-ADD-BUSINESS-DAYS THRU 2180-EXIT
078400         ELSE
078500             COMPUTE WS-DATE-INT =
078600                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
078700                 + WS-GRACE-DAYS
078800             MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
078900                 TO WS-DEADLINE-DATE
079000         END-IF
079100     END-IF
079200
079300     .
079400 2100-EXIT.
079500     EXIT.
079600
079700******************************************************************
079800* 2180-ADD-BUSINESS-DAYS  --  WALKS FORWARD FROM THE RUN DATE    *
079900*                             ONE DAY AT A TIME, COUNTING ONLY   *
080000*                             DAYS THAT ARE NEITHER WEEKEND NOR  *
080100*                             ON THE CALNDTBL EXCEPTION LIST,    *
080200*                             UNTIL THE GRACE DAYS ARE SPENT.    *
080300******************************************************************
080400 2180-ADD-BUSINESS-DAYS.
080500
080600     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
080700     MOVE 0 TO WS-DAYS-COUNTED
080800     MOVE WS-RUN-DATE TO WS-CANDIDATE-DATE
080900
081000     PERFORM UNTIL WS-DAYS-COUNTED >= WS-GRACE-DAYS
081100         ADD 1 TO WS-DATE-INT
081200         MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
081300             TO WS-CANDIDATE-DATE
081400         PERFORM 2190-CHECK-BUSINESS-DAY THRU 2190-EXIT
081500         IF NOT WS-NONBUSINESS-DAY
081600             ADD 1 TO WS-DAYS-COUNTED
081700         END-IF
081800     END-PERFORM
081900
082000     MOVE WS-CANDIDATE-DATE TO WS-DEADLINE-DATE
082100
082200     .
082300 2180-EXIT.
082400     EXIT.
082500
082600******************************************************************
082700* 2190-CHECK-BUSINESS-DAY  --  A SATURDAY, A SUNDAY, OR A DATE   *
082800*                              ON THE CALNDTBL EXCEPTION LIST IS *
082900*                              NOT A BUSINESS DAY.  DAY 1 OF THE *
083000*                              INTEGER-OF-DATE EPOCH WAS A       *
083100*                              MONDAY, SO MOD 7 OF 6 IS SATURDAY *
083200*                              AND 0 IS SUNDAY.                  *
083300******************************************************************
083400 2190-CHECK-BUSINESS-DAY.
083500
083600     MOVE 'N' TO WS-NONBUSINESS-SW
083700
083800     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT 7)
083900     IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
084000         SET WS-NONBUSINESS-DAY TO TRUE
084100         GO TO 2190-EXIT
084200     END-IF
084300
084400     MOVE 'N' TO WS-CALNDTBL-EOF-SW
084500     OPEN INPUT Calendar-Table
084600     IF WS-CALNDTBL-STATUS NOT = '00'
084700         GO TO 2190-EXIT
084800     END-IF
084900
085000     PERFORM 8800-READ-CALENDAR THRU 8800-EXIT
085100     PERFORM UNTIL WS-CALNDTBL-EOF OR WS-NONBUSINESS-DAY
085200         IF CAL-DATE = WS-CANDIDATE-DATE
085300             SET WS-NONBUSINESS-DAY TO TRUE
085400         ELSE
085500             PERFORM 8800-READ-CALENDAR THRU 8800-EXIT
085600         END-IF
085700     END-PERFORM
085800
085900     CLOSE Calendar-Table
086000
086100     .
086200 2190-EXIT.
086300     EXIT.
086400
086500******************************************************************
086600* 2200-RATE-EXPOSURE  --  MINUTES FROM NOW TO THE DEADLINE, AND  *
086700*                         THE EXPOSURE BAND THEY FALL IN.        *
086800******************************************************************
086900 2200-RATE-EXPOSURE.
087000
087100     COMPUTE WS-MINUTES-LEFT =
087200         (FUNCTION INTEGER-OF-DATE(WS-DEADLINE-DATE)
087300          - FUNCTION INTEGER-OF-DATE(WS-TODAY)) * 1440
087400         + (WS-DEADLINE-HH * 60) + WS-DEADLINE-MM
087500         - (WS-NOW-HH * 60) - WS-NOW-MM
087600
087700     EVALUATE TRUE
087800         WHEN WS-MINUTES-LEFT <= 0
087900             MOVE 'PASSED'   TO WS-EXPOSURE
088000             ADD 1 TO WS-DEADLINES-PASSED
088100         WHEN WS-MINUTES-LEFT <= WS-CRITICAL-MINUTES
088200             MOVE 'CRITICAL' TO WS-EXPOSURE
088300             ADD 1 TO WS-DEADLINES-CRITICAL
088400         WHEN WS-MINUTES-LEFT <= WS-AT-RISK-MINUTES
088500             MOVE 'AT RISK'  TO WS-EXPOSURE
088600         WHEN OTHER
088700             MOVE 'WATCH'    TO WS-EXPOSURE
088800     END-EVALUATE
088900
089000     .
089100 2200-EXIT.
089200     EXIT.
089300
089400******************************************************************
089500* 2300-WRITE-NOTICE  --  THE PARTNER-READY NOTICE FOR THE FEED.  *
089600*                        ITS TEXT NAMES NO OPERATOR, REASON OR   *
089700*                        INTERNAL STEP.                          *
089800******************************************************************
089900 2300-WRITE-NOTICE.
090000
090100     MOVE SPACES TO IMN-NOTICE-RECORD
090200     MOVE WS-RUN-DATE                TO IMN-RUN-DATE
090300     MOVE WS-FD-FEED-ID (WS-FEED-SUB) TO IMN-FEED-ID
090400     MOVE WS-CAUSE                   TO IMN-CAUSE
090500     MOVE WS-DEADLINE-DATE           TO IMN-DEADLINE-DATE
090600     MOVE WS-DEADLINE-TIME           TO IMN-DEADLINE-TIME
090700     MOVE WS-DEADLINE-BASIS          TO IMN-DEADLINE-BASIS
090800     MOVE WS-TODAY                   TO IMN-ISSUED-DATE
090900     MOVE WS-NOW-TIME                TO IMN-ISSUED-TIME
091000
091100     EVALUATE TRUE
091200         WHEN WS-CAUSE-OPER-HOLD
091300             STRING 'YOUR FILE FOR ' DELIMITED BY SIZE
091400                    WS-RUN-DATE DELIMITED BY SIZE
091500                    ' IS ON HOLD PENDING AN OPERATIONAL REVIEW.'
091600                        DELIMITED BY SIZE
091700                 INTO IMN-NOTICE-TEXT
091800         WHEN WS-CAUSE-CONTENT-HOLD
091900             STRING 'YOUR FILE FOR ' DELIMITED BY SIZE
092000                    WS-RUN-DATE DELIMITED BY SIZE
092100                    ' IS HELD FOR A DATA QUALITY REVIEW.'
092200                        DELIMITED BY SIZE
092300                 INTO IMN-NOTICE-TEXT
092400         WHEN OTHER
092500             STRING 'YOUR FILE FOR ' DELIMITED BY SIZE
092600                    WS-RUN-DATE DELIMITED BY SIZE
092700                    ' IS DELAYED BY A PROCESSING ISSUE.'
092800                        DELIMITED BY SIZE
092900                 INTO IMN-NOTICE-TEXT
093000     END-EVALUATE
093100
093200     WRITE IMN-NOTICE-RECORD
093300     ADD 1 TO WS-NOTICES-WRITTEN
093400
093500     .
093600 2300-EXIT.
093700     EXIT.
093800
093900******************************************************************
094000* 2400-WRITE-SUMMARY  --  THE FEED'S LINE ON THE INTERNAL        *
094100*                         EXPOSURE SUMMARY.  A HEADING IS        *
094200*                         WRITTEN AHEAD OF THE FIRST.            *
094300******************************************************************
094400 2400-WRITE-SUMMARY.
094500
094600     IF WS-NOTICES-WRITTEN = 1
094700         MOVE SPACES TO IMPRPT-REC
094800         STRING MYNAME DELIMITED BY SIZE
094900                ' PARTNER IMPACT - RUN OF ' DELIMITED BY SIZE
095000                WS-RUN-DATE DELIMITED BY SIZE
095100                '  AS AT ' DELIMITED BY SIZE
095200                WS-TODAY DELIMITED BY SIZE
095300                ' ' DELIMITED BY SIZE
095400                WS-NOW-TIME (1:4) DELIMITED BY SIZE
095500             INTO IMPRPT-REC
095600         WRITE IMPRPT-REC
095700         MOVE 'FEED'      TO WS-RPT-FEED-ID
095800         MOVE 'CAUSE'     TO WS-RPT-CAUSE
095900         MOVE 'DEADLINE'  TO WS-RPT-DL-DATE
096000         MOVE 'TIME'      TO WS-RPT-DL-TIME
096100         MOVE 'B'         TO WS-RPT-BASIS
096200         MOVE 'LEFT'      TO WS-RPT-LEFT
096300         MOVE 'EXPOSURE'  TO WS-RPT-EXPOSURE
096400         MOVE 'DETAIL'    TO WS-RPT-DETAIL-TEXT
096500         WRITE IMPRPT-REC FROM WS-RPT-DETAIL
096600     END-IF
096700
096800     MOVE WS-FD-FEED-ID (WS-FEED-SUB) TO WS-RPT-FEED-ID
096900     EVALUATE TRUE
097000         WHEN WS-CAUSE-OPER-HOLD
097100             MOVE 'OPERHOLD' TO WS-RPT-CAUSE
097200         WHEN WS-CAUSE-CONTENT-HOLD
097300             MOVE 'CONFHOLD' TO WS-RPT-CAUSE
097400         WHEN OTHER
097500             MOVE 'FAILURE'  TO WS-RPT-CAUSE
097600     END-EVALUATE
097700     MOVE WS-DEADLINE-DATE  TO WS-RPT-DL-DATE
097800     MOVE WS-DEADLINE-TIME  TO WS-RPT-DL-TIME
097900     MOVE WS-DEADLINE-BASIS TO WS-RPT-BASIS
098000     MOVE SPACES TO WS-RPT-LEFT
098100     IF WS-MINUTES-LEFT > 0
098200         DIVIDE WS-MINUTES-LEFT BY 60
098300             GIVING WS-LEFT-HOURS REMAINDER WS-LEFT-MINUTES
098400         STRING WS-LEFT-HOURS DELIMITED BY SIZE
098500                ':' DELIMITED BY SIZE
098600                WS-LEFT-MINUTES DELIMITED BY SIZE
098700             INTO WS-RPT-LEFT
098800     END-IF
098900     MOVE WS-EXPOSURE TO WS-RPT-EXPOSURE
099000     MOVE WS-DETAIL   TO WS-RPT-DETAIL-TEXT
099100     WRITE IMPRPT-REC FROM WS-RPT-DETAIL
099200
099300     .
099400 2400-EXIT.
099500     EXIT.
099600
099700******************************************************************
099800* 3000-TERMINATE  --  THE SUMMARY TOTALS AND RUN DISPLAYS.  ANY  *
099900*                     NOTICE WRITTEN IS RC 4.                    *
100000******************************************************************
100100 3000-TERMINATE.
100200
100300     IF WS-NOTICES-WRITTEN = 0
100400         MOVE SPACES TO IMPRPT-REC
100500         STRING MYNAME DELIMITED BY SIZE
100600                ' PARTNER IMPACT - RUN OF ' DELIMITED BY SIZE
100700                WS-RUN-DATE DELIMITED BY SIZE
100800                ' - NO PARTNER AFFECTED' DELIMITED BY SIZE
100900             INTO IMPRPT-REC
101000         WRITE IMPRPT-REC
101100     END-IF
101200
101300     MOVE SPACES TO IMPRPT-REC
101400     WRITE IMPRPT-REC
101500     MOVE WS-FEEDS-ACTIVE TO WS-NUM-DISPLAY
101600     MOVE SPACES TO IMPRPT-REC
101700     STRING 'ACTIVE FEEDS                 : ' DELIMITED BY SIZE
101800            WS-NUM-DISPLAY DELIMITED BY SIZE
101900         INTO IMPRPT-REC
102000     WRITE IMPRPT-REC
102100     MOVE WS-FEEDS-PILOT TO WS-NUM-DISPLAY
102200     MOVE SPACES TO IMPRPT-REC
102300     STRING 'PILOT FEEDS (NOT NOTIFIED)   : ' DELIMITED BY SIZE
102400            WS-NUM-DISPLAY DELIMITED BY SIZE
102500         INTO IMPRPT-REC
102600     WRITE IMPRPT-REC
102700     MOVE WS-FEEDS-DELIVERED TO WS-NUM-DISPLAY
102800     MOVE SPACES TO IMPRPT-REC
102900     STRING 'NOT AFFECTED                 : ' DELIMITED BY SIZE
103000            WS-NUM-DISPLAY DELIMITED BY SIZE
103100         INTO IMPRPT-REC
103200     WRITE IMPRPT-REC
103300     MOVE WS-FEEDS-FAILED TO WS-NUM-DISPLAY
103400     MOVE SPACES TO IMPRPT-REC
103500     STRING 'AFFECTED - STREAM FAILURE    : ' DELIMITED BY SIZE
103600            WS-NUM-DISPLAY DELIMITED BY SIZE
103700         INTO IMPRPT-REC
103800     WRITE IMPRPT-REC
103900     MOVE WS-FEEDS-OPER-HELD TO WS-NUM-DISPLAY
104000     MOVE SPACES TO IMPRPT-REC
104100     STRING 'AFFECTED - OPERATOR HOLD     : ' DELIMITED BY SIZE
104200            WS-NUM-DISPLAY DELIMITED BY SIZE
104300         INTO IMPRPT-REC
104400     WRITE IMPRPT-REC
104500     MOVE WS-FEEDS-CONTENT-HELD TO WS-NUM-DISPLAY
104600     MOVE SPACES TO IMPRPT-REC
104700     STRING 'AFFECTED - CONFORMANCE HOLD  : ' DELIMITED BY SIZE
104800            WS-NUM-DISPLAY DELIMITED BY SIZE
104900         INTO IMPRPT-REC
105000     WRITE IMPRPT-REC
105100     MOVE WS-DEADLINES-PASSED TO WS-NUM-DISPLAY
105200     MOVE SPACES TO IMPRPT-REC
105300     STRING 'DEADLINES ALREADY PASSED     : ' DELIMITED BY SIZE
105400            WS-NUM-DISPLAY DELIMITED BY SIZE
105500         INTO IMPRPT-REC
105600     WRITE IMPRPT-REC
105700     MOVE WS-DEADLINES-CRITICAL TO WS-NUM-DISPLAY
105800     MOVE SPACES TO IMPRPT-REC
105900     STRING 'DEADLINES CRITICAL           : ' DELIMITED BY SIZE
106000            WS-NUM-DISPLAY DELIMITED BY SIZE
106100         INTO IMPRPT-REC
106200     WRITE IMPRPT-REC
106300
106400     CLOSE Impact-Notice
106500     CLOSE Impact-Report
106600
106700     DISPLAY MYNAME ' RUN OF                = ' WS-RUN-DATE
106800     DISPLAY MYNAME ' ACTIVE FEEDS          = ' WS-FEEDS-ACTIVE
106900     DISPLAY MYNAME ' NOT AFFECTED          = '
107000         WS-FEEDS-DELIVERED
107100     DISPLAY MYNAME ' NOTICES WRITTEN       = '
107200         WS-NOTICES-WRITTEN
107300     DISPLAY MYNAME ' DEADLINES PASSED      = '
107400         WS-DEADLINES-PASSED
107500
107600     IF WS-NOTICES-WRITTEN > 0
107700         MOVE 4 TO RETURN-CODE
107800     END-IF
107900
108000     DISPLAY MYNAME ' End'
108100
108200     .
108300 3000-EXIT.
108400     EXIT.
108500
108600******************************************************************
108700* 7000-FIND-FEED  --  WS-FOUND-SUB = THE FEED TABLE ENTRY FOR    *
108800*                     WS-LOOKUP-FEED-ID, OR ZERO.                *
108900******************************************************************
109000 7000-FIND-FEED.
109100
109200     MOVE 0 TO WS-FOUND-SUB
109300     MOVE 1 TO WS-FEED-SUB
109400     PERFORM UNTIL WS-FEED-SUB > WS-FEED-COUNT
109500             OR WS-FOUND-SUB > 0
109600         IF WS-FD-FEED-ID (WS-FEED-SUB) = WS-LOOKUP-FEED-ID
109700             MOVE WS-FEED-SUB TO WS-FOUND-SUB
109800         END-IF
109900         ADD 1 TO WS-FEED-SUB
110000     END-PERFORM
110100
110200     .
110300 7000-EXIT.
110400     EXIT.
110500
110600******************************************************************
110700* 8000-READ-LEDGER  --  PRIMES/ADVANCES THE STEPLEDG CURSOR.     *
110800******************************************************************
110900 8000-READ-LEDGER.
111000
111100     READ Step-Ledger
111200         AT END
111300             SET WS-LEDGER-EOF TO TRUE
111400     END-READ
111500
111600     .
111700 8000-EXIT.
111800     EXIT.
111900
112000******************************************************************
112100* 8100-READ-RUNHIST  --  PRIMES/ADVANCES THE RUNHIST CURSOR.     *
112200******************************************************************
112300 8100-READ-RUNHIST.
112400
112500     READ Run-History
112600         AT END
112700             SET WS-RUNHIST-EOF TO TRUE
112800     END-READ
112900
113000     .
113100 8100-EXIT.
113200     EXIT.
113300
113400******************************************************************
113500* 8200-READ-NAMETBL  --  PRIMES/ADVANCES THE NAMETBL CURSOR.     *
113600******************************************************************
113700 8200-READ-NAMETBL.
113800
113900     READ Name-Table
114000         AT END
114100             SET WS-NAMETBL-EOF TO TRUE
114200     END-READ
114300
114400     .
114500 8200-EXIT.
114600     EXIT.
114700
114800******************************************************************
114900* 8300-READ-FEEDCFG  --  PRIMES/ADVANCES THE FEEDCFG CURSOR.     *
115000******************************************************************
115100 8300-READ-FEEDCFG.
115200
115300     READ Feed-Config
115400         AT END
115500             SET WS-FEEDCFG-EOF TO TRUE
115600     END-READ
115700
115800     .
115900 8300-EXIT.
116000     EXIT.
116100
116200******************************************************************
116300* 8400-READ-DIRECTIVE  --  PRIMES/ADVANCES THE OPSDRCTV CURSOR.  *
116400******************************************************************
116500 8400-READ-DIRECTIVE.
116600
116700     READ Directive-File
116800         AT END
116900             SET WS-OPSDRCTV-EOF TO TRUE
117000     END-READ
117100
117200     .
117300 8400-EXIT.
117400     EXIT.
117500
117600******************************************************************
117700* 8500-READ-DLVTRACK  --  PRIMES/ADVANCES THE DLVTRACK CURSOR.   *
117800******************************************************************
117900 8500-READ-DLVTRACK.
118000
118100     READ Delivery-Track
118200         AT END
118300             SET WS-DLVTRACK-EOF TO TRUE
118400     END-READ
118500
118600     .
118700 8500-EXIT.
118800     EXIT.
118900
119000******************************************************************
119100* 8600-READ-DLVTRKO  --  PRIMES/ADVANCES THE DLVTRKO CURSOR.     *
119200******************************************************************
119300 8600-READ-DLVTRKO.
119400
119500     READ Delivery-Track-Out
119600         AT END
119700             SET WS-DLVTRKO-EOF TO TRUE
119800     END-READ
119900
120000     .
120100 8600-EXIT.
120200     EXIT.
120300
120400******************************************************************
120500* 8700-READ-DEADLINE-TABLE  --  PRIMES/ADVANCES THE DLVDLTBL     *
120600*                               CURSOR.                          *
120700******************************************************************
120800 8700-READ-DEADLINE-TABLE.
120900
121000     READ Deadline-Table
121100         AT END
121200             SET WS-DLVDLTBL-EOF TO TRUE
121300     END-READ
121400
121500     .
121600 8700-EXIT.
121700     EXIT.
121800
121900******************************************************************
122000* 8800-READ-CALENDAR  --  PRIMES/ADVANCES THE CALNDTBL CURSOR.   *
122100******************************************************************
122200 8800-READ-CALENDAR.
122300
122400     READ Calendar-Table
122500         AT END
122600             SET WS-CALNDTBL-EOF TO TRUE
122700     END-READ
122800
122900     .
123000 8800-EXIT.
123100     EXIT.

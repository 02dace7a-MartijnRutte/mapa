000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. BKUPVRFY.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  WEEKLY BACKUP VERIFICATION:*
001500*                  READS ONE RETAINED CUSTSNAP GENERATION (THE   *
001600*                  ONE BKVPARM NAMES -- BKUPVRFY.JCL RUNS ONE    *
001700*                  STEP PER GENERATION) END TO END, RECOMPUTES   *
001800*                  ITS RECORD COUNT AND HASH TOTAL, AND BALANCES *
001900*                  THEM AGAINST THE JSNCTOT ROW ITS WRITER       *
002000*                  RECORDED (SEE CTLTOT.CPY).  THE STEP FOR THE  *
002100*                  LATEST GENERATION ALSO BALANCES JSONARCH THE  *
002200*                  SAME WAY AND LOADS THE SNAPSHOT INTO A TRIAL  *
002300*                  MASTER, WHOSE PROFILE MUST REPRODUCE THE      *
002400*                  CMPROFIL REPORT.  ANYTHING UNREADABLE OR      *
002500*                  UNBALANCED IS WRITTEN TO BKVALRT FOR          *
002600*                  ALRTMGR'S ALERT STORE AND ENDS THE RUN RC 4.  *
002700******************************************************************
002800 Environment Division.
002900 Input-Output Section.
003000 File-Control.
003100     Select Verify-Parm Assign to 'BKVPARM'
003200         Organization is Line Sequential
003300         File Status is WS-BKVPARM-STATUS.
003400
003500     Select Control-Totals Assign to 'JSNCTOT'
003600         Organization is Line Sequential
003700         File Status is WS-CTLTOT-STATUS.
003800
003900     Select Snapshot-File Assign to 'CUSTSNAP'
004000         Organization is Sequential
004100         File Status is WS-CUSTSNAP-STATUS.
004200
004300     Select Trial-Master Assign to 'BKVMAST'
004400         Organization is Indexed
004500         Access Mode is Dynamic
004600         Record Key is SD-001 OF BKVMAST-REC
004700         File Status is WS-BKVMAST-STATUS.
004800
004900     Select Json-Archive Assign to 'JSONARCH'
005000         Organization is Indexed
005100         Access Mode is Sequential
005200         Record Key is JAR-ARCHIVE-KEY
005300         File Status is WS-JSONARCH-STATUS.
005400
005500     Select Profile-Report Assign to 'CMPROFRP'
005600         Organization is Line Sequential
005700         File Status is WS-CMPROFRP-STATUS.
005800
005900     Select Verify-Report Assign to 'BKVRPT'
006000         Organization is Line Sequential
006100         File Status is WS-BKVRPT-STATUS.
006200
006300     Select Verify-Alerts Assign to 'BKVALRT'
006400         Organization is Line Sequential
006500         File Status is WS-BKVALRT-STATUS.
006600 Data Division.
006700 File Section.
006800 FD  Verify-Parm
006900     Label Records are Standard
007000     Recording Mode is F.
007100 COPY BKVPARM.
007200
007300 FD  Control-Totals
007400     Label Records are Standard
007500     Recording Mode is F.
007600 COPY CTLTOT.
007700
007800 FD  Snapshot-File
007900     Label Records are Standard
008000     Recording Mode is F.
008100 COPY SOMEDATA Replacing ==SOME-DATA== By ==CSNP-REC==.
008200
008300 FD  Trial-Master
008400     Label Records are Standard
008500     Recording Mode is F.
008600 COPY SOMEDATA Replacing ==SOME-DATA== By ==BKVMAST-REC==.
008700
008800 FD  Json-Archive
008900     Label Records are Standard
009000     Recording Mode is F.
009100 COPY JSNARCH.
009200
009300 FD  Profile-Report
009400     Label Records are Standard
009500     Recording Mode is F.
009600 COPY CMPROF.
009700
009800 FD  Verify-Report
009900     Label Records are Standard
010000     Recording Mode is F.
010100 01  BKVRPT-REC               PIC X(100).
010200
010300 FD  Verify-Alerts
010400     Label Records are Standard
010500     Recording Mode is F.
010600 COPY BKVALRT.
010700
010800 Working-Storage Section.
010900 01  CONSTANTS.
011000     05  MYNAME               PIC X(008) VALUE 'BKUPVRFY'.
011100
011200 01  WS-BKVPARM-STATUS        PIC X(002) VALUE '00'.
011300 01  WS-CTLTOT-STATUS         PIC X(002) VALUE '00'.
011400 01  WS-CUSTSNAP-STATUS       PIC X(002) VALUE '00'.
011500 01  WS-BKVMAST-STATUS        PIC X(002) VALUE '00'.
011600 01  WS-JSONARCH-STATUS       PIC X(002) VALUE '00'.
011700 01  WS-CMPROFRP-STATUS       PIC X(002) VALUE '00'.
011800 01  WS-BKVRPT-STATUS         PIC X(002) VALUE '00'.
011900 01  WS-BKVALRT-STATUS        PIC X(002) VALUE '00'.
012000
012100 01  WS-SWITCHES.
012200     05  WS-CTLTOT-EOF-SW     PIC X(001) VALUE 'N'.
012300         88  WS-CTLTOT-EOF        VALUE 'Y'.
012400     05  WS-FILE-EOF-SW       PIC X(001) VALUE 'N'.
012500         88  WS-FILE-EOF          VALUE 'Y'.
012600     05  WS-UNREADABLE-SW     PIC X(001) VALUE 'N'.
012700         88  WS-UNREADABLE        VALUE 'Y'.
012800     05  WS-SNAP-EXPECTED-SW  PIC X(001) VALUE 'N'.
012900         88  WS-SNAP-EXPECTED     VALUE 'Y'.
013000     05  WS-ARCH-EXPECTED-SW  PIC X(001) VALUE 'N'.
013100         88  WS-ARCH-EXPECTED     VALUE 'Y'.
013200     05  WS-TRIAL-EOF-SW      PIC X(001) VALUE 'N'.
013300         88  WS-TRIAL-EOF         VALUE 'Y'.
013400     05  WS-REBUILD-SW        PIC X(001) VALUE 'N'.
013500         88  WS-REBUILD           VALUE 'Y'.
013600     05  WS-BKVALRT-OPEN-SW   PIC X(001) VALUE 'N'.
013700         88  WS-BKVALRT-IS-OPEN   VALUE 'Y'.
013800     05  WS-BKVALRT-FAILED-SW PIC X(001) VALUE 'N'.
013900         88  WS-BKVALRT-FAILED    VALUE 'Y'.
014000
014100 01  WS-TODAY-DATE            PIC 9(008) VALUE 0.
014200 01  WS-RUN-TIME              PIC 9(008) VALUE 0.
014300 01  WS-ALERT-TIME            PIC 9(008) VALUE 0.
014400
014500*
014600* GENERATIONS BACK FROM THE LATEST, FROM BKVPARM.
014700 01  WS-GENERATION            PIC 9(003) VALUE 0.
014800 01  WS-GENERATION-MAX        PIC 9(003) VALUE 49.
014900 01  WS-GEN-EDIT              PIC -(3)9.
015000
015100*
015200* THE LAST 50 CUSTSNAP 'G' ROWS ON JSNCTOT, KEPT AS A RING: ROW
015300* NUMBER N (COUNTING EVERY CUSTSNAP ROW FROM THE TOP OF THE FILE)
015400* SITS IN SLOT ((N - 1) MOD 50) + 1.  THE GENERATION G BACK FROM
015500* THE LATEST WAS RECORDED BY ROW (WS-SNAPROW-TOTAL - G).
015600 01  WS-SNAPROW-TABLE.
015700     05  WS-SNAPROW           OCCURS 50 TIMES.
015800         10  WS-SNAPROW-COUNT PIC 9(009).
015900         10  WS-SNAPROW-HASH  PIC 9(015).
016000         10  WS-SNAPROW-PGM   PIC X(008).
016100         10  WS-SNAPROW-DATE  PIC 9(008).
016200 01  WS-SNAPROW-MAX           PIC 9(004) COMP-5 VALUE 50.
016300 01  WS-SNAPROW-TOTAL         PIC 9(009) COMP-5 VALUE 0.
016400 01  WS-SNAPROW-NBR           PIC 9(009) COMP-5 VALUE 0.
016500 01  WS-SNAPROW-QUOT          PIC 9(009) COMP-5 VALUE 0.
016600 01  WS-SNAPROW-SUB           PIC 9(004) COMP-5 VALUE 0.
016700
016800*
016900* WHAT JSNCTOT SAYS JSONARCH SHOULD HOLD: THE LATEST 'G' ROW PLUS
017000* EVERY 'A' ROW AFTER IT.
017100 01  WS-ARCH-EXP-COUNT        PIC 9(009) COMP-5 VALUE 0.
017200 01  WS-ARCH-EXP-HASH         PIC 9(015) COMP-5 VALUE 0.
017300 01  WS-ARCH-BASE-PGM         PIC X(008) VALUE SPACES.
017400 01  WS-ARCH-BASE-DATE        PIC 9(008) VALUE 0.
017500 01  WS-ARCH-ADDED-ROWS       PIC 9(009) COMP-5 VALUE 0.
017600
017700*
017800* THE DATASET BEING BALANCED, AND WHAT WAS READ BACK.
017900 01  WS-CHECK.
018000     05  WS-CHK-DATASET       PIC X(008).
018100     05  WS-CHK-FILE-STATUS   PIC X(002).
018200     05  WS-CHK-EXP-COUNT     PIC 9(009) COMP-5.
018300     05  WS-CHK-ACT-COUNT     PIC 9(009) COMP-5.
018400     05  WS-CHK-EXP-HASH      PIC 9(015) COMP-5.
018500     05  WS-CHK-ACT-HASH      PIC 9(015) COMP-5.
018600     05  WS-CHK-RESULT        PIC X(010).
018700     05  WS-CHK-CONDITION     PIC X(008).
018800     05  WS-CHK-SEVERITY      PIC X(001).
018900     05  WS-CHK-METRIC        PIC X(016).
019000     05  WS-CHK-KEY-VALUE     PIC X(010).
019100
019200*
019300* THE TRIAL MASTER'S PROFILE, TALLIED EXACTLY AS CMPROFIL
019400* TALLIES THE LIVE ONE.  SD-004 IS BUCKETED AGAINST THE YEAR OF
019500* THE CMPROFRP RUN DATE, SO THE BUCKETS MEAN THE SAME THING.
019600 01  WS-THIS-YEAR             PIC 9(004) VALUE 0.
019700 01  WS-SD004-YEAR            PIC 9(004) VALUE 0.
019800 01  WS-TRIAL-PROFILE.
019900     05  WS-TRIAL-TOTAL       PIC 9(009) COMP-5 VALUE 0.
020000     05  WS-TRIAL-COMBO-YY    PIC 9(009) COMP-5 VALUE 0.
020100     05  WS-TRIAL-COMBO-YN    PIC 9(009) COMP-5 VALUE 0.
020200     05  WS-TRIAL-COMBO-NY    PIC 9(009) COMP-5 VALUE 0.
020300     05  WS-TRIAL-COMBO-NN    PIC 9(009) COMP-5 VALUE 0.
020400     05  WS-TRIAL-COMBO-OTHER PIC 9(009) COMP-5 VALUE 0.
020500     05  WS-TRIAL-SD004-PRIOR PIC 9(009) COMP-5 VALUE 0.
020600     05  WS-TRIAL-SD004-THISYR
020700                              PIC 9(009) COMP-5 VALUE 0.
020800     05  WS-TRIAL-SD004-FUTURE
020900                              PIC 9(009) COMP-5 VALUE 0.
021000     05  WS-TRIAL-SD004-ZERO  PIC 9(009) COMP-5 VALUE 0.
021100     05  WS-TRIAL-LEGACY      PIC 9(009) COMP-5 VALUE 0.
021200     05  WS-TRIAL-CURRENT     PIC 9(009) COMP-5 VALUE 0.
021300     05  WS-TRIAL-ACTIVE      PIC 9(009) COMP-5 VALUE 0.
021400     05  WS-TRIAL-INACTIVE    PIC 9(009) COMP-5 VALUE 0.
021500 01  WS-TRIAL-COUNT           PIC 9(009) COMP-5 VALUE 0.
021600
021700 01  WS-RPT-DETAIL.
021800     05  WS-RPT-DATASET       PIC X(008).
021900     05  FILLER               PIC X(002) VALUE SPACES.
022000     05  WS-RPT-GEN           PIC X(004).
022100     05  FILLER               PIC X(002) VALUE SPACES.
022200     05  WS-RPT-EXP-COUNT     PIC X(009).
022300     05  FILLER               PIC X(002) VALUE SPACES.
022400     05  WS-RPT-ACT-COUNT     PIC X(009).
022500     05  FILLER               PIC X(002) VALUE SPACES.
022600     05  WS-RPT-EXP-HASH      PIC X(015).
022700     05  FILLER               PIC X(002) VALUE SPACES.
022800     05  WS-RPT-ACT-HASH      PIC X(015).
022900     05  FILLER               PIC X(002) VALUE SPACES.
023000     05  WS-RPT-RESULT        PIC X(010).
023100
023200 01  WS-PRF-DETAIL.
023300     05  WS-PRF-METRIC        PIC X(016).
023400     05  FILLER               PIC X(002) VALUE SPACES.
023500     05  WS-PRF-KEY-VALUE     PIC X(010).
023600     05  FILLER               PIC X(002) VALUE SPACES.
023700     05  WS-PRF-PROFILE       PIC X(009).
023800     05  FILLER               PIC X(002) VALUE SPACES.
023900     05  WS-PRF-TRIAL         PIC X(009).
024000     05  FILLER               PIC X(002) VALUE SPACES.
024100     05  WS-PRF-RESULT        PIC X(010).
024200
024300 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
024400 01  WS-HASH-DISPLAY          PIC 9(015) VALUE 0.
024500
024600 01  WS-COUNTERS.
024700     05  WS-CTLTOT-ROWS       PIC 9(009) COMP-5 VALUE 0.
024800     05  WS-TRIAL-LOADED      PIC 9(009) COMP-5 VALUE 0.
024900     05  WS-TRIAL-DUPLICATES  PIC 9(009) COMP-5 VALUE 0.
025000     05  WS-PROFILE-COMPARED  PIC 9(009) COMP-5 VALUE 0.
025100     05  WS-PROFILE-DIFFERED  PIC 9(009) COMP-5 VALUE 0.
025200     05  WS-ALERTS-RAISED     PIC 9(009) COMP-5 VALUE 0.
025300
025400******************************************************************
025500 Procedure Division.
025600******************************************************************
025700 0000-MAINLINE.
025800
025900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
026000     PERFORM 2000-LOAD-CONTROL-TOTALS
026100                                   THRU 2000-EXIT
026200     PERFORM 3000-VERIFY-SNAPSHOT  THRU 3000-EXIT
026300     IF WS-GENERATION = 0
026400         PERFORM 4000-VERIFY-ARCHIVE   THRU 4000-EXIT
026500         PERFORM 5000-VERIFY-REBUILD   THRU 5000-EXIT
026600     END-IF
026700     PERFORM 6000-TERMINATE        THRU 6000-EXIT
026800
026900     GOBACK
027000     .
027100 0000-EXIT.
027200     EXIT.
027300
027400******************************************************************
027500* 1000-INITIALIZE  --  TAKES THE GENERATION FROM BKVPARM AND     *
027600*                      OPENS THE REPORT.  A GENERATION PAST THE  *
027700*                      49 JSNCTOT HISTORY IS KEPT FOR IS RC 8.   *
027800******************************************************************
027900 1000-INITIALIZE.
028000
028100     DISPLAY MYNAME ' Begin'
028200
028300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
028400     ACCEPT WS-RUN-TIME   FROM TIME
028500
028600     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
028700
028800     OPEN OUTPUT Verify-Report
028900     IF WS-BKVRPT-STATUS NOT = '00'
029000         DISPLAY MYNAME ' UNABLE TO OPEN BKVRPT, STATUS = '
029100             WS-BKVRPT-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         GOBACK
029400     END-IF
029500
029600     COMPUTE WS-GEN-EDIT = 0 - WS-GENERATION
029700     MOVE SPACES TO BKVRPT-REC
029800     STRING MYNAME DELIMITED BY SIZE
029900            ' BACKUP VERIFICATION  RUN ' DELIMITED BY SIZE
030000            WS-TODAY-DATE DELIMITED BY SIZE
030100            '  CUSTSNAP GENERATION ' DELIMITED BY SIZE
030200            WS-GEN-EDIT DELIMITED BY SIZE
030300         INTO BKVRPT-REC
030400     WRITE BKVRPT-REC
030500     MOVE SPACES TO BKVRPT-REC
030600     WRITE BKVRPT-REC
030700     MOVE 'DATASET'   TO WS-RPT-DATASET
030800     MOVE 'GEN'       TO WS-RPT-GEN
030900     MOVE 'EXPECTED'  TO WS-RPT-EXP-COUNT
031000     MOVE 'READ'      TO WS-RPT-ACT-COUNT
031100     MOVE 'EXPECTED HASH' TO WS-RPT-EXP-HASH
031200     MOVE 'READ HASH' TO WS-RPT-ACT-HASH
031300     MOVE 'RESULT'    TO WS-RPT-RESULT
031400     WRITE BKVRPT-REC FROM WS-RPT-DETAIL
031500
031600     IF WS-GENERATION > WS-GENERATION-MAX
031700         DISPLAY MYNAME ' BKVPARM GENERATION ' WS-GENERATION
031800             ' IS PAST THE ' WS-GENERATION-MAX
031900             ' JSNCTOT KEEPS -- NOTHING VERIFIED'
032000         MOVE SPACES TO BKVRPT-REC
032100         STRING 'GENERATION IS PAST THE JSNCTOT HISTORY KEPT'
032200                 DELIMITED BY SIZE
032300             INTO BKVRPT-REC
032400         WRITE BKVRPT-REC
032500         CLOSE Verify-Report
032600         MOVE 8 TO RETURN-CODE
032700         GOBACK
032800     END-IF
032900
033000     .
033100 1000-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500* 1050-LOAD-PARM  --  READS THE ONE-RECORD BKVPARM FILE.  NO     *
033600*                     RECORD, OR A GENERATION THAT IS NOT        *
033700*                     NUMERIC, VERIFIES GENERATION 0.            *
033800******************************************************************
033900 1050-LOAD-PARM.
034000
034100     OPEN INPUT Verify-Parm
034200     IF WS-BKVPARM-STATUS NOT = '00'
034300         GO TO 1050-EXIT
034400     END-IF
034500     READ Verify-Parm
034600         AT END
034700             CONTINUE
034800         NOT AT END
034900             IF BKP-GENERATION IS NUMERIC
035000                 MOVE BKP-GENERATION TO WS-GENERATION
035100             END-IF
035200     END-READ
035300     CLOSE Verify-Parm
035400
035500     .
035600 1050-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000* 2000-LOAD-CONTROL-TOTALS  --  READS JSNCTOT FRONT TO BACK (IT  *
036100*                              IS ONLY EVER APPENDED TO, SO IN   *
036200*                              RUN ORDER) AND KEEPS THE COUNTS   *
036300*                              RECORDED FOR THE CUSTSNAP         *
036400*                              GENERATION BEING VERIFIED AND FOR *
036500*                              JSONARCH.  NO JSNCTOT AT ALL      *
036600*                              LEAVES NOTHING TO BALANCE AGAINST.*
036700******************************************************************
036800 2000-LOAD-CONTROL-TOTALS.
036900
037000     OPEN INPUT Control-Totals
037100     IF WS-CTLTOT-STATUS NOT = '00'
037200         DISPLAY MYNAME ' UNABLE TO OPEN JSNCTOT, STATUS = '
037300             WS-CTLTOT-STATUS ' -- NO RECORDED COUNTS'
037400         GO TO 2000-EXIT
037500     END-IF
037600
037700     PERFORM 8000-READ-CONTROL-TOTALS THRU 8000-EXIT
037800     PERFORM 2100-KEEP-CONTROL-ROW THRU 2100-EXIT
037900         UNTIL WS-CTLTOT-EOF
038000     CLOSE Control-Totals
038100
038200     IF WS-SNAPROW-TOTAL > WS-GENERATION
038300         SET WS-SNAP-EXPECTED TO TRUE
038400         COMPUTE WS-SNAPROW-NBR =
038500             WS-SNAPROW-TOTAL - WS-GENERATION
038600         PERFORM 2200-SNAPROW-SLOT THRU 2200-EXIT
038700     END-IF
038800
038900     .
039000 2000-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400* 2100-KEEP-CONTROL-ROW  --  A CUSTSNAP 'G' ROW GOES INTO THE    *
039500*                           RING; A JSONARCH 'G' ROW RESTARTS    *
039600*                           THE ARCHIVE'S EXPECTED TOTALS AND    *
039700*                           EACH 'A' ROW AFTER IT ADDS TO THEM.  *
039800*                           EVERY OTHER ROW IS PASSED OVER.      *
039900******************************************************************
040000 2100-KEEP-CONTROL-ROW.
040100
040200     ADD 1 TO WS-CTLTOT-ROWS
040300
040400     EVALUATE TRUE
040500         WHEN CTL-DATASET-CUSTSNAP AND CTL-SCOPE-GENERATION
040600             ADD 1 TO WS-SNAPROW-TOTAL
040700             MOVE WS-SNAPROW-TOTAL TO WS-SNAPROW-NBR
040800             PERFORM 2200-SNAPROW-SLOT THRU 2200-EXIT
040900             MOVE CTL-RECS-WRITTEN
041000                 TO WS-SNAPROW-COUNT (WS-SNAPROW-SUB)
041100             MOVE CTL-HASH-TOTAL
041200                 TO WS-SNAPROW-HASH (WS-SNAPROW-SUB)
041300             MOVE CTL-PROGRAM-ID
041400                 TO WS-SNAPROW-PGM (WS-SNAPROW-SUB)
041500             MOVE CTL-TIMESTAMP-DATE
041600                 TO WS-SNAPROW-DATE (WS-SNAPROW-SUB)
041700         WHEN CTL-DATASET-JSONARCH AND CTL-SCOPE-GENERATION
041800             SET WS-ARCH-EXPECTED TO TRUE
041900             MOVE CTL-RECS-WRITTEN   TO WS-ARCH-EXP-COUNT
042000             MOVE CTL-HASH-TOTAL     TO WS-ARCH-EXP-HASH
042100             MOVE CTL-PROGRAM-ID     TO WS-ARCH-BASE-PGM
042200             MOVE CTL-TIMESTAMP-DATE TO WS-ARCH-BASE-DATE
042300             MOVE 0 TO WS-ARCH-ADDED-ROWS
042400         WHEN CTL-DATASET-JSONARCH AND CTL-SCOPE-ADDED
042500             IF WS-ARCH-EXPECTED
042600                 ADD CTL-RECS-WRITTEN TO WS-ARCH-EXP-COUNT
042700                 ADD CTL-HASH-TOTAL   TO WS-ARCH-EXP-HASH
042800                 ADD 1 TO WS-ARCH-ADDED-ROWS
042900             END-IF
043000         WHEN OTHER
043100             CONTINUE
043200     END-EVALUATE
043300
043400     PERFORM 8000-READ-CONTROL-TOTALS THRU 8000-EXIT
043500
043600     .
043700 2100-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100* 2200-SNAPROW-SLOT  --  THE RING SLOT FOR CUSTSNAP ROW NUMBER   *
044200*                        WS-SNAPROW-NBR, INTO WS-SNAPROW-SUB.    *
044300******************************************************************
044400 2200-SNAPROW-SLOT.
044500
044600     SUBTRACT 1 FROM WS-SNAPROW-NBR
044700     DIVIDE WS-SNAPROW-NBR BY WS-SNAPROW-MAX
044800         GIVING WS-SNAPROW-QUOT REMAINDER WS-SNAPROW-SUB
044900     ADD 1 TO WS-SNAPROW-SUB
045000
045100     .
045200 2200-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600* 3000-VERIFY-SNAPSHOT  --  READS THE CUSTSNAP GENERATION END TO *
045700*                           END, RECOUNTING IT AND RECOMPUTING   *
045800*                           ITS HASH TOTAL, AND BALANCES BOTH    *
045900*                           AGAINST ITS JSNCTOT ROW.  FOR THE    *
046000*                           LATEST GENERATION EVERY ROW IS ALSO  *
046100*                           LOADED INTO THE TRIAL MASTER.  A     *
046200*                           GENERATION THAT WAS NEVER CREATED,   *
046300*                           WITH NO ROW EXPECTING IT, IS NOT     *
046400*                           RETAINED YET AND IS NOT A FINDING.   *
046500******************************************************************
046600 3000-VERIFY-SNAPSHOT.
046700
046800     MOVE 'CUSTSNAP' TO WS-CHK-DATASET
046900     MOVE 0 TO WS-CHK-ACT-COUNT
047000     MOVE 0 TO WS-CHK-ACT-HASH
047100     MOVE 0 TO WS-CHK-EXP-COUNT
047200     MOVE 0 TO WS-CHK-EXP-HASH
047300     IF WS-SNAP-EXPECTED
047400         MOVE WS-SNAPROW-COUNT (WS-SNAPROW-SUB)
047500             TO WS-CHK-EXP-COUNT
047600         MOVE WS-SNAPROW-HASH (WS-SNAPROW-SUB)
047700             TO WS-CHK-EXP-HASH
047800         DISPLAY MYNAME ' CUSTSNAP COUNTS RECORDED BY '
047900             WS-SNAPROW-PGM (WS-SNAPROW-SUB) ' ON '
048000             WS-SNAPROW-DATE (WS-SNAPROW-SUB)
048100     END-IF
048200     MOVE 'N' TO WS-UNREADABLE-SW
048300     MOVE 'N' TO WS-FILE-EOF-SW
048400
048500     OPEN INPUT Snapshot-File
048600     MOVE WS-CUSTSNAP-STATUS TO WS-CHK-FILE-STATUS
048700     IF (WS-CUSTSNAP-STATUS = '05' OR WS-CUSTSNAP-STATUS = '35')
048800         AND NOT WS-SNAP-EXPECTED
048900         MOVE 'NOT KEPT' TO WS-CHK-RESULT
049000         PERFORM 7000-WRITE-RESULT THRU 7000-EXIT
049100         DISPLAY MYNAME ' CUSTSNAP GENERATION NOT RETAINED YET'
049200         GO TO 3000-EXIT
049300     END-IF
049400     IF WS-CUSTSNAP-STATUS NOT = '00'
049500         SET WS-UNREADABLE TO TRUE
049600         PERFORM 3900-BALANCE-CHECK THRU 3900-EXIT
049700         GO TO 3000-EXIT
049800     END-IF
049900
050000     IF WS-GENERATION = 0
050100         OPEN OUTPUT Trial-Master
050200         IF WS-BKVMAST-STATUS = '00'
050300             SET WS-REBUILD TO TRUE
050400         ELSE
050500             DISPLAY MYNAME ' UNABLE TO OPEN BKVMAST, STATUS = '
050600                 WS-BKVMAST-STATUS ' -- NO TRIAL REBUILD'
050700             MOVE 4 TO RETURN-CODE
050800         END-IF
050900     END-IF
051000
051100     PERFORM 8100-READ-SNAPSHOT THRU 8100-EXIT
051200     PERFORM 3100-COUNT-SNAPSHOT-ROW THRU 3100-EXIT
051300         UNTIL WS-FILE-EOF
051400     CLOSE Snapshot-File
051500     IF WS-REBUILD
051600         CLOSE Trial-Master
051700     END-IF
051800
051900     PERFORM 3900-BALANCE-CHECK THRU 3900-EXIT
052000
052100     .
052200 3000-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600* 3100-COUNT-SNAPSHOT-ROW  --  COUNTS AND HASHES ONE SNAPSHOT    *
052700*                              ROW AND, ON A TRIAL REBUILD,      *
052800*                              LOADS IT.  A KEY ALREADY ON THE   *
052900*                              TRIAL MASTER IS COUNTED -- THE    *
053000*                              SNAPSHOT COULD NOT REBUILD THE    *
053100*                              MASTER AS IT STANDS.              *
053200******************************************************************
053300 3100-COUNT-SNAPSHOT-ROW.
053400
053500     ADD 1 TO WS-CHK-ACT-COUNT
053600     ADD SD-004 OF CSNP-REC TO WS-CHK-ACT-HASH
053700
053800     IF WS-REBUILD
053900         MOVE CSNP-REC TO BKVMAST-REC
054000         WRITE BKVMAST-REC
054100             INVALID KEY
054200                 ADD 1 TO WS-TRIAL-DUPLICATES
054300             NOT INVALID KEY
054400                 ADD 1 TO WS-TRIAL-LOADED
054500         END-WRITE
054600     END-IF
054700
054800     PERFORM 8100-READ-SNAPSHOT THRU 8100-EXIT
054900
055000     .
055100 3100-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500* 3900-BALANCE-CHECK  --  JUDGES THE DATASET JUST READ: UNREAD-  *
055600*                         ABLE (OPEN OR READ FAILURE) IS A HIGH  *
055700*                         ALERT; NO RECORDED COUNTS, OR A COUNT  *
055800*                         OR HASH TOTAL THAT DOES NOT MATCH THEM,*
055900*                         IS A MEDIUM ALERT.  THE RESULT GOES ON *
056000*                         THE REPORT EITHER WAY.                 *
056100******************************************************************
056200 3900-BALANCE-CHECK.
056300
056400     MOVE 'M' TO WS-CHK-SEVERITY
056500     MOVE SPACES TO WS-CHK-METRIC
056600     MOVE SPACES TO WS-CHK-KEY-VALUE
056700
056800     EVALUATE TRUE
056900         WHEN WS-UNREADABLE
057000             MOVE 'UNREADABLE' TO WS-CHK-RESULT
057100             MOVE 'UNREAD  '   TO WS-CHK-CONDITION
057200             MOVE 'H'          TO WS-CHK-SEVERITY
057300         WHEN WS-CHK-DATASET = 'CUSTSNAP' AND NOT WS-SNAP-EXPECTED
057400             MOVE 'NO TOTALS'  TO WS-CHK-RESULT
057500             MOVE 'NOTOTALS'   TO WS-CHK-CONDITION
057600         WHEN WS-CHK-DATASET = 'JSONARCH' AND NOT WS-ARCH-EXPECTED
057700             MOVE 'NO TOTALS'  TO WS-CHK-RESULT
057800             MOVE 'NOTOTALS'   TO WS-CHK-CONDITION
057900         WHEN WS-CHK-ACT-COUNT NOT = WS-CHK-EXP-COUNT
058000             MOVE 'UNBALANCED' TO WS-CHK-RESULT
058100             MOVE 'COUNT   '   TO WS-CHK-CONDITION
058200         WHEN WS-CHK-ACT-HASH NOT = WS-CHK-EXP-HASH
058300             MOVE 'UNBALANCED' TO WS-CHK-RESULT
058400             MOVE 'HASH    '   TO WS-CHK-CONDITION
058500         WHEN OTHER
058600             MOVE 'BALANCED'   TO WS-CHK-RESULT
058700             MOVE SPACES       TO WS-CHK-CONDITION
058800     END-EVALUATE
058900
059000     PERFORM 7000-WRITE-RESULT THRU 7000-EXIT
059100
059200     IF WS-CHK-CONDITION NOT = SPACES
059300         PERFORM 7100-WRITE-ALERT THRU 7100-EXIT
059400         MOVE 4 TO RETURN-CODE
059500     END-IF
059600
059700     .
059800 3900-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200* 4000-VERIFY-ARCHIVE  --  READS JSONARCH END TO END IN KEY      *
060300*                          ORDER, RECOUNTING IT AND RECOMPUTING  *
060400*                          ITS HASH TOTAL, AND BALANCES BOTH     *
060500*                          AGAINST ITS LAST FULL GENERATION ON   *
060600*                          JSNCTOT PLUS EVERY ROW ADDED SINCE.   *
060700******************************************************************
060800 4000-VERIFY-ARCHIVE.
060900
061000     MOVE 'JSONARCH' TO WS-CHK-DATASET
061100     MOVE 0 TO WS-CHK-ACT-COUNT
061200     MOVE 0 TO WS-CHK-ACT-HASH
061300     MOVE WS-ARCH-EXP-COUNT TO WS-CHK-EXP-COUNT
061400     MOVE WS-ARCH-EXP-HASH  TO WS-CHK-EXP-HASH
061500     IF WS-ARCH-EXPECTED
061600         DISPLAY MYNAME ' JSONARCH COUNTS RECORDED BY '
061700             WS-ARCH-BASE-PGM ' ON ' WS-ARCH-BASE-DATE
061800             ' PLUS ' WS-ARCH-ADDED-ROWS ' ADDITIONS'
061900     END-IF
062000     MOVE 'N' TO WS-UNREADABLE-SW
062100     MOVE 'N' TO WS-FILE-EOF-SW
062200
062300     OPEN INPUT Json-Archive
062400     MOVE WS-JSONARCH-STATUS TO WS-CHK-FILE-STATUS
062500     IF WS-JSONARCH-STATUS NOT = '00'
062600         SET WS-UNREADABLE TO TRUE
062700         PERFORM 3900-BALANCE-CHECK THRU 3900-EXIT
062800         GO TO 4000-EXIT
062900     END-IF
063000
063100     PERFORM 8200-READ-ARCHIVE THRU 8200-EXIT
063200     PERFORM 4100-COUNT-ARCHIVE-ROW THRU 4100-EXIT
063300         UNTIL WS-FILE-EOF
063400     CLOSE Json-Archive
063500
063600     PERFORM 3900-BALANCE-CHECK THRU 3900-EXIT
063700
063800     .
063900 4000-EXIT.
064000     EXIT.
064100
064200******************************************************************
064300* 4100-COUNT-ARCHIVE-ROW  --  COUNTS AND HASHES ONE JSONARCH ROW.*
064400******************************************************************
064500 4100-COUNT-ARCHIVE-ROW.
064600
064700     ADD 1 TO WS-CHK-ACT-COUNT
064800     ADD JAR-SEQUENCE-NBR JAR-TIMESTAMP-TIME TO WS-CHK-ACT-HASH
064900
065000     PERFORM 8200-READ-ARCHIVE THRU 8200-EXIT
065100
065200     .
065300 4100-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700* 5000-VERIFY-REBUILD  --  READS THE TRIAL MASTER BACK IN KEY    *
065800*                          ORDER, PROFILES IT AS CMPROFIL DOES,  *
065900*                          AND COMPARES EACH CMPROFRP ROW THE    *
066000*                          MASTER ALONE DETERMINES (NOT THE      *
066100*                          SNAPSHOT COUNT OR GROWTH ROWS).  A    *
066200*                          ROW THE TRIAL MASTER DOES NOT         *
066300*                          REPRODUCE IS A MEDIUM ALERT.  NO      *
066400*                          CMPROFRP TO COMPARE WITH IS RC 4.     *
066500******************************************************************
066600 5000-VERIFY-REBUILD.
066700
066800     IF NOT WS-REBUILD
066900         GO TO 5000-EXIT
067000     END-IF
067100
067200     MOVE SPACES TO BKVRPT-REC
067300     WRITE BKVRPT-REC
067400     MOVE WS-TRIAL-LOADED TO WS-NUM-DISPLAY
067500     MOVE SPACES TO BKVRPT-REC
067600     STRING 'TRIAL REBUILD ROWS LOADED    : ' DELIMITED BY SIZE
067700            WS-NUM-DISPLAY DELIMITED BY SIZE
067800         INTO BKVRPT-REC
067900     WRITE BKVRPT-REC
068000     IF WS-TRIAL-DUPLICATES > 0
068100         MOVE WS-TRIAL-DUPLICATES TO WS-NUM-DISPLAY
068200         MOVE SPACES TO BKVRPT-REC
068300         STRING 'DUPLICATE KEYS NOT LOADED    : '
068400                 DELIMITED BY SIZE
068500                WS-NUM-DISPLAY DELIMITED BY SIZE
068600             INTO BKVRPT-REC
068700         WRITE BKVRPT-REC
068800     END-IF
068900
069000     OPEN INPUT Profile-Report
069100     IF WS-CMPROFRP-STATUS NOT = '00'
069200         DISPLAY MYNAME ' UNABLE TO OPEN CMPROFRP, STATUS = '
069300             WS-CMPROFRP-STATUS ' -- REBUILD NOT COMPARED'
069400         MOVE SPACES TO BKVRPT-REC
069500         STRING 'NO CMPROFRP PROFILE TO COMPARE THE TRIAL '
069600                 DELIMITED BY SIZE
069700                'REBUILD WITH' DELIMITED BY SIZE
069800             INTO BKVRPT-REC
069900         WRITE BKVRPT-REC
070000         MOVE 4 TO RETURN-CODE
070100         GO TO 5000-EXIT
070200     END-IF
070300     MOVE 'N' TO WS-FILE-EOF-SW
070400     PERFORM 8300-READ-PROFILE THRU 8300-EXIT
070500     IF WS-FILE-EOF
070600         DISPLAY MYNAME ' CMPROFRP IS EMPTY -- REBUILD NOT '
070700             'COMPARED'
070800         MOVE SPACES TO BKVRPT-REC
070900         STRING 'NO CMPROFRP PROFILE TO COMPARE THE TRIAL '
071000                 DELIMITED BY SIZE
071100                'REBUILD WITH' DELIMITED BY SIZE
071200             INTO BKVRPT-REC
071300         WRITE BKVRPT-REC
071400         CLOSE Profile-Report
071500         MOVE 4 TO RETURN-CODE
071600         GO TO 5000-EXIT
071700     END-IF
071800     MOVE CPF-RUN-DATE (1:4) TO WS-THIS-YEAR
071900
072000     OPEN INPUT Trial-Master
072100     IF WS-BKVMAST-STATUS NOT = '00'
072200         DISPLAY MYNAME ' UNABLE TO REOPEN BKVMAST, STATUS = '
072300             WS-BKVMAST-STATUS ' -- REBUILD NOT COMPARED'
072400         CLOSE Profile-Report
072500         MOVE 4 TO RETURN-CODE
072600         GO TO 5000-EXIT
072700     END-IF
072800     PERFORM 8400-READ-TRIAL-MASTER THRU 8400-EXIT
072900     PERFORM 5100-TALLY-TRIAL-MASTER THRU 5100-EXIT
073000         UNTIL WS-TRIAL-EOF
073100     CLOSE Trial-Master
073200
073300     MOVE SPACES TO BKVRPT-REC
073400     STRING 'PROFILE (CMPROFRP ' DELIMITED BY SIZE
073500            CPF-RUN-DATE DELIMITED BY SIZE
073600            ') AGAINST THE TRIAL REBUILD' DELIMITED BY SIZE
073700         INTO BKVRPT-REC
073800     WRITE BKVRPT-REC
073900     MOVE 'METRIC'    TO WS-PRF-METRIC
074000     MOVE 'KEY'       TO WS-PRF-KEY-VALUE
074100     MOVE 'PROFILE'   TO WS-PRF-PROFILE
074200     MOVE 'REBUILT'   TO WS-PRF-TRIAL
074300     MOVE 'RESULT'    TO WS-PRF-RESULT
074400     WRITE BKVRPT-REC FROM WS-PRF-DETAIL
074500
074600     PERFORM 5200-COMPARE-PROFILE-ROW THRU 5200-EXIT
074700         UNTIL WS-FILE-EOF
074800     CLOSE Profile-Report
074900
075000     .
075100 5000-EXIT.
075200     EXIT.
075300
075400******************************************************************
075500* 5100-TALLY-TRIAL-MASTER  --  ACCUMULATES THE PROFILE COUNTERS  *
075600*                              FROM ONE TRIAL MASTER RECORD, THE *
075700*                              SAME WAY CMPROFIL'S 2000 DOES.    *
075800******************************************************************
075900 5100-TALLY-TRIAL-MASTER.
076000
076100     ADD 1 TO WS-TRIAL-TOTAL
076200
076300     EVALUATE SD-002-A OF BKVMAST-REC
076400             ALSO SD-002-B OF BKVMAST-REC
076500         WHEN 'Y' ALSO 'Y'
076600             ADD 1 TO WS-TRIAL-COMBO-YY
076700         WHEN 'Y' ALSO 'N'
076800             ADD 1 TO WS-TRIAL-COMBO-YN
076900         WHEN 'N' ALSO 'Y'
077000             ADD 1 TO WS-TRIAL-COMBO-NY
077100         WHEN 'N' ALSO 'N'
077200             ADD 1 TO WS-TRIAL-COMBO-NN
077300         WHEN OTHER
077400             ADD 1 TO WS-TRIAL-COMBO-OTHER
077500     END-EVALUATE
077600
077700     IF SD-004 OF BKVMAST-REC = 0
077800         ADD 1 TO WS-TRIAL-SD004-ZERO
077900     ELSE
078000         MOVE SD-004 OF BKVMAST-REC (1:4) TO WS-SD004-YEAR
078100         EVALUATE TRUE
078200             WHEN WS-SD004-YEAR < WS-THIS-YEAR
078300                 ADD 1 TO WS-TRIAL-SD004-PRIOR
078400             WHEN WS-SD004-YEAR = WS-THIS-YEAR
078500                 ADD 1 TO WS-TRIAL-SD004-THISYR
078600             WHEN OTHER
078700                 ADD 1 TO WS-TRIAL-SD004-FUTURE
078800         END-EVALUATE
078900     END-IF
079000
079100     IF SD-VERSION-IS-LEGACY OF BKVMAST-REC
079200         ADD 1 TO WS-TRIAL-LEGACY
079300     ELSE
079400         ADD 1 TO WS-TRIAL-CURRENT
079500     END-IF
079600
079700     IF SD-STATUS-INACTIVE OF BKVMAST-REC
079800         ADD 1 TO WS-TRIAL-INACTIVE
079900     ELSE
080000         ADD 1 TO WS-TRIAL-ACTIVE
080100     END-IF
080200
080300     PERFORM 8400-READ-TRIAL-MASTER THRU 8400-EXIT
080400
080500     .
080600 5100-EXIT.
080700     EXIT.
080800
080900******************************************************************
081000* 5200-COMPARE-PROFILE-ROW  --  PUTS ONE CMPROFRP ROW BESIDE THE *
081100*                               TRIAL REBUILD'S COUNT FOR THE    *
081200*                               SAME METRIC AND KEY VALUE.  ROWS *
081300*                               THAT DESCRIBE THE SNAPSHOT       *
081400*                               RATHER THAN THE MASTER ARE       *
081500*                               PASSED OVER.                     *
081600******************************************************************
081700 5200-COMPARE-PROFILE-ROW.
081800
081900     EVALUATE CPF-METRIC ALSO CPF-KEY-VALUE
082000         WHEN 'TOTAL RECORDS   ' ALSO ANY
082100             MOVE WS-TRIAL-TOTAL        TO WS-TRIAL-COUNT
082200         WHEN 'SD-002 COMBO    ' ALSO 'YY'
082300             MOVE WS-TRIAL-COMBO-YY     TO WS-TRIAL-COUNT
082400         WHEN 'SD-002 COMBO    ' ALSO 'YN'
082500             MOVE WS-TRIAL-COMBO-YN     TO WS-TRIAL-COUNT
082600         WHEN 'SD-002 COMBO    ' ALSO 'NY'
082700             MOVE WS-TRIAL-COMBO-NY     TO WS-TRIAL-COUNT
082800         WHEN 'SD-002 COMBO    ' ALSO 'NN'
082900             MOVE WS-TRIAL-COMBO-NN     TO WS-TRIAL-COUNT
083000         WHEN 'SD-002 COMBO    ' ALSO 'OTHER'
083100             MOVE WS-TRIAL-COMBO-OTHER  TO WS-TRIAL-COUNT
083200         WHEN 'SD-004 DATES    ' ALSO 'PRIOR'
083300             MOVE WS-TRIAL-SD004-PRIOR  TO WS-TRIAL-COUNT
083400         WHEN 'SD-004 DATES    ' ALSO 'THIS YEAR'
083500             MOVE WS-TRIAL-SD004-THISYR TO WS-TRIAL-COUNT
083600         WHEN 'SD-004 DATES    ' ALSO 'FUTURE'
083700             MOVE WS-TRIAL-SD004-FUTURE TO WS-TRIAL-COUNT
083800         WHEN 'SD-004 DATES    ' ALSO 'NO DATE'
083900             MOVE WS-TRIAL-SD004-ZERO   TO WS-TRIAL-COUNT
084000         WHEN 'SD-VERSION      ' ALSO 'LEGACY'
084100             MOVE WS-TRIAL-LEGACY       TO WS-TRIAL-COUNT
084200         WHEN 'SD-VERSION      ' ALSO 'CURRENT'
084300             MOVE WS-TRIAL-CURRENT      TO WS-TRIAL-COUNT
084400         WHEN 'SD-STATUS       ' ALSO 'ACTIVE'
084500             MOVE WS-TRIAL-ACTIVE       TO WS-TRIAL-COUNT
084600         WHEN 'SD-STATUS       ' ALSO 'INACTIVE'
084700             MOVE WS-TRIAL-INACTIVE     TO WS-TRIAL-COUNT
084800         WHEN OTHER
084900             PERFORM 8300-READ-PROFILE THRU 8300-EXIT
085000             GO TO 5200-EXIT
085100     END-EVALUATE
085200
085300     ADD 1 TO WS-PROFILE-COMPARED
085400     MOVE CPF-METRIC    TO WS-PRF-METRIC
085500     MOVE CPF-KEY-VALUE TO WS-PRF-KEY-VALUE
085600     MOVE CPF-COUNT     TO WS-NUM-DISPLAY
085700     MOVE WS-NUM-DISPLAY TO WS-PRF-PROFILE
085800     MOVE WS-TRIAL-COUNT TO WS-NUM-DISPLAY
085900     MOVE WS-NUM-DISPLAY TO WS-PRF-TRIAL
086000     IF WS-TRIAL-COUNT = CPF-COUNT
086100         MOVE 'MATCHED'   TO WS-PRF-RESULT
086200     ELSE
086300         MOVE 'DIFFERENT' TO WS-PRF-RESULT
086400     END-IF
086500     WRITE BKVRPT-REC FROM WS-PRF-DETAIL
086600
086700     IF WS-TRIAL-COUNT NOT = CPF-COUNT
086800         ADD 1 TO WS-PROFILE-DIFFERED
086900         MOVE 'CUSTSNAP'    TO WS-CHK-DATASET
087000         MOVE SPACES        TO WS-CHK-FILE-STATUS
087100         MOVE CPF-COUNT     TO WS-CHK-EXP-COUNT
087200         MOVE WS-TRIAL-COUNT TO WS-CHK-ACT-COUNT
087300         MOVE 0             TO WS-CHK-EXP-HASH
087400         MOVE 0             TO WS-CHK-ACT-HASH
087500         MOVE 'PROFILE '    TO WS-CHK-CONDITION
087600         MOVE 'M'           TO WS-CHK-SEVERITY
087700         MOVE CPF-METRIC    TO WS-CHK-METRIC
087800         MOVE CPF-KEY-VALUE TO WS-CHK-KEY-VALUE
087900         PERFORM 7100-WRITE-ALERT THRU 7100-EXIT
088000         MOVE 4 TO RETURN-CODE
088100     END-IF
088200
088300     PERFORM 8300-READ-PROFILE THRU 8300-EXIT
088400
088500     .
088600 5200-EXIT.
088700     EXIT.
088800
088900******************************************************************
089000* 6000-TERMINATE  --  WRITES THE REPORT TOTALS AND CLOSES UP.    *
089100******************************************************************
089200 6000-TERMINATE.
089300
089400     IF WS-PROFILE-COMPARED > 0
089500         MOVE SPACES TO BKVRPT-REC
089600         WRITE BKVRPT-REC
089700         MOVE WS-PROFILE-COMPARED TO WS-NUM-DISPLAY
089800         MOVE SPACES TO BKVRPT-REC
089900         STRING 'PROFILE ROWS COMPARED        : '
090000                 DELIMITED BY SIZE
090100                WS-NUM-DISPLAY DELIMITED BY SIZE
090200             INTO BKVRPT-REC
090300         WRITE BKVRPT-REC
090400         MOVE WS-PROFILE-DIFFERED TO WS-NUM-DISPLAY
090500         MOVE SPACES TO BKVRPT-REC
090600         STRING 'PROFILE ROWS NOT REPRODUCED  : '
090700                 DELIMITED BY SIZE
090800                WS-NUM-DISPLAY DELIMITED BY SIZE
090900             INTO BKVRPT-REC
091000         WRITE BKVRPT-REC
091100     END-IF
091200
091300     MOVE SPACES TO BKVRPT-REC
091400     WRITE BKVRPT-REC
091500     MOVE WS-ALERTS-RAISED TO WS-NUM-DISPLAY
091600     MOVE SPACES TO BKVRPT-REC
091700     STRING 'ALERTS RAISED                : ' DELIMITED BY SIZE
091800            WS-NUM-DISPLAY DELIMITED BY SIZE
091900         INTO BKVRPT-REC
092000     WRITE BKVRPT-REC
092100
092200     IF WS-BKVALRT-IS-OPEN
092300         CLOSE Verify-Alerts
092400     END-IF
092500     CLOSE Verify-Report
092600
092700     DISPLAY MYNAME ' JSNCTOT ROWS READ     = ' WS-CTLTOT-ROWS
092800     DISPLAY MYNAME ' TRIAL ROWS LOADED     = ' WS-TRIAL-LOADED
092900     DISPLAY MYNAME ' PROFILE ROWS DIFFERED = '
093000         WS-PROFILE-DIFFERED
093100     DISPLAY MYNAME ' ALERTS RAISED         = ' WS-ALERTS-RAISED
093200
093300     DISPLAY MYNAME ' End'
093400
093500     .
093600 6000-EXIT.
093700     EXIT.
093800
093900******************************************************************
094000* 7000-WRITE-RESULT  --  ONE REPORT LINE FOR THE DATASET JUST    *
094100*                        BALANCED.                               *
094200******************************************************************
094300 7000-WRITE-RESULT.
094400
094500     MOVE WS-CHK-DATASET TO WS-RPT-DATASET
094600     IF WS-CHK-DATASET = 'CUSTSNAP'
094700         MOVE WS-GEN-EDIT TO WS-RPT-GEN
094800     ELSE
094900         MOVE SPACES TO WS-RPT-GEN
095000     END-IF
095100     MOVE WS-CHK-EXP-COUNT TO WS-NUM-DISPLAY
095200     MOVE WS-NUM-DISPLAY   TO WS-RPT-EXP-COUNT
095300     MOVE WS-CHK-ACT-COUNT TO WS-NUM-DISPLAY
095400     MOVE WS-NUM-DISPLAY   TO WS-RPT-ACT-COUNT
095500     MOVE WS-CHK-EXP-HASH  TO WS-HASH-DISPLAY
095600     MOVE WS-HASH-DISPLAY  TO WS-RPT-EXP-HASH
095700     MOVE WS-CHK-ACT-HASH  TO WS-HASH-DISPLAY
095800     MOVE WS-HASH-DISPLAY  TO WS-RPT-ACT-HASH
095900     MOVE WS-CHK-RESULT    TO WS-RPT-RESULT
096000     WRITE BKVRPT-REC FROM WS-RPT-DETAIL
096100
096200     DISPLAY MYNAME ' ' WS-CHK-DATASET ' ' WS-CHK-RESULT
096300         ' READ ' WS-CHK-ACT-COUNT ' EXPECTED ' WS-CHK-EXP-COUNT
096400
096500     .
096600 7000-EXIT.
096700     EXIT.
096800
096900******************************************************************
097000* 7100-WRITE-ALERT  --  APPENDS ONE BKVALRT ROW FOR ALRTMGR TO   *
097100*                       INGEST, OPENING THE FILE ON THE FIRST    *
097200*                       ALERT OF THE RUN.  A FAILED OPEN IS      *
097300*                       REPORTED ONCE; THE RUN STILL ENDS RC 4   *
097400*                       ON THE FINDING ITSELF.                   *
097500******************************************************************
097600 7100-WRITE-ALERT.
097700
097800     IF WS-BKVALRT-FAILED
097900         GO TO 7100-EXIT
098000     END-IF
098100
098200     IF NOT WS-BKVALRT-IS-OPEN
098300         OPEN EXTEND Verify-Alerts
098400         IF WS-BKVALRT-STATUS = '05' OR WS-BKVALRT-STATUS = '35'
098500             OPEN OUTPUT Verify-Alerts
098600         END-IF
098700         IF WS-BKVALRT-STATUS NOT = '00'
098800             DISPLAY MYNAME ' UNABLE TO OPEN BKVALRT, STATUS = '
098900                 WS-BKVALRT-STATUS
099000             SET WS-BKVALRT-FAILED TO TRUE
099100             GO TO 7100-EXIT
099200         END-IF
099300         SET WS-BKVALRT-IS-OPEN TO TRUE
099400     END-IF
099500
099600     ADD 1 TO WS-ALERTS-RAISED
099700     COMPUTE WS-ALERT-TIME = WS-RUN-TIME + WS-ALERTS-RAISED
099800     MOVE WS-TODAY-DATE       TO BKA-TIMESTAMP-DATE
099900     MOVE WS-ALERT-TIME       TO BKA-TIMESTAMP-TIME
100000     MOVE WS-CHK-DATASET      TO BKA-DATASET-ID
100100     IF WS-CHK-DATASET = 'CUSTSNAP'
100200         MOVE WS-GENERATION   TO BKA-GENERATION
100300     ELSE
100400         MOVE 0               TO BKA-GENERATION
100500     END-IF
100600     MOVE WS-CHK-CONDITION    TO BKA-CONDITION
100700     MOVE WS-CHK-SEVERITY     TO BKA-SEVERITY
100800     MOVE WS-CHK-FILE-STATUS  TO BKA-FILE-STATUS
100900     MOVE WS-CHK-EXP-COUNT    TO BKA-EXPECTED-COUNT
101000     MOVE WS-CHK-ACT-COUNT    TO BKA-ACTUAL-COUNT
101100     MOVE WS-CHK-EXP-HASH     TO BKA-EXPECTED-HASH
101200     MOVE WS-CHK-ACT-HASH     TO BKA-ACTUAL-HASH
101300     MOVE WS-CHK-METRIC       TO BKA-METRIC
101400     MOVE WS-CHK-KEY-VALUE    TO BKA-KEY-VALUE
101500     WRITE BKA-ALERT-RECORD
101600
101700     DISPLAY MYNAME ' BACKUP ALERT RAISED FOR ' WS-CHK-DATASET
101800         ' ' WS-CHK-CONDITION
101900
102000     .
102100 7100-EXIT.
102200     EXIT.
102300
102400******************************************************************
102500* 8000-READ-CONTROL-TOTALS  --  PRIMES/ADVANCES THE JSNCTOT      *
102600*                               CURSOR.                          *
102700******************************************************************
102800 8000-READ-CONTROL-TOTALS.
102900
103000     READ Control-Totals
103100         AT END
103200             SET WS-CTLTOT-EOF TO TRUE
103300     END-READ
103400
103500     .
103600 8000-EXIT.
103700     EXIT.
103800
103900******************************************************************
104000* 8100-READ-SNAPSHOT  --  PRIMES/ADVANCES THE CUSTSNAP CURSOR.   *
104100*                         ANY STATUS BUT A CLEAN READ OR END OF  *
104200*                         FILE STOPS THE PASS AS UNREADABLE.     *
104300******************************************************************
104400 8100-READ-SNAPSHOT.
104500
104600     READ Snapshot-File
104700         AT END
104800             SET WS-FILE-EOF TO TRUE
104900     END-READ
105000     IF WS-CUSTSNAP-STATUS NOT = '00'
105100         AND WS-CUSTSNAP-STATUS NOT = '10'
105200         MOVE WS-CUSTSNAP-STATUS TO WS-CHK-FILE-STATUS
105300         SET WS-UNREADABLE TO TRUE
105400         SET WS-FILE-EOF TO TRUE
105500     END-IF
105600
105700     .
105800 8100-EXIT.
105900     EXIT.
106000
106100******************************************************************
106200* 8200-READ-ARCHIVE  --  PRIMES/ADVANCES THE JSONARCH CURSOR.    *
106300*                        ANY STATUS BUT A CLEAN READ OR END OF   *
106400*                        FILE STOPS THE PASS AS UNREADABLE.      *
106500******************************************************************
106600 8200-READ-ARCHIVE.
106700
106800     READ Json-Archive NEXT RECORD
106900         AT END
107000             SET WS-FILE-EOF TO TRUE
107100     END-READ
107200     IF WS-JSONARCH-STATUS NOT = '00'
107300         AND WS-JSONARCH-STATUS NOT = '10'
107400         MOVE WS-JSONARCH-STATUS TO WS-CHK-FILE-STATUS
107500         SET WS-UNREADABLE TO TRUE
107600         SET WS-FILE-EOF TO TRUE
107700     END-IF
107800
107900     .
108000 8200-EXIT.
108100     EXIT.
108200
108300******************************************************************
108400* 8300-READ-PROFILE  --  PRIMES/ADVANCES THE CMPROFRP CURSOR.    *
108500******************************************************************
108600 8300-READ-PROFILE.
108700
108800     READ Profile-Report
108900         AT END
109000             SET WS-FILE-EOF TO TRUE
109100     END-READ
109200
109300     .
109400 8300-EXIT.
109500     EXIT.
109600
109700******************************************************************
109800* 8400-READ-TRIAL-MASTER  --  PRIMES/ADVANCES THE TRIAL MASTER   *
109900*                             CURSOR.  END OF FILE, OR A READ    *
110000*                             THAT FAILS, ENDS THE TALLY.        *
110100******************************************************************
110200 8400-READ-TRIAL-MASTER.
110300
110400     READ Trial-Master NEXT RECORD
110500         AT END
110600             SET WS-TRIAL-EOF TO TRUE
110700     END-READ
110800     IF WS-BKVMAST-STATUS NOT = '00'
110900         SET WS-TRIAL-EOF TO TRUE
111000     END-IF
111100
111200     .
111300 8400-EXIT.
111400     EXIT.

000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. CTLDRIFT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                           *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                   *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  CONTROL-TABLE DRIFT        *
001500*                  REPORT, PRODUCTION AGAINST TEST, FOR NAMETBL, *
001600*                  SUPPRTBL, TRUTHTBL, FEEDPRM, FEEDCFG,         *
001700*                  FLDSELTB, ENTLTBL AND DISPTBL.  PRODUCTION    *
001800*                  COMES IN ON THE USUAL DD NAMES, TEST ON THE   *
001900*                  T-PREFIXED ONES (TNAMETBL, TSUPPRTB, ...).    *
002000*                  EACH PRODUCTION TABLE IS LOADED INTO THE      *
002100*                  KEYED CTLDWORK RUN COPY BY ITS ROW KEY, THE   *
002200*                  TEST TABLE IS MATCHED AGAINST IT, AND EVERY   *
002300*                  ROW ON ONLY ONE SIDE OR WITH DIFFERENT VALUES *
002400*                  IS REPORTED BY TABLE AND FEED.  A DIFFERENCE  *
002500*                  IS 'TEST AHEAD' WHEN THE CTLMAINT CANDIDATE   *
002600*                  GENERATION WAITING ON CTLPROMO (NAMETBLN,     *
002700*                  SUPPRTBLN, TRUTHTBLN, FEEDPRMN) ALREADY SAYS  *
002800*                  WHAT TEST SAYS -- THE ROW, OR THE ROW'S       *
002900*                  ABSENCE -- AND 'TEST STALE' OTHERWISE.  THE   *
003000*                  OTHER FOUR TABLES DO NOT GO THROUGH CTLPROMO, *
003100*                  SO ANY DIFFERENCE IN THEM IS TEST STALE.  THE *
003200*                  RUN'S RESULT GOES TO CTLDRST FOR FEEDCMPR,    *
003300*                  WHICH WILL NOT ACCEPT A CERTIFICATION WITHOUT *
003400*                  A CLEAN CHECK FROM THE SAME DAY.  RC 4 WHEN   *
003500*                  ANY DIFFERENCE IS FOUND, RC 8 WHEN A TABLE    *
003600*                  COULD NOT BE COMPARED.                        *
003700******************************************************************
003800 Environment Division.
003900 Input-Output Section.
004000 File-Control.
004100*
004200* PRODUCTION TABLES.  ONE IS OPEN AT A TIME, SO THEY SHARE A
004300* STATUS.
004400     Select P-Nametbl Assign to 'NAMETBL'
004500         Organization is Line Sequential
004600         File Status is WS-PROD-STATUS.
004700
004800     Select P-Supprtbl Assign to 'SUPPRTBL'
004900         Organization is Line Sequential
005000         File Status is WS-PROD-STATUS.
005100
005200     Select P-Truthtbl Assign to 'TRUTHTBL'
005300         Organization is Line Sequential
005400         File Status is WS-PROD-STATUS.
005500
005600     Select P-Feedprm Assign to 'FEEDPRM'
005700         Organization is Line Sequential
005800         File Status is WS-PROD-STATUS.
005900
006000     Select P-Feedcfg Assign to 'FEEDCFG'
006100         Organization is Line Sequential
006200         File Status is WS-PROD-STATUS.
006300
006400     Select P-Fldseltb Assign to 'FLDSELTB'
006500         Organization is Line Sequential
006600         File Status is WS-PROD-STATUS.
006700
006800     Select P-Entltbl Assign to 'ENTLTBL'
006900         Organization is Line Sequential
007000         File Status is WS-PROD-STATUS.
007100
007200     Select P-Disptbl Assign to 'DISPTBL'
007300         Organization is Line Sequential
007400         File Status is WS-PROD-STATUS.
007500*
007600* TEST ENVIRONMENT COPIES OF THE SAME TABLES.
007700     Select T-Nametbl Assign to 'TNAMETBL'
007800         Organization is Line Sequential
007900         File Status is WS-TEST-STATUS.
008000
008100     Select T-Supprtbl Assign to 'TSUPPRTB'
008200         Organization is Line Sequential
008300         File Status is WS-TEST-STATUS.
008400
008500     Select T-Truthtbl Assign to 'TTRUTHTB'
008600         Organization is Line Sequential
008700         File Status is WS-TEST-STATUS.
008800
008900     Select T-Feedprm Assign to 'TFEEDPRM'
009000         Organization is Line Sequential
009100         File Status is WS-TEST-STATUS.
009200
009300     Select T-Feedcfg Assign to 'TFEEDCFG'
009400         Organization is Line Sequential
009500         File Status is WS-TEST-STATUS.
009600
009700     Select T-Fldseltb Assign to 'TFLDSELT'
009800         Organization is Line Sequential
009900         File Status is WS-TEST-STATUS.
010000
010100     Select T-Entltbl Assign to 'TENTLTBL'
010200         Organization is Line Sequential
010300         File Status is WS-TEST-STATUS.
010400
010500     Select T-Disptbl Assign to 'TDISPTBL'
010600         Organization is Line Sequential
010700         File Status is WS-TEST-STATUS.
010800*
010900* PRODUCTION CANDIDATE GENERATIONS WAITING ON CTLPROMO.
011000     Select C-Nametbl Assign to 'NAMETBLN'
011100         Organization is Line Sequential
011200         File Status is WS-CAND-STATUS.
011300
011400     Select C-Supprtbl Assign to 'SUPPRTBLN'
011500         Organization is Line Sequential
011600         File Status is WS-CAND-STATUS.
011700
011800     Select C-Truthtbl Assign to 'TRUTHTBLN'
011900         Organization is Line Sequential
012000         File Status is WS-CAND-STATUS.
012100
012200     Select C-Feedprm Assign to 'FEEDPRMN'
012300         Organization is Line Sequential
012400         File Status is WS-CAND-STATUS.
012500
012600     Select Drift-Work Assign to 'CTLDWORK'
012700         Organization is Indexed
012800         Access Mode is Dynamic
012900         Record Key is CDW-WORK-KEY
013000         File Status is WS-CTLDWORK-STATUS.
013100
013200     Select Drift-Report Assign to 'CTLDRPT'
013300         Organization is Line Sequential
013400         File Status is WS-CTLDRPT-STATUS.
013500
013600     Select Drift-Result Assign to 'CTLDRST'
013700         Organization is Line Sequential
013800         File Status is WS-CTLDRST-STATUS.
013900 Data Division.
014000 File Section.
014100 FD  P-Nametbl
014200     Label Records are Standard
014300     Recording Mode is F.
014400 01  P-NAMETBL-REC            PIC X(080).
014500
014600 FD  P-Supprtbl
014700     Label Records are Standard
014800     Recording Mode is F.
014900 01  P-SUPPRTBL-REC           PIC X(080).
015000
015100 FD  P-Truthtbl
015200     Label Records are Standard
015300     Recording Mode is F.
015400 01  P-TRUTHTBL-REC           PIC X(080).
015500
015600 FD  P-Feedprm
015700     Label Records are Standard
015800     Recording Mode is F.
015900 01  P-FEEDPRM-REC            PIC X(080).
016000
016100 FD  P-Feedcfg
016200     Label Records are Standard
016300     Recording Mode is F.
016400 01  P-FEEDCFG-REC            PIC X(080).
016500
016600 FD  P-Fldseltb
016700     Label Records are Standard
016800     Recording Mode is F.
016900 01  P-FLDSELTB-REC           PIC X(080).
017000
017100 FD  P-Entltbl
017200     Label Records are Standard
017300     Recording Mode is F.
017400 01  P-ENTLTBL-REC            PIC X(080).
017500
017600 FD  P-Disptbl
017700     Label Records are Standard
017800     Recording Mode is F.
017900 01  P-DISPTBL-REC            PIC X(080).
018000
018100 FD  T-Nametbl
018200     Label Records are Standard
018300     Recording Mode is F.
018400 01  T-NAMETBL-REC            PIC X(080).
018500
018600 FD  T-Supprtbl
018700     Label Records are Standard
018800     Recording Mode is F.
018900 01  T-SUPPRTBL-REC           PIC X(080).
019000
019100 FD  T-Truthtbl
019200     Label Records are Standard
019300     Recording Mode is F.
019400 01  T-TRUTHTBL-REC           PIC X(080).
019500
019600 FD  T-Feedprm
019700     Label Records are Standard
019800     Recording Mode is F.
019900 01  T-FEEDPRM-REC            PIC X(080).
020000
020100 FD  T-Feedcfg
020200     Label Records are Standard
020300     Recording Mode is F.
020400 01  T-FEEDCFG-REC            PIC X(080).
020500
020600 FD  T-Fldseltb
020700     Label Records are Standard
020800     Recording Mode is F.
020900 01  T-FLDSELTB-REC           PIC X(080).
021000
021100 FD  T-Entltbl
021200     Label Records are Standard
021300     Recording Mode is F.
021400 01  T-ENTLTBL-REC            PIC X(080).
021500
021600 FD  T-Disptbl
021700     Label Records are Standard
021800     Recording Mode is F.
021900 01  T-DISPTBL-REC            PIC X(080).
022000
022100 FD  C-Nametbl
022200     Label Records are Standard
022300     Recording Mode is F.
022400 01  C-NAMETBL-REC            PIC X(080).
022500
022600 FD  C-Supprtbl
022700     Label Records are Standard
022800     Recording Mode is F.
022900 01  C-SUPPRTBL-REC           PIC X(080).
023000
023100 FD  C-Truthtbl
023200     Label Records are Standard
023300     Recording Mode is F.
023400 01  C-TRUTHTBL-REC           PIC X(080).
023500
023600 FD  C-Feedprm
023700     Label Records are Standard
023800     Recording Mode is F.
023900 01  C-FEEDPRM-REC            PIC X(080).
024000
024100 FD  Drift-Work
024200     Label Records are Standard
024300     Recording Mode is F.
024400*
024500* KEYED RUN COPY OF THE PRODUCTION ('P') AND CANDIDATE ('C') ROWS
024600* OF EVERY TABLE, BY TABLE AND ROW KEY.  A PRODUCTION ROW IS
024700* MARKED WHEN A TEST ROW MATCHES ITS KEY, AND WHEN THE CANDIDATE
024800* GENERATION CARRIES ITS KEY, SO THE SWEEP FOR PRODUCTION-ONLY
024900* ROWS (2500) NEEDS NO SECOND LOOKUP.
025000 01  CDW-WORK-RECORD.
025100     05  CDW-WORK-KEY.
025200         10  CDW-TABLE-NAME      PIC X(008).
025300         10  CDW-SIDE            PIC X(001).
025400             88  CDW-SIDE-PROD       VALUE 'P'.
025500             88  CDW-SIDE-CAND       VALUE 'C'.
025600         10  CDW-ROW-KEY         PIC X(040).
025700     05  CDW-ROW-FEED            PIC X(010).
025800     05  CDW-ROW-IMAGE           PIC X(080).
025900     05  CDW-TEST-MATCHED-SW     PIC X(001).
026000         88  CDW-TEST-MATCHED        VALUE 'Y'.
026100     05  CDW-IN-CAND-SW          PIC X(001).
026200         88  CDW-IN-CAND             VALUE 'Y'.
026300
026400 FD  Drift-Report
026500     Label Records are Standard
026600     Recording Mode is F.
026700 01  CTLDRPT-REC              PIC X(132).
026800
026900 FD  Drift-Result
027000     Label Records are Standard
027100     Recording Mode is F.
027200 COPY CTLDRST.
027300
027400 Working-Storage Section.
027500 01  CONSTANTS.
027600     05  MYNAME               PIC X(008) VALUE 'CTLDRIFT'.
027700
027800 01  WS-PROD-STATUS           PIC X(002) VALUE '00'.
027900 01  WS-TEST-STATUS           PIC X(002) VALUE '00'.
028000 01  WS-CAND-STATUS           PIC X(002) VALUE '00'.
028100 01  WS-CTLDWORK-STATUS       PIC X(002) VALUE '00'.
028200 01  WS-CTLDRPT-STATUS        PIC X(002) VALUE '00'.
028300 01  WS-CTLDRST-STATUS        PIC X(002) VALUE '00'.
028400
028500 01  WS-SWITCHES.
028600     05  WS-SIDE-EOF-SW       PIC X(001) VALUE 'N'.
028700         88  WS-SIDE-EOF          VALUE 'Y'.
028800     05  WS-PROD-OPEN-SW      PIC X(001) VALUE 'N'.
028900         88  WS-PROD-IS-OPEN      VALUE 'Y'.
029000     05  WS-TEST-OPEN-SW      PIC X(001) VALUE 'N'.
029100         88  WS-TEST-IS-OPEN      VALUE 'Y'.
029200     05  WS-CAND-PRESENT-SW   PIC X(001) VALUE 'N'.
029300         88  WS-CAND-PRESENT      VALUE 'Y'.
029400     05  WS-WORK-FOUND-SW     PIC X(001) VALUE 'N'.
029500         88  WS-WORK-FOUND        VALUE 'Y'.
029600
029700 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
029800 01  WS-RUN-TIME              PIC 9(008) VALUE 0.
029900*
030000* THE EIGHT TABLES, IN REPORT ORDER.  THE FIRST FOUR ARE THE ONES
030100* CTLMAINT MAINTAINS AND CTLPROMO PROMOTES, SO ONLY THEY HAVE A
030200* CANDIDATE GENERATION TO CLASSIFY AGAINST.
030300 01  WS-TABLE-NAMES.
030400     05  FILLER               PIC X(008) VALUE 'NAMETBL '.
030500     05  FILLER               PIC X(008) VALUE 'SUPPRTBL'.
030600     05  FILLER               PIC X(008) VALUE 'TRUTHTBL'.
030700     05  FILLER               PIC X(008) VALUE 'FEEDPRM '.
030800     05  FILLER               PIC X(008) VALUE 'FEEDCFG '.
030900     05  FILLER               PIC X(008) VALUE 'FLDSELTB'.
031000     05  FILLER               PIC X(008) VALUE 'ENTLTBL '.
031100     05  FILLER               PIC X(008) VALUE 'DISPTBL '.
031200 01  WS-TABLE-NAME-LIST REDEFINES WS-TABLE-NAMES.
031300     05  WS-TN-NAME           PIC X(008) OCCURS 8 TIMES.
031400 01  WS-TABLE-COUNT           PIC 9(004) COMP-5 VALUE 8.
031500 01  WS-PROMOTED-TABLES       PIC 9(004) COMP-5 VALUE 4.
031600 01  WS-TSUB                  PIC 9(004) COMP-5 VALUE 0.
031700 01  WS-TABLE-NAME            PIC X(008) VALUE SPACES.
031800
031900 01  WS-TABLE-TOTALS.
032000     05  WS-TT-ENTRY OCCURS 8 TIMES.
032100         10  WS-TT-COMPARED-SW    PIC X(001).
032200             88  WS-TT-COMPARED       VALUE 'Y'.
032300         10  WS-TT-PROD-ROWS      PIC 9(009) COMP-5.
032400         10  WS-TT-TEST-ROWS      PIC 9(009) COMP-5.
032500         10  WS-TT-SAME           PIC 9(009) COMP-5.
032600         10  WS-TT-PROD-ONLY      PIC 9(009) COMP-5.
032700         10  WS-TT-TEST-ONLY      PIC 9(009) COMP-5.
032800         10  WS-TT-DIFFER         PIC 9(009) COMP-5.
032900         10  WS-TT-AHEAD          PIC 9(009) COMP-5.
033000         10  WS-TT-STALE          PIC 9(009) COMP-5.
033100         10  WS-TT-DUP-PROD       PIC 9(009) COMP-5.
033200*
033300* THE ROW IN HAND AND ITS KEY.  EACH TABLE'S ROW IS LAID OVER ITS
033400* OWN COPYBOOK BY 2900 TO PICK THE KEY AND FEED OUT BY NAME.
033500 01  WS-ROW                   PIC X(080) VALUE SPACES.
033600 01  WS-ROW-KEY               PIC X(040) VALUE SPACES.
033700 01  WS-ROW-FEED              PIC X(010) VALUE SPACES.
033800 01  WS-PROD-IMAGE            PIC X(080) VALUE SPACES.
033900 01  WS-CAND-IMAGE            PIC X(080) VALUE SPACES.
034000 COPY NAMETBL.
034100 COPY SUPPRTBL.
034200 COPY TRUTHTBL.
034300 COPY FEEDPRM.
034400 COPY FEEDCFG.
034500 COPY FLDSELTB.
034600 COPY ENTLTBL.
034700 COPY DISPTBL.
034800
034900 01  WS-DIFF-KIND             PIC X(017) VALUE SPACES.
035000 01  WS-DIFF-CLASS            PIC X(010) VALUE SPACES.
035100     88  WS-CLASS-AHEAD           VALUE 'TEST AHEAD'.
035200     88  WS-CLASS-STALE           VALUE 'TEST STALE'.
035300
035400 01  WS-DIFF-LINE.
035500     05  WS-DL-TABLE          PIC X(008).
035600     05  FILLER               PIC X(002) VALUE SPACES.
035700     05  WS-DL-FEED           PIC X(010).
035800     05  FILLER               PIC X(002) VALUE SPACES.
035900     05  WS-DL-KEY            PIC X(040).
036000     05  FILLER               PIC X(002) VALUE SPACES.
036100     05  WS-DL-KIND           PIC X(017).
036200     05  FILLER               PIC X(002) VALUE SPACES.
036300     05  WS-DL-CLASS          PIC X(010).
036400
036500 01  WS-IMAGE-LINE.
036600     05  FILLER               PIC X(004) VALUE SPACES.
036700     05  WS-IL-SIDE           PIC X(006).
036800     05  WS-IL-IMAGE          PIC X(080).
036900
037000 01  WS-SUMMARY-LINE.
037100     05  WS-SL-TABLE          PIC X(008).
037200     05  FILLER               PIC X(001) VALUE SPACE.
037300     05  WS-SL-STATUS         PIC X(012).
037400     05  WS-SL-PROD-ROWS      PIC ZZZZZZZZ9.
037500     05  FILLER               PIC X(001) VALUE SPACE.
037600     05  WS-SL-TEST-ROWS      PIC ZZZZZZZZ9.
037700     05  FILLER               PIC X(001) VALUE SPACE.
037800     05  WS-SL-SAME           PIC ZZZZZZZZ9.
037900     05  FILLER               PIC X(001) VALUE SPACE.
038000     05  WS-SL-PROD-ONLY      PIC ZZZZZZZZ9.
038100     05  FILLER               PIC X(001) VALUE SPACE.
038200     05  WS-SL-TEST-ONLY      PIC ZZZZZZZZ9.
038300     05  FILLER               PIC X(001) VALUE SPACE.
038400     05  WS-SL-DIFFER         PIC ZZZZZZZZ9.
038500     05  FILLER               PIC X(001) VALUE SPACE.
038600     05  WS-SL-AHEAD          PIC ZZZZZZZZ9.
038700     05  FILLER               PIC X(001) VALUE SPACE.
038800     05  WS-SL-STALE          PIC ZZZZZZZZ9.
038900     05  FILLER               PIC X(001) VALUE SPACE.
039000     05  WS-SL-DUP-PROD       PIC ZZZZZZZZ9.
039100
039200 01  WS-SUMMARY-HEADING.
039300     05  FILLER               PIC X(021) VALUE 'TABLE    STATUS'.
039400     05  FILLER               PIC X(010) VALUE '     PROD'.
039500     05  FILLER               PIC X(010) VALUE '     TEST'.
039600     05  FILLER               PIC X(010) VALUE '     SAME'.
039700     05  FILLER               PIC X(010) VALUE 'PROD ONLY'.
039800     05  FILLER               PIC X(010) VALUE 'TEST ONLY'.
039900     05  FILLER               PIC X(010) VALUE '   DIFFER'.
040000     05  FILLER               PIC X(010) VALUE '    AHEAD'.
040100     05  FILLER               PIC X(010) VALUE '    STALE'.
040200     05  FILLER               PIC X(010) VALUE ' DUP PROD'.
040300
040400 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
040500
040600 01  WS-COUNTERS.
040700     05  WS-TABLES-COMPARED   PIC 9(009) COMP-5 VALUE 0.
040800     05  WS-TABLES-SKIPPED    PIC 9(009) COMP-5 VALUE 0.
040900     05  WS-TOTAL-DIFFS       PIC 9(009) COMP-5 VALUE 0.
041000     05  WS-TOTAL-AHEAD       PIC 9(009) COMP-5 VALUE 0.
041100     05  WS-TOTAL-STALE       PIC 9(009) COMP-5 VALUE 0.
041200     05  WS-TOTAL-DUP-PROD    PIC 9(009) COMP-5 VALUE 0.
041300
041400******************************************************************
041500 Procedure Division.
041600******************************************************************
041700 0000-MAINLINE.
041800
041900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
042000
042100     MOVE 1 TO WS-TSUB
042200     PERFORM UNTIL WS-TSUB > WS-TABLE-COUNT
042300         PERFORM 2000-COMPARE-TABLE THRU 2000-EXIT
042400         ADD 1 TO WS-TSUB
042500     END-PERFORM
042600
042700     PERFORM 4000-REPORT-SUMMARY   THRU 4000-EXIT
042800     PERFORM 5000-WRITE-RESULT     THRU 5000-EXIT
042900     PERFORM 9000-TERMINATE        THRU 9000-EXIT
043000
043100     GOBACK
043200     .
043300 0000-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700* 1000-INITIALIZE  --  OPENS THE REPORT AND A FRESH CTLDWORK RUN *
043800*                      COPY AND HEADS THE REPORT.  EITHER ONE    *
043900*                      NOT OPENING IS RC 16.                     *
044000******************************************************************
044100 1000-INITIALIZE.
044200
044300     DISPLAY MYNAME ' Begin'
044400
044500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
044600     ACCEPT WS-RUN-TIME FROM TIME
044700     INITIALIZE WS-TABLE-TOTALS
044800
044900     OPEN OUTPUT Drift-Report
045000     IF WS-CTLDRPT-STATUS NOT = '00'
045100         DISPLAY MYNAME ' UNABLE TO OPEN CTLDRPT, STATUS = '
045200             WS-CTLDRPT-STATUS
045300         MOVE 16 TO RETURN-CODE
045400         GOBACK
045500     END-IF
045600
045700     OPEN OUTPUT Drift-Work
045800     IF WS-CTLDWORK-STATUS = '00'
045900         CLOSE Drift-Work
046000         OPEN I-O Drift-Work
046100     END-IF
046200     IF WS-CTLDWORK-STATUS NOT = '00'
046300         DISPLAY MYNAME ' UNABLE TO OPEN CTLDWORK, STATUS = '
046400             WS-CTLDWORK-STATUS
046500         CLOSE Drift-Report
046600         MOVE 16 TO RETURN-CODE
046700         GOBACK
046800     END-IF
046900
047000     MOVE SPACES TO CTLDRPT-REC
047100     STRING MYNAME DELIMITED BY SIZE
047200            ' CONTROL-TABLE DRIFT, PRODUCTION VS TEST  RUN '
047300                DELIMITED BY SIZE
047400            WS-RUN-DATE DELIMITED BY SIZE
047500         INTO CTLDRPT-REC
047600     WRITE CTLDRPT-REC
047700     MOVE SPACES TO CTLDRPT-REC
047800     WRITE CTLDRPT-REC
047900
048000     MOVE SPACES TO WS-DIFF-LINE
048100     MOVE 'TABLE'      TO WS-DL-TABLE
048200     MOVE 'FEED'       TO WS-DL-FEED
048300     MOVE 'ROW KEY'    TO WS-DL-KEY
048400     MOVE 'DIFFERENCE' TO WS-DL-KIND
048500     MOVE 'CLASS'      TO WS-DL-CLASS
048600     WRITE CTLDRPT-REC FROM WS-DIFF-LINE
048700
048800     .
048900 1000-EXIT.
049000     EXIT.
049100
049200******************************************************************
049300* 2000-COMPARE-TABLE  --  ONE TABLE, WS-TSUB: PRODUCTION INTO    *
049400*                         THE RUN COPY (2200), THE CANDIDATE     *
049500*                         GENERATION BESIDE IT (2300), TEST      *
049600*                         MATCHED AGAINST IT (2400), THEN THE    *
049700*                         PRODUCTION ROWS TEST NEVER MATCHED     *
049800*                         (2500).  A TABLE MISSING FROM EITHER   *
049900*                         ENVIRONMENT IS NOT COMPARED AT ALL --  *
050000*                         HALF A COMPARE WOULD REPORT EVERY ROW. *
050100******************************************************************
050200 2000-COMPARE-TABLE.
050300
050400     MOVE WS-TN-NAME (WS-TSUB) TO WS-TABLE-NAME
050500     MOVE 'N' TO WS-CAND-PRESENT-SW
050600
050700     PERFORM 8000-OPEN-PROD THRU 8000-EXIT
050800     PERFORM 8100-OPEN-TEST THRU 8100-EXIT
050900
051000     IF NOT WS-PROD-IS-OPEN OR NOT WS-TEST-IS-OPEN
051100         MOVE SPACES TO WS-DIFF-LINE
051200         MOVE WS-TABLE-NAME TO WS-DL-TABLE
051300         IF NOT WS-PROD-IS-OPEN
051400             MOVE 'PRODUCTION TABLE NOT AVAILABLE' TO WS-DL-KEY
051500         ELSE
051600             MOVE 'TEST TABLE NOT AVAILABLE'       TO WS-DL-KEY
051700         END-IF
051800         MOVE 'NOT COMPARED'  TO WS-DL-KIND
051900         WRITE CTLDRPT-REC FROM WS-DIFF-LINE
052000         ADD 1 TO WS-TABLES-SKIPPED
052100         PERFORM 8090-CLOSE-PROD THRU 8090-EXIT
052200         PERFORM 8190-CLOSE-TEST THRU 8190-EXIT
052300         GO TO 2000-EXIT
052400     END-IF
052500
052600     SET WS-TT-COMPARED (WS-TSUB) TO TRUE
052700     ADD 1 TO WS-TABLES-COMPARED
052800
052900     PERFORM 2200-LOAD-PROD       THRU 2200-EXIT
053000     PERFORM 8090-CLOSE-PROD      THRU 8090-EXIT
053100     PERFORM 2300-LOAD-CANDIDATE  THRU 2300-EXIT
053200     PERFORM 2400-MATCH-TEST      THRU 2400-EXIT
053300     PERFORM 8190-CLOSE-TEST      THRU 8190-EXIT
053400     PERFORM 2500-SWEEP-PROD-ONLY THRU 2500-EXIT
053500
053600     .
053700 2000-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100* 2200-LOAD-PROD  --  EVERY PRODUCTION ROW INTO THE RUN COPY BY  *
054200*                     ITS KEY.  A SECOND ROW WITH THE SAME KEY   *
054300*                     IS A PRODUCTION DEFECT, NOT DRIFT: IT IS   *
054400*                     LISTED AND COUNTED BUT NOT CLASSIFIED.     *
054500******************************************************************
054600 2200-LOAD-PROD.
054700
054800     MOVE 'N' TO WS-SIDE-EOF-SW
054900     PERFORM 8010-READ-PROD THRU 8010-EXIT
055000     PERFORM UNTIL WS-SIDE-EOF
055100         ADD 1 TO WS-TT-PROD-ROWS (WS-TSUB)
055200         PERFORM 2900-EXTRACT-KEY THRU 2900-EXIT
055300         MOVE WS-TABLE-NAME TO CDW-TABLE-NAME
055400         SET CDW-SIDE-PROD  TO TRUE
055500         MOVE WS-ROW-KEY    TO CDW-ROW-KEY
055600         MOVE WS-ROW-FEED   TO CDW-ROW-FEED
055700         MOVE WS-ROW        TO CDW-ROW-IMAGE
055800         MOVE 'N'           TO CDW-TEST-MATCHED-SW
055900         MOVE 'N'           TO CDW-IN-CAND-SW
056000         WRITE CDW-WORK-RECORD
056100             INVALID KEY
056200                 MOVE 'DUPLICATE IN PROD' TO WS-DIFF-KIND
056300                 MOVE SPACES              TO WS-DIFF-CLASS
056400                 PERFORM 2700-WRITE-DIFFERENCE THRU 2700-EXIT
056500                 MOVE 'PROD:' TO WS-IL-SIDE
056600                 MOVE WS-ROW  TO WS-IL-IMAGE
056700                 WRITE CTLDRPT-REC FROM WS-IMAGE-LINE
056800                 ADD 1 TO WS-TT-DUP-PROD (WS-TSUB)
056900                 ADD 1 TO WS-TOTAL-DUP-PROD
057000         END-WRITE
057100         PERFORM 8010-READ-PROD THRU 8010-EXIT
057200     END-PERFORM
057300
057400     .
057500 2200-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900* 2300-LOAD-CANDIDATE  --  FOR A CTLPROMO TABLE WITH A CANDIDATE *
058000*                          GENERATION ON FILE, EVERY CANDIDATE   *
058100*                          ROW INTO THE RUN COPY BESIDE          *
058200*                          PRODUCTION, AND EVERY PRODUCTION ROW  *
058300*                          WHOSE KEY THE CANDIDATE CARRIES       *
058400*                          MARKED.  NO CANDIDATE MEANS NOTHING   *
058500*                          IS WAITING ON CTLPROMO FOR THIS       *
058501*                          TABLE.                                *
058600******************************************************************
058700 2300-LOAD-CANDIDATE.
058800
058900     IF WS-TSUB > WS-PROMOTED-TABLES
059000         GO TO 2300-EXIT
059100     END-IF
059200
059300     PERFORM 8200-OPEN-CAND THRU 8200-EXIT
059400     IF NOT WS-CAND-PRESENT
059500         GO TO 2300-EXIT
059600     END-IF
059700
059800     MOVE 'N' TO WS-SIDE-EOF-SW
059900     PERFORM 8210-READ-CAND THRU 8210-EXIT
060000     PERFORM UNTIL WS-SIDE-EOF
060100         PERFORM 2900-EXTRACT-KEY THRU 2900-EXIT
060200         MOVE WS-TABLE-NAME TO CDW-TABLE-NAME
060300         SET CDW-SIDE-CAND  TO TRUE
060400         MOVE WS-ROW-KEY    TO CDW-ROW-KEY
060500         MOVE WS-ROW-FEED   TO CDW-ROW-FEED
060600         MOVE WS-ROW        TO CDW-ROW-IMAGE
060700         MOVE 'N'           TO CDW-TEST-MATCHED-SW
060800         MOVE 'N'           TO CDW-IN-CAND-SW
060900         WRITE CDW-WORK-RECORD
061000             INVALID KEY
061100                 CONTINUE
061200         END-WRITE
061300         PERFORM 2310-MARK-PROD-IN-CAND THRU 2310-EXIT
061400         PERFORM 8210-READ-CAND THRU 8210-EXIT
061500     END-PERFORM
061600
061700     PERFORM 8290-CLOSE-CAND THRU 8290-EXIT
061800
061900     .
062000 2300-EXIT.
062100     EXIT.
062200
062300******************************************************************
062400* 2310-MARK-PROD-IN-CAND  --  MARKS THE PRODUCTION ROW WITH THE  *
062500*                             CURRENT CANDIDATE ROW'S KEY, IF    *
062600*                             THERE IS ONE.                      *
062700******************************************************************
062800 2310-MARK-PROD-IN-CAND.
062900
063000     MOVE WS-TABLE-NAME TO CDW-TABLE-NAME
063100     SET CDW-SIDE-PROD  TO TRUE
063200     MOVE WS-ROW-KEY    TO CDW-ROW-KEY
063300
063400     READ Drift-Work
063500         INVALID KEY
063600             GO TO 2310-EXIT
063700     END-READ
063800
063900     SET CDW-IN-CAND TO TRUE
064000     REWRITE CDW-WORK-RECORD
064100
064200     .
064300 2310-EXIT.
064400     EXIT.
064500
064600******************************************************************
064700* 2400-MATCH-TEST  --  EACH TEST ROW AGAINST THE PRODUCTION ROW  *
064800*                      WITH ITS KEY: THE SAME, DIFFERENT VALUES, *
064900*                      OR NO SUCH ROW IN PRODUCTION.  A SECOND   *
065000*                      TEST ROW FOR A KEY ALREADY MATCHED IS A   *
065100*                      DUPLICATE PRODUCTION DOES NOT HAVE.       *
065200******************************************************************
065300 2400-MATCH-TEST.
065400
065500     MOVE 'N' TO WS-SIDE-EOF-SW
065600     PERFORM 8110-READ-TEST THRU 8110-EXIT
065700     PERFORM UNTIL WS-SIDE-EOF
065800         ADD 1 TO WS-TT-TEST-ROWS (WS-TSUB)
065900         PERFORM 2900-EXTRACT-KEY THRU 2900-EXIT
066000         PERFORM 2410-MATCH-ONE-ROW THRU 2410-EXIT
066100         PERFORM 8110-READ-TEST THRU 8110-EXIT
066200     END-PERFORM
066300
066400     .
066500 2400-EXIT.
066600     EXIT.
066700
066800******************************************************************
066900* 2410-MATCH-ONE-ROW  --  THE TEST ROW IN WS-ROW AGAINST THE RUN *
067000*                         COPY.                                  *
067100******************************************************************
067200 2410-MATCH-ONE-ROW.
067300
067400     MOVE WS-TABLE-NAME TO CDW-TABLE-NAME
067500     SET CDW-SIDE-PROD  TO TRUE
067600     MOVE WS-ROW-KEY    TO CDW-ROW-KEY
067700
067800     MOVE 'Y' TO WS-WORK-FOUND-SW
067900     READ Drift-Work
068000         INVALID KEY
068100             MOVE 'N' TO WS-WORK-FOUND-SW
068200     END-READ
068300
068400     IF NOT WS-WORK-FOUND
068500         ADD 1 TO WS-TT-TEST-ONLY (WS-TSUB)
068600         MOVE 'TEST ONLY' TO WS-DIFF-KIND
068700         PERFORM 2800-CLASSIFY-TEST-ROW THRU 2800-EXIT
068800         PERFORM 2700-WRITE-DIFFERENCE THRU 2700-EXIT
068900         MOVE 'TEST:' TO WS-IL-SIDE
069000         MOVE WS-ROW  TO WS-IL-IMAGE
069100         WRITE CTLDRPT-REC FROM WS-IMAGE-LINE
069200         GO TO 2410-EXIT
069300     END-IF
069400
069500     IF CDW-TEST-MATCHED
069600         ADD 1 TO WS-TT-TEST-ONLY (WS-TSUB)
069700         MOVE 'DUPLICATE IN TEST' TO WS-DIFF-KIND
069800         PERFORM 2800-CLASSIFY-TEST-ROW THRU 2800-EXIT
069900         PERFORM 2700-WRITE-DIFFERENCE THRU 2700-EXIT
070000         MOVE 'TEST:' TO WS-IL-SIDE
070100         MOVE WS-ROW  TO WS-IL-IMAGE
070200         WRITE CTLDRPT-REC FROM WS-IMAGE-LINE
070300         GO TO 2410-EXIT
070400     END-IF
070500
070600     SET CDW-TEST-MATCHED TO TRUE
070700     REWRITE CDW-WORK-RECORD
070800
070900     IF CDW-ROW-IMAGE = WS-ROW
071000         ADD 1 TO WS-TT-SAME (WS-TSUB)
071100         GO TO 2410-EXIT
071200     END-IF
071300
071400     MOVE CDW-ROW-IMAGE TO WS-PROD-IMAGE
071500     ADD 1 TO WS-TT-DIFFER (WS-TSUB)
071600     MOVE 'VALUES DIFFER' TO WS-DIFF-KIND
071700     PERFORM 2800-CLASSIFY-TEST-ROW THRU 2800-EXIT
071800     PERFORM 2700-WRITE-DIFFERENCE THRU 2700-EXIT
071900     MOVE 'PROD:'       TO WS-IL-SIDE
072000     MOVE WS-PROD-IMAGE TO WS-IL-IMAGE
072100     WRITE CTLDRPT-REC FROM WS-IMAGE-LINE
072200     MOVE 'TEST:'       TO WS-IL-SIDE
072300     MOVE WS-ROW        TO WS-IL-IMAGE
072400     WRITE CTLDRPT-REC FROM WS-IMAGE-LINE
072500
072600     .
072700 2410-EXIT.
072800     EXIT.
072900
073000******************************************************************
073100* 2500-SWEEP-PROD-ONLY  --  BROWSES THIS TABLE'S PRODUCTION ROWS *
073200*                           IN THE RUN COPY FOR ONES NO TEST ROW *
073300*                           MATCHED.  SUCH A ROW IS TEST AHEAD   *
073400*                           WHEN THE CANDIDATE GENERATION DROPS  *
073500*                           IT TOO -- CTLPROMO WILL REMOVE IT.   *
073600******************************************************************
073700 2500-SWEEP-PROD-ONLY.
073800
073900     MOVE WS-TABLE-NAME TO CDW-TABLE-NAME
074000     SET CDW-SIDE-PROD  TO TRUE
074100     MOVE LOW-VALUES    TO CDW-ROW-KEY
074200
074300     START Drift-Work KEY NOT < CDW-WORK-KEY
074400         INVALID KEY
074500             GO TO 2500-EXIT
074600     END-START
074700
074800     MOVE 'N' TO WS-SIDE-EOF-SW
074900     PERFORM 2510-READ-WORK-NEXT THRU 2510-EXIT
075000     PERFORM UNTIL WS-SIDE-EOF
075100         IF NOT CDW-TEST-MATCHED
075200             PERFORM 2520-REPORT-PROD-ONLY THRU 2520-EXIT
075300         END-IF
075400         PERFORM 2510-READ-WORK-NEXT THRU 2510-EXIT
075500     END-PERFORM
075600
075700     .
075800 2500-EXIT.
075900     EXIT.
076000
076100******************************************************************
076200* 2510-READ-WORK-NEXT  --  ADVANCES THE RUN-COPY BROWSE, ENDING  *
076300*                          IT AT THE LAST PRODUCTION ROW OF THE  *
076400*                          CURRENT TABLE.                        *
076500******************************************************************
076600 2510-READ-WORK-NEXT.
076700
076800     READ Drift-Work NEXT RECORD
076900         AT END
077000             SET WS-SIDE-EOF TO TRUE
077100             GO TO 2510-EXIT
077200     END-READ
077300
077400     IF CDW-TABLE-NAME NOT = WS-TABLE-NAME
077500         OR NOT CDW-SIDE-PROD
077600         SET WS-SIDE-EOF TO TRUE
077700     END-IF
077800
077900     .
078000 2510-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400* 2520-REPORT-PROD-ONLY  --  ONE PRODUCTION ROW WITH NO TEST     *
078500*                            COUNTERPART.                        *
078600******************************************************************
078700 2520-REPORT-PROD-ONLY.
078800
078900     ADD 1 TO WS-TT-PROD-ONLY (WS-TSUB)
079000     MOVE CDW-ROW-KEY   TO WS-ROW-KEY
079100     MOVE CDW-ROW-FEED  TO WS-ROW-FEED
079200     MOVE 'PROD ONLY'   TO WS-DIFF-KIND
079300
079400     IF WS-CAND-PRESENT AND NOT CDW-IN-CAND
079500         SET WS-CLASS-AHEAD TO TRUE
079600     ELSE
079700         SET WS-CLASS-STALE TO TRUE
079800     END-IF
079900     PERFORM 2600-COUNT-CLASS THRU 2600-EXIT
080000
080100     PERFORM 2700-WRITE-DIFFERENCE THRU 2700-EXIT
080200     MOVE 'PROD:'       TO WS-IL-SIDE
080300     MOVE CDW-ROW-IMAGE TO WS-IL-IMAGE
080400     WRITE CTLDRPT-REC FROM WS-IMAGE-LINE
080500
080600     .
080700 2520-EXIT.
080800     EXIT.
080900
081000******************************************************************
081100* 2600-COUNT-CLASS  --  COUNTS THE DIFFERENCE JUST CLASSIFIED.   *
081200******************************************************************
081300 2600-COUNT-CLASS.
081400
081500     ADD 1 TO WS-TOTAL-DIFFS
081600     IF WS-CLASS-AHEAD
081700         ADD 1 TO WS-TT-AHEAD (WS-TSUB)
081800         ADD 1 TO WS-TOTAL-AHEAD
081900     ELSE
082000         ADD 1 TO WS-TT-STALE (WS-TSUB)
082100         ADD 1 TO WS-TOTAL-STALE
082200     END-IF
082300
082400     .
082500 2600-EXIT.
082600     EXIT.
082700
082800******************************************************************
082900* 2700-WRITE-DIFFERENCE  --  THE HEADLINE FOR ONE DIFFERENCE:    *
083000*                            THE TABLE, FEED, ROW KEY, WHAT      *
083100*                            DIFFERS AND ITS CLASS.  THE CALLER  *
083200*                            WRITES THE ROW IMAGES UNDER IT.     *
083300******************************************************************
083400 2700-WRITE-DIFFERENCE.
083500
083600     MOVE SPACES TO CTLDRPT-REC
083700     WRITE CTLDRPT-REC
083800     MOVE SPACES        TO WS-DIFF-LINE
083900     MOVE WS-TABLE-NAME TO WS-DL-TABLE
084000     MOVE WS-ROW-FEED   TO WS-DL-FEED
084100     MOVE WS-ROW-KEY    TO WS-DL-KEY
084200     MOVE WS-DIFF-KIND  TO WS-DL-KIND
084300     MOVE WS-DIFF-CLASS TO WS-DL-CLASS
084400     WRITE CTLDRPT-REC FROM WS-DIFF-LINE
084500
084600     .
084700 2700-EXIT.
084800     EXIT.
084900
085000******************************************************************
085100* 2800-CLASSIFY-TEST-ROW  --  A TEST ROW THAT IS NOT IN          *
085200*                             PRODUCTION AS IT STANDS IS TEST    *
085300*                             AHEAD WHEN THE CANDIDATE           *
085400*                             GENERATION HAS THE SAME ROW UNDER  *
085500*                             THE SAME KEY -- CTLPROMO WILL      *
085600*                             BRING PRODUCTION UP TO IT.         *
085601*                             OTHERWISE TEST STALE.              *
085700******************************************************************
085800 2800-CLASSIFY-TEST-ROW.
085900
086000     SET WS-CLASS-STALE TO TRUE
086100
086200     IF WS-CAND-PRESENT
086300         MOVE WS-TABLE-NAME TO CDW-TABLE-NAME
086400         SET CDW-SIDE-CAND  TO TRUE
086500         MOVE WS-ROW-KEY    TO CDW-ROW-KEY
086600         READ Drift-Work
086700             INVALID KEY
086800                 CONTINUE
086900             NOT INVALID KEY
087000                 IF CDW-ROW-IMAGE = WS-ROW
087100                     SET WS-CLASS-AHEAD TO TRUE
087200                 END-IF
087300         END-READ
087400     END-IF
087500
087600     PERFORM 2600-COUNT-CLASS THRU 2600-EXIT
087700
087800     .
087900 2800-EXIT.
088000     EXIT.
088100
088200******************************************************************
088300* 2900-EXTRACT-KEY  --  LAYS THE ROW IN WS-ROW OVER ITS TABLE'S  *
088400*                       COPYBOOK AND PICKS OUT THE ROW KEY AND   *
088500*                       FEED: THE FEED AND EFFECTIVE DATE FOR    *
088600*                       THE DATED PER-FEED TABLES, FEED AND      *
088700*                       TOKEN FOR TRUTHTBL, FEED AND CUSTOMER    *
088800*                       FOR ENTLTBL, ROUTE AND EFFECTIVE-FROM    *
088900*                       FOR DISPTBL (WHICH HAS NO FEED), THE     *
089000*                       FEED ALONE FOR FEEDPRM AND FEEDCFG.      *
089100******************************************************************
089200 2900-EXTRACT-KEY.
089300
089400     MOVE SPACES TO WS-ROW-KEY
089500     MOVE SPACES TO WS-ROW-FEED
089600
089700     EVALUATE WS-TSUB
089800         WHEN 1
089900             MOVE WS-ROW TO ONT-NAME-RECORD
090000             MOVE ONT-FEED-ID        TO WS-ROW-FEED
090100             MOVE ONT-FEED-ID        TO WS-ROW-KEY(1:10)
090200             MOVE ONT-EFFECTIVE-DATE TO WS-ROW-KEY(12:8)
090300         WHEN 2
090400             MOVE WS-ROW TO SPT-SUPPRESS-RECORD
090500             MOVE SPT-FEED-ID        TO WS-ROW-FEED
090600             MOVE SPT-FEED-ID        TO WS-ROW-KEY(1:10)
090700             MOVE SPT-EFFECTIVE-DATE TO WS-ROW-KEY(12:8)
090800         WHEN 3
090900             MOVE WS-ROW TO TRT-TRUTH-RECORD
091000             MOVE TRT-FEED-ID        TO WS-ROW-FEED
091100             MOVE TRT-FEED-ID        TO WS-ROW-KEY(1:10)
091200             MOVE TRT-TOKEN          TO WS-ROW-KEY(12:8)
091300         WHEN 4
091400             MOVE WS-ROW TO FDP-FEED-PARM-RECORD
091500             MOVE FDP-FEED-ID        TO WS-ROW-FEED
091600             MOVE FDP-FEED-ID        TO WS-ROW-KEY(1:10)
091700         WHEN 5
091800             MOVE WS-ROW TO FCF-FEED-CONFIG-RECORD
091900             MOVE FCF-FEED-ID        TO WS-ROW-FEED
092000             MOVE FCF-FEED-ID        TO WS-ROW-KEY(1:10)
092100         WHEN 6
092200             MOVE WS-ROW TO FSL-SELECT-RECORD
092300             MOVE FSL-FEED-ID        TO WS-ROW-FEED
092400             MOVE FSL-FEED-ID        TO WS-ROW-KEY(1:10)
092500             MOVE FSL-EFFECTIVE-DATE TO WS-ROW-KEY(12:8)
092600         WHEN 7
092700             MOVE WS-ROW TO ETL-ENTITLE-RECORD
092800             MOVE ETL-FEED-ID        TO WS-ROW-FEED
092900             MOVE ETL-FEED-ID        TO WS-ROW-KEY(1:10)
093000             MOVE ETL-CUSTOMER-KEY   TO WS-ROW-KEY(12:8)
093100         WHEN 8
093200             MOVE WS-ROW TO DSP-DISPATCH-RECORD
093300             MOVE DSP-ROUTE-CODE     TO WS-ROW-KEY(1:8)
093400             MOVE DSP-EFFECTIVE-FROM TO WS-ROW-KEY(12:8)
093500     END-EVALUATE
093600
093700     .
093800 2900-EXIT.
093900     EXIT.
094000
094100******************************************************************
094200* 4000-REPORT-SUMMARY  --  ONE LINE PER TABLE WITH ITS ROW       *
094300*                          COUNTS ON EACH SIDE AND ITS           *
094400*                          DIFFERENCES BY KIND AND CLASS.        *
094500******************************************************************
094600 4000-REPORT-SUMMARY.
094700
094800     MOVE SPACES TO CTLDRPT-REC
094900     WRITE CTLDRPT-REC
095000     MOVE SPACES TO CTLDRPT-REC
095100     WRITE CTLDRPT-REC
095200     MOVE 'SUMMARY BY TABLE' TO CTLDRPT-REC
095300     WRITE CTLDRPT-REC
095400     WRITE CTLDRPT-REC FROM WS-SUMMARY-HEADING
095500
095600     MOVE 1 TO WS-TSUB
095700     PERFORM UNTIL WS-TSUB > WS-TABLE-COUNT
095800         PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT
095900         ADD 1 TO WS-TSUB
096000     END-PERFORM
096100
096200     MOVE SPACES TO CTLDRPT-REC
096300     WRITE CTLDRPT-REC
096400     MOVE WS-TOTAL-DIFFS TO WS-NUM-DISPLAY
096500     MOVE SPACES TO CTLDRPT-REC
096600     STRING 'DIFFERENCES        : ' DELIMITED BY SIZE
096700            WS-NUM-DISPLAY DELIMITED BY SIZE
096800         INTO CTLDRPT-REC
096900     WRITE CTLDRPT-REC
097000     MOVE WS-TOTAL-AHEAD TO WS-NUM-DISPLAY
097100     MOVE SPACES TO CTLDRPT-REC
097200     STRING '  TEST AHEAD       : ' DELIMITED BY SIZE
097300            WS-NUM-DISPLAY DELIMITED BY SIZE
097400            ' (PENDING CTLPROMO)' DELIMITED BY SIZE
097500         INTO CTLDRPT-REC
097600     WRITE CTLDRPT-REC
097700     MOVE WS-TOTAL-STALE TO WS-NUM-DISPLAY
097800     MOVE SPACES TO CTLDRPT-REC
097900     STRING '  TEST STALE       : ' DELIMITED BY SIZE
098000            WS-NUM-DISPLAY DELIMITED BY SIZE
098100         INTO CTLDRPT-REC
098200     WRITE CTLDRPT-REC
098300     MOVE WS-TOTAL-DUP-PROD TO WS-NUM-DISPLAY
098400     MOVE SPACES TO CTLDRPT-REC
098500     STRING 'DUPLICATES IN PROD : ' DELIMITED BY SIZE
098600            WS-NUM-DISPLAY DELIMITED BY SIZE
098700         INTO CTLDRPT-REC
098800     WRITE CTLDRPT-REC
098900     MOVE WS-TABLES-SKIPPED TO WS-NUM-DISPLAY
099000     MOVE SPACES TO CTLDRPT-REC
099100     STRING 'TABLES NOT COMPARED: ' DELIMITED BY SIZE
099200            WS-NUM-DISPLAY DELIMITED BY SIZE
099300         INTO CTLDRPT-REC
099400     WRITE CTLDRPT-REC
099500
099600     MOVE SPACES TO CTLDRPT-REC
099700     IF WS-TABLES-SKIPPED = 0 AND WS-TOTAL-STALE = 0
099800         MOVE 'TEST MATCHES PRODUCTION OR IS AHEAD OF IT --'
099900             TO CTLDRPT-REC(1:45)
100000         MOVE ' CERTIFICATION MAY PROCEED' TO CTLDRPT-REC(46:27)
100100     ELSE
100200         MOVE 'TEST DOES NOT REFLECT PRODUCTION --'
100300             TO CTLDRPT-REC(1:35)
100400         MOVE ' REFRESH TEST BEFORE CERTIFYING'
100500             TO CTLDRPT-REC(36:31)
100600     END-IF
100700     WRITE CTLDRPT-REC
100800
100900     .
101000 4000-EXIT.
101100     EXIT.
101200
101300******************************************************************
101400* 4100-WRITE-SUMMARY-LINE  --  THE SUMMARY LINE FOR TABLE        *
101500*                              WS-TSUB.                          *
101600******************************************************************
101700 4100-WRITE-SUMMARY-LINE.
101800
101900     MOVE SPACES TO WS-SUMMARY-LINE
102000     MOVE WS-TN-NAME (WS-TSUB)       TO WS-SL-TABLE
102100     IF WS-TT-COMPARED (WS-TSUB)
102200         MOVE 'COMPARED'             TO WS-SL-STATUS
102300     ELSE
102400         MOVE 'NOT COMPARED'         TO WS-SL-STATUS
102500     END-IF
102600     MOVE WS-TT-PROD-ROWS (WS-TSUB)  TO WS-SL-PROD-ROWS
102700     MOVE WS-TT-TEST-ROWS (WS-TSUB)  TO WS-SL-TEST-ROWS
102800     MOVE WS-TT-SAME (WS-TSUB)       TO WS-SL-SAME
102900     MOVE WS-TT-PROD-ONLY (WS-TSUB)  TO WS-SL-PROD-ONLY
103000     MOVE WS-TT-TEST-ONLY (WS-TSUB)  TO WS-SL-TEST-ONLY
103100     MOVE WS-TT-DIFFER (WS-TSUB)     TO WS-SL-DIFFER
103200     MOVE WS-TT-AHEAD (WS-TSUB)      TO WS-SL-AHEAD
103300     MOVE WS-TT-STALE (WS-TSUB)      TO WS-SL-STALE
103400     MOVE WS-TT-DUP-PROD (WS-TSUB)   TO WS-SL-DUP-PROD
103500     WRITE CTLDRPT-REC FROM WS-SUMMARY-LINE
103600
103700     .
103800 4100-EXIT.
103900     EXIT.
104000
104100******************************************************************
104200* 5000-WRITE-RESULT  --  REPLACES THE CTLDRST RESULT RECORD WITH *
104300*                        THIS RUN'S FOR FEEDCMPR.  NO CTLDRST    *
104400*                        LEAVES FEEDCMPR WITHOUT A CHECK TO      *
104500*                        ACCEPT, SO IT IS RC 8.                  *
104600******************************************************************
104700 5000-WRITE-RESULT.
104800
104900     OPEN OUTPUT Drift-Result
105000     IF WS-CTLDRST-STATUS NOT = '00'
105100         DISPLAY MYNAME ' UNABLE TO OPEN CTLDRST, STATUS = '
105200             WS-CTLDRST-STATUS
105300         MOVE 8 TO RETURN-CODE
105400         GO TO 5000-EXIT
105500     END-IF
105600
105700     MOVE WS-RUN-DATE        TO CDS-RUN-DATE
105800     MOVE WS-RUN-TIME        TO CDS-RUN-TIME
105900     MOVE WS-TABLES-COMPARED TO CDS-TABLES-COMPARED
106000     MOVE WS-TABLES-SKIPPED  TO CDS-TABLES-NOT-COMPARED
106100     MOVE WS-TOTAL-DIFFS     TO CDS-DIFFERENCES
106200     MOVE WS-TOTAL-AHEAD     TO CDS-TEST-AHEAD
106300     MOVE WS-TOTAL-STALE     TO CDS-TEST-STALE
106400     WRITE CDS-DRIFT-RESULT-RECORD
106500
106600     CLOSE Drift-Result
106700
106800     .
106900 5000-EXIT.
107000     EXIT.
107100
107200******************************************************************
107300* 8000-OPEN-PROD  --  OPENS TABLE WS-TSUB'S PRODUCTION COPY.     *
107400******************************************************************
107500 8000-OPEN-PROD.
107600
107700     MOVE 'N' TO WS-PROD-OPEN-SW
107800     EVALUATE WS-TSUB
107900         WHEN 1  OPEN INPUT P-Nametbl
108000         WHEN 2  OPEN INPUT P-Supprtbl
108100         WHEN 3  OPEN INPUT P-Truthtbl
108200         WHEN 4  OPEN INPUT P-Feedprm
108300         WHEN 5  OPEN INPUT P-Feedcfg
108400         WHEN 6  OPEN INPUT P-Fldseltb
108500         WHEN 7  OPEN INPUT P-Entltbl
108600         WHEN 8  OPEN INPUT P-Disptbl
108700     END-EVALUATE
108800     IF WS-PROD-STATUS = '00'
108900         SET WS-PROD-IS-OPEN TO TRUE
109000     ELSE
109100         DISPLAY MYNAME ' PRODUCTION ' WS-TABLE-NAME
109200             ' NOT AVAILABLE, STATUS = ' WS-PROD-STATUS
109300     END-IF
109400
109500     .
109600 8000-EXIT.
109700     EXIT.
109800
109900******************************************************************
110000* 8010-READ-PROD  --  PRIMES/ADVANCES THE PRODUCTION CURSOR INTO *
110100*                     WS-ROW.                                    *
110200******************************************************************
110300 8010-READ-PROD.
110400
110500     MOVE SPACES TO WS-ROW
110600     EVALUATE WS-TSUB
110700         WHEN 1
110800             READ P-Nametbl INTO WS-ROW
110900                 AT END SET WS-SIDE-EOF TO TRUE
111000             END-READ
111100         WHEN 2
111200             READ P-Supprtbl INTO WS-ROW
111300                 AT END SET WS-SIDE-EOF TO TRUE
111400             END-READ
111500         WHEN 3
111600             READ P-Truthtbl INTO WS-ROW
111700                 AT END SET WS-SIDE-EOF TO TRUE
111800             END-READ
111900         WHEN 4
112000             READ P-Feedprm INTO WS-ROW
112100                 AT END SET WS-SIDE-EOF TO TRUE
112200             END-READ
112300         WHEN 5
112400             READ P-Feedcfg INTO WS-ROW
112500                 AT END SET WS-SIDE-EOF TO TRUE
112600             END-READ
112700         WHEN 6
112800             READ P-Fldseltb INTO WS-ROW
112900                 AT END SET WS-SIDE-EOF TO TRUE
113000             END-READ
113100         WHEN 7
113200             READ P-Entltbl INTO WS-ROW
113300                 AT END SET WS-SIDE-EOF TO TRUE
113400             END-READ
113500         WHEN 8
113600             READ P-Disptbl INTO WS-ROW
113700                 AT END SET WS-SIDE-EOF TO TRUE
113800             END-READ
113900     END-EVALUATE
114000
114100     .
114200 8010-EXIT.
114300     EXIT.
114400
114500******************************************************************
114600* 8090-CLOSE-PROD  --  CLOSES THE PRODUCTION COPY IF OPEN.       *
114700******************************************************************
114800 8090-CLOSE-PROD.
114900
115000     IF NOT WS-PROD-IS-OPEN
115100         GO TO 8090-EXIT
115200     END-IF
115300     EVALUATE WS-TSUB
115400         WHEN 1  CLOSE P-Nametbl
115500         WHEN 2  CLOSE P-Supprtbl
115600         WHEN 3  CLOSE P-Truthtbl
115700         WHEN 4  CLOSE P-Feedprm
115800         WHEN 5  CLOSE P-Feedcfg
115900         WHEN 6  CLOSE P-Fldseltb
116000         WHEN 7  CLOSE P-Entltbl
116100         WHEN 8  CLOSE P-Disptbl
116200     END-EVALUATE
116300     MOVE 'N' TO WS-PROD-OPEN-SW
116400
116500     .
116600 8090-EXIT.
116700     EXIT.
116800
116900******************************************************************
117000* 8100-OPEN-TEST  --  OPENS TABLE WS-TSUB'S TEST COPY.           *
117100******************************************************************
117200 8100-OPEN-TEST.
117300
117400     MOVE 'N' TO WS-TEST-OPEN-SW
117500     EVALUATE WS-TSUB
117600         WHEN 1  OPEN INPUT T-Nametbl
117700         WHEN 2  OPEN INPUT T-Supprtbl
117800         WHEN 3  OPEN INPUT T-Truthtbl
117900         WHEN 4  OPEN INPUT T-Feedprm
118000         WHEN 5  OPEN INPUT T-Feedcfg
118100         WHEN 6  OPEN INPUT T-Fldseltb
118200         WHEN 7  OPEN INPUT T-Entltbl
118300         WHEN 8  OPEN INPUT T-Disptbl
118400     END-EVALUATE
118500     IF WS-TEST-STATUS = '00'
118600         SET WS-TEST-IS-OPEN TO TRUE
118700     ELSE
118800         DISPLAY MYNAME ' TEST ' WS-TABLE-NAME
118900             ' NOT AVAILABLE, STATUS = ' WS-TEST-STATUS
119000     END-IF
119100
119200     .
119300 8100-EXIT.
119400     EXIT.
119500
119600******************************************************************
119700* 8110-READ-TEST  --  PRIMES/ADVANCES THE TEST CURSOR INTO       *
119800*                     WS-ROW.                                    *
119900******************************************************************
120000 8110-READ-TEST.
120100
120200     MOVE SPACES TO WS-ROW
120300     EVALUATE WS-TSUB
120400         WHEN 1
120500             READ T-Nametbl INTO WS-ROW
120600                 AT END SET WS-SIDE-EOF TO TRUE
120700             END-READ
120800         WHEN 2
120900             READ T-Supprtbl INTO WS-ROW
121000                 AT END SET WS-SIDE-EOF TO TRUE
121100             END-READ
121200         WHEN 3
121300             READ T-Truthtbl INTO WS-ROW
121400                 AT END SET WS-SIDE-EOF TO TRUE
121500             END-READ
121600         WHEN 4
121700             READ T-Feedprm INTO WS-ROW
121800                 AT END SET WS-SIDE-EOF TO TRUE
121900             END-READ
122000         WHEN 5
122100             READ T-Feedcfg INTO WS-ROW
122200                 AT END SET WS-SIDE-EOF TO TRUE
122300             END-READ
122400         WHEN 6
122500             READ T-Fldseltb INTO WS-ROW
122600                 AT END SET WS-SIDE-EOF TO TRUE
122700             END-READ
122800         WHEN 7
122900             READ T-Entltbl INTO WS-ROW
123000                 AT END SET WS-SIDE-EOF TO TRUE
123100             END-READ
123200         WHEN 8
123300             READ T-Disptbl INTO WS-ROW
123400                 AT END SET WS-SIDE-EOF TO TRUE
123500             END-READ
123600     END-EVALUATE
123700
123800     .
123900 8110-EXIT.
124000     EXIT.
124100
124200******************************************************************
124300* 8190-CLOSE-TEST  --  CLOSES THE TEST COPY IF OPEN.             *
124400******************************************************************
124500 8190-CLOSE-TEST.
124600
124700     IF NOT WS-TEST-IS-OPEN
124800         GO TO 8190-EXIT
124900     END-IF
125000     EVALUATE WS-TSUB
125100         WHEN 1  CLOSE T-Nametbl
125200         WHEN 2  CLOSE T-Supprtbl
125300         WHEN 3  CLOSE T-Truthtbl
125400         WHEN 4  CLOSE T-Feedprm
125500         WHEN 5  CLOSE T-Feedcfg
125600         WHEN 6  CLOSE T-Fldseltb
125700         WHEN 7  CLOSE T-Entltbl
125800         WHEN 8  CLOSE T-Disptbl
125900     END-EVALUATE
126000     MOVE 'N' TO WS-TEST-OPEN-SW
126100
126200     .
126300 8190-EXIT.
126400     EXIT.
126500
126600******************************************************************
126700* 8200-OPEN-CAND  --  OPENS TABLE WS-TSUB'S CANDIDATE            *
126800*                     GENERATION.  NOT THERE MEANS NONE IS       *
126801*                     WAITING.                                   *
126900******************************************************************
127000 8200-OPEN-CAND.
127100
127200     MOVE 'N' TO WS-CAND-PRESENT-SW
127300     EVALUATE WS-TSUB
127400         WHEN 1  OPEN INPUT C-Nametbl
127500         WHEN 2  OPEN INPUT C-Supprtbl
127600         WHEN 3  OPEN INPUT C-Truthtbl
127700         WHEN 4  OPEN INPUT C-Feedprm
127800     END-EVALUATE
127900     IF WS-CAND-STATUS = '00'
128000         SET WS-CAND-PRESENT TO TRUE
128100     END-IF
128200
128300     .
128400 8200-EXIT.
128500     EXIT.
128600
128700******************************************************************
128800* 8210-READ-CAND  --  PRIMES/ADVANCES THE CANDIDATE CURSOR INTO  *
128900*                     WS-ROW.                                    *
129000******************************************************************
129100 8210-READ-CAND.
129200
129300     MOVE SPACES TO WS-ROW
129400     EVALUATE WS-TSUB
129500         WHEN 1
129600             READ C-Nametbl INTO WS-ROW
129700                 AT END SET WS-SIDE-EOF TO TRUE
129800             END-READ
129900         WHEN 2
130000             READ C-Supprtbl INTO WS-ROW
130100                 AT END SET WS-SIDE-EOF TO TRUE
130200             END-READ
130300         WHEN 3
130400             READ C-Truthtbl INTO WS-ROW
130500                 AT END SET WS-SIDE-EOF TO TRUE
130600             END-READ
130700         WHEN 4
130800             READ C-Feedprm INTO WS-ROW
130900                 AT END SET WS-SIDE-EOF TO TRUE
131000             END-READ
131100     END-EVALUATE
131200
131300     .
131400 8210-EXIT.
131500     EXIT.
131600
131700******************************************************************
131800* 8290-CLOSE-CAND  --  CLOSES THE CANDIDATE GENERATION.          *
131900******************************************************************
132000 8290-CLOSE-CAND.
132100
132200     EVALUATE WS-TSUB
132300         WHEN 1  CLOSE C-Nametbl
132400         WHEN 2  CLOSE C-Supprtbl
132500         WHEN 3  CLOSE C-Truthtbl
132600         WHEN 4  CLOSE C-Feedprm
132700     END-EVALUATE
132800
132900     .
133000 8290-EXIT.
133100     EXIT.
133200
133300******************************************************************
133400* 9000-TERMINATE  --  CLOSES UP AND SETS THE RETURN CODE: 8 WHEN *
133500*                     A TABLE WAS NOT COMPARED, 4 WHEN ANY       *
133600*                     DIFFERENCE WAS FOUND.                      *
133700******************************************************************
133800 9000-TERMINATE.
133900
134000     CLOSE Drift-Work
134100     CLOSE Drift-Report
134200
134300     IF WS-TABLES-SKIPPED > 0
134400         MOVE 8 TO RETURN-CODE
134500     END-IF
134600     IF (WS-TOTAL-DIFFS > 0 OR WS-TOTAL-DUP-PROD > 0)
134700         AND RETURN-CODE = 0
134800         MOVE 4 TO RETURN-CODE
134900     END-IF
135000
135100     DISPLAY MYNAME ' TABLES COMPARED = ' WS-TABLES-COMPARED
135200         ' NOT COMPARED = ' WS-TABLES-SKIPPED
135300     DISPLAY MYNAME ' DIFFERENCES = ' WS-TOTAL-DIFFS
135400         ' TEST AHEAD = ' WS-TOTAL-AHEAD
135500         ' TEST STALE = ' WS-TOTAL-STALE
135600
135700     DISPLAY MYNAME ' End'
135800
135900     .
136000 9000-EXIT.
136100     EXIT.

000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. RPTDIST.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  NIGHTLY REPORT             *
001500*                  DISTRIBUTION: RUNS AFTER JSNNITE AGAINST THE  *
001600*                  RPTCATLG REPORT CATALOG.  EACH CATALOGED      *
001700*                  REPORT IS READ UNDER ITS OWN DD NAME AND      *
001800*                  BURST INTO A BUNDLE PER RECIPIENT (THE        *
001900*                  RECIPIENT'S DD), BEHIND A BANNER CARRYING     *
002000*                  ITS OWNER, CONFIDENTIALITY CLASS AND          *
002100*                  RETENTION.  EVERY DELIVERY IS LOGGED TO       *
002200*                  RPTDLOG.  A REPORT DUE TONIGHT BY ITS         *
002300*                  SCHEDULE THAT WAS NOT PRODUCED IS LOGGED      *
002400*                  MISSING, LISTED ON RPTDRPT AND ENDS THE RUN   *
002500*                  RC 4, AS DOES A BUNDLE THAT CANNOT BE OPENED. *
002600******************************************************************
002700 Environment Division.
002800 Input-Output Section.
002900 File-Control.
003000     Select Dist-Parm Assign to 'RPTDPARM'
003100         Organization is Line Sequential
003200         File Status is WS-RPTDPARM-STATUS.
003300
003400     Select Report-Catalog Assign to 'RPTCATLG'
003500         Organization is Line Sequential
003600         File Status is WS-RPTCATLG-STATUS.
003700
003800*
003900* THE REPORT BEING READ AND THE BUNDLE BEING WRITTEN ARE OPENED
004000* UNDER THE DD NAME IN WS-REPORT-DD / WS-BUNDLE-DD, ONE AT A TIME.
004100     Select Report-In Assign Using WS-REPORT-DD
004200         Organization is Line Sequential
004300         File Status is WS-REPORT-STATUS.
004400
004500     Select Bundle-Out Assign Using WS-BUNDLE-DD
004600         Organization is Line Sequential
004700         File Status is WS-BUNDLE-STATUS.
004800
004900     Select Delivery-Log Assign to 'RPTDLOG'
005000         Organization is Line Sequential
005100         File Status is WS-RPTDLOG-STATUS.
005200
005300     Select Dist-Report Assign to 'RPTDRPT'
005400         Organization is Line Sequential
005500         File Status is WS-RPTDRPT-STATUS.
005600 Data Division.
005700 File Section.
005800 FD  Dist-Parm
005900     Label Records are Standard
006000     Recording Mode is F.
006100 COPY RPTDPARM.
006200
006300 FD  Report-Catalog
006400     Label Records are Standard
006500     Recording Mode is F.
006600 COPY RPTCATLG.
006700
006800 FD  Report-In
006900     Label Records are Standard
007000     Recording Mode is V.
007100 01  REPORT-IN-REC            PIC X(250).
007200
007300 FD  Bundle-Out
007400     Label Records are Standard
007500     Recording Mode is V.
007600 01  BUNDLE-REC               PIC X(250).
007700
007800 FD  Delivery-Log
007900     Label Records are Standard
008000     Recording Mode is F.
008100 COPY RPTDLOG.
008200
008300 FD  Dist-Report
008400     Label Records are Standard
008500     Recording Mode is F.
008600 01  RPTDRPT-REC              PIC X(100).
008700
008800 Working-Storage Section.
008900 01  CONSTANTS.
009000     05  MYNAME               PIC X(008) VALUE 'RPTDIST'.
009100
009200 01  WS-RPTDPARM-STATUS       PIC X(002) VALUE '00'.
009300 01  WS-RPTCATLG-STATUS       PIC X(002) VALUE '00'.
009400 01  WS-REPORT-STATUS         PIC X(002) VALUE '00'.
009500 01  WS-BUNDLE-STATUS         PIC X(002) VALUE '00'.
009600 01  WS-RPTDLOG-STATUS        PIC X(002) VALUE '00'.
009700 01  WS-RPTDRPT-STATUS        PIC X(002) VALUE '00'.
009800
009900 01  WS-REPORT-DD             PIC X(008) VALUE SPACES.
010000 01  WS-BUNDLE-DD             PIC X(008) VALUE SPACES.
010100
010200 01  WS-SWITCHES.
010300     05  WS-RPTCATLG-EOF-SW   PIC X(001) VALUE 'N'.
010400         88  WS-RPTCATLG-EOF      VALUE 'Y'.
010500     05  WS-REPORT-EOF-SW     PIC X(001) VALUE 'N'.
010600         88  WS-REPORT-EOF        VALUE 'Y'.
010700     05  WS-BUNDLE-OPEN-SW    PIC X(001) VALUE 'N'.
010800         88  WS-BUNDLE-IS-OPEN    VALUE 'Y'.
010900     05  WS-FOR-RECIPIENT-SW  PIC X(001) VALUE 'N'.
011000         88  WS-FOR-RECIPIENT     VALUE 'Y'.
011100     05  WS-RCP-FOUND-SW      PIC X(001) VALUE 'N'.
011200         88  WS-RCP-FOUND         VALUE 'Y'.
011300
011400 01  WS-TODAY-DATE            PIC 9(008) VALUE 0.
011500 01  WS-RUN-TIME              PIC 9(008) VALUE 0.
011600 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
011700 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
011800     05  WS-RUN-YEAR          PIC 9(004).
011900     05  WS-RUN-MONTH         PIC 9(002).
012000     05  WS-RUN-DAY           PIC 9(002).
012100 01  WS-RUN-DAYNO             PIC 9(009) COMP-5 VALUE 0.
012200 01  WS-WEEKDAY               PIC 9(001) VALUE 0.
012300 01  WS-MONTH-LAST-DAY        PIC 9(002) VALUE 0.
012400 01  WS-NEXT-MONTH-DATE       PIC 9(008) VALUE 0.
012500 01  WS-NEXT-MONTH-DATE-R REDEFINES WS-NEXT-MONTH-DATE.
012600     05  WS-NEXT-YEAR         PIC 9(004).
012700     05  WS-NEXT-MONTH        PIC 9(002).
012800     05  WS-NEXT-DAY          PIC 9(002).
012900 01  WS-WORK-DATE             PIC 9(008) VALUE 0.
013000 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
013100     05  FILLER               PIC 9(006).
013200     05  WS-WORK-DAY          PIC 9(002).
013300
013400*
013500* THE CATALOG, HELD FOR THE RUN.  STATE: P PRODUCED, M MISSING
013600* (DUE TONIGHT, NOT PRODUCED), N NOT DUE AND NOT PRODUCED.
013700 01  WS-CATALOG-TABLE.
013800     05  WS-CAT-MAX           PIC 9(004) COMP-5 VALUE 100.
013900     05  WS-CAT-COUNT         PIC 9(004) COMP-5 VALUE 0.
014000     05  WS-CAT-ENTRY OCCURS 100 TIMES.
014100         10  WS-CAT-REPORT-ID PIC X(008).
014200         10  WS-CAT-DESC      PIC X(030).
014300         10  WS-CAT-OWNER     PIC X(008).
014400         10  WS-CAT-CONF      PIC X(001).
014500         10  WS-CAT-RETENTION PIC 9(004).
014600         10  WS-CAT-SCHEDULE  PIC X(001).
014700         10  WS-CAT-RUN-DAY   PIC 9(002).
014800         10  WS-CAT-RECIPIENT PIC X(008) OCCURS 6 TIMES.
014900         10  WS-CAT-DUE-SW    PIC X(001).
015000             88  WS-CAT-DUE       VALUE 'Y'.
015100         10  WS-CAT-STATE     PIC X(001).
015200             88  WS-CAT-PRODUCED  VALUE 'P'.
015300             88  WS-CAT-MISSING   VALUE 'M'.
015400             88  WS-CAT-NOT-DUE   VALUE 'N'.
015500         10  WS-CAT-LINES     PIC 9(009) COMP-5.
015600         10  WS-CAT-DELIVERED PIC 9(004) COMP-5.
015700         10  WS-CAT-RETAIN-UNTIL
015800                              PIC 9(008).
015900 01  WS-CAT-SUB               PIC 9(004) COMP-5 VALUE 0.
016000 01  WS-SLOT-SUB              PIC 9(004) COMP-5 VALUE 0.
016100
016200*
016300* EVERY DISTINCT RECIPIENT ON THE CATALOG -- ONE BUNDLE EACH.
016400 01  WS-RECIPIENT-TABLE.
016500     05  WS-RCP-MAX           PIC 9(004) COMP-5 VALUE 60.
016600     05  WS-RCP-COUNT         PIC 9(004) COMP-5 VALUE 0.
016700     05  WS-RCP-ENTRY OCCURS 60 TIMES.
016800         10  WS-RCP-ID        PIC X(008).
016900         10  WS-RCP-REPORTS   PIC 9(004) COMP-5.
017000         10  WS-RCP-STATE     PIC X(001).
017100             88  WS-RCP-SENT      VALUE 'S'.
017200             88  WS-RCP-EMPTY     VALUE 'E'.
017300             88  WS-RCP-FAILED    VALUE 'F'.
017400 01  WS-RCP-SUB               PIC 9(004) COMP-5 VALUE 0.
017500 01  WS-RECIPIENT             PIC X(008) VALUE SPACES.
017600
017700 01  WS-CONF-NAME             PIC X(012) VALUE SPACES.
017800 01  WS-LINE-COUNT            PIC 9(009) COMP-5 VALUE 0.
017900 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
018000 01  WS-CNT-DISPLAY           PIC 9(004) VALUE 0.
018100
018200 01  WS-RPT-DETAIL.
018300     05  WS-RPT-REPORT        PIC X(008).
018400     05  FILLER               PIC X(001) VALUE SPACE.
018500     05  WS-RPT-OWNER         PIC X(008).
018600     05  FILLER               PIC X(001) VALUE SPACE.
018700     05  WS-RPT-CLASS         PIC X(012).
018800     05  FILLER               PIC X(001) VALUE SPACE.
018900     05  WS-RPT-STATE         PIC X(010).
019000     05  FILLER               PIC X(001) VALUE SPACE.
019100     05  WS-RPT-LINES         PIC X(009).
019200     05  FILLER               PIC X(001) VALUE SPACE.
019300     05  WS-RPT-SENT-TO       PIC X(004).
019400     05  FILLER               PIC X(001) VALUE SPACE.
019500     05  WS-RPT-RETAIN        PIC X(008).
019600     05  FILLER               PIC X(001) VALUE SPACE.
019700     05  WS-RPT-DESC          PIC X(030).
019800
019900 01  WS-COUNTERS.
020000     05  WS-CATALOG-ROWS      PIC 9(009) COMP-5 VALUE 0.
020100     05  WS-REPORTS-PRODUCED  PIC 9(009) COMP-5 VALUE 0.
020200     05  WS-REPORTS-MISSING   PIC 9(009) COMP-5 VALUE 0.
020300     05  WS-REPORTS-NOT-DUE   PIC 9(009) COMP-5 VALUE 0.
020400     05  WS-BUNDLES-WRITTEN   PIC 9(009) COMP-5 VALUE 0.
020500     05  WS-BUNDLES-FAILED    PIC 9(009) COMP-5 VALUE 0.
020600     05  WS-DELIVERIES        PIC 9(009) COMP-5 VALUE 0.
020700     05  WS-UNDELIVERED       PIC 9(009) COMP-5 VALUE 0.
020800
020900******************************************************************
021000 Procedure Division.
021100******************************************************************
021200 0000-MAINLINE.
021300
021400     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
021500
021600     MOVE 1 TO WS-CAT-SUB
021700     PERFORM UNTIL WS-CAT-SUB > WS-CAT-COUNT
021800         PERFORM 2000-CHECK-REPORT THRU 2000-EXIT
021900         ADD 1 TO WS-CAT-SUB
022000     END-PERFORM
022100
022200     MOVE 1 TO WS-RCP-SUB
022300     PERFORM UNTIL WS-RCP-SUB > WS-RCP-COUNT
022400         PERFORM 3000-BUILD-BUNDLE THRU 3000-EXIT
022500         ADD 1 TO WS-RCP-SUB
022600     END-PERFORM
022700
022800     PERFORM 4000-TERMINATE        THRU 4000-EXIT
022900
023000     GOBACK
023100     .
023200 0000-EXIT.
023300     EXIT.
023400
023500******************************************************************
023600* 1000-INITIALIZE  --  SETS THE NIGHT BEING DISTRIBUTED AND ITS  *
023700*                      WEEKDAY AND MONTH END, OPENS THE LOG AND  *
023800*                      THE RUN REPORT, AND LOADS THE CATALOG.    *
023900*                      NO CATALOG, OR NO LOG TO RECORD THE       *
024000*                      DELIVERIES ON, IS RC 16.                  *
024100******************************************************************
024200 1000-INITIALIZE.
024300
024400     DISPLAY MYNAME ' Begin'
024500
024600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
024700     ACCEPT WS-RUN-TIME   FROM TIME
024800     MOVE WS-TODAY-DATE TO WS-RUN-DATE
024900
025000     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
025100
025200*
025300* 1601-01-01, DAY 1, WAS A MONDAY, SO THE DAY NUMBER MOD 7 IS
025400* 1 FOR MONDAY ... 6 FOR SATURDAY AND 0 FOR SUNDAY.
025500     COMPUTE WS-RUN-DAYNO =
025600         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
025700     COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-RUN-DAYNO 7)
025800     IF WS-WEEKDAY = 0
025900         MOVE 7 TO WS-WEEKDAY
026000     END-IF
026100
026200     MOVE WS-RUN-YEAR  TO WS-NEXT-YEAR
026300     MOVE WS-RUN-MONTH TO WS-NEXT-MONTH
026400     MOVE 1            TO WS-NEXT-DAY
026500     IF WS-NEXT-MONTH = 12
026600         MOVE 1 TO WS-NEXT-MONTH
026700         ADD 1 TO WS-NEXT-YEAR
026800     ELSE
026900         ADD 1 TO WS-NEXT-MONTH
027000     END-IF
027100     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
027200         (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1)
027300     MOVE WS-WORK-DAY TO WS-MONTH-LAST-DAY
027400
027500     OPEN OUTPUT Dist-Report
027600     IF WS-RPTDRPT-STATUS NOT = '00'
027700         DISPLAY MYNAME ' UNABLE TO OPEN RPTDRPT, STATUS = '
027800             WS-RPTDRPT-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         GOBACK
028100     END-IF
028200
028300     OPEN EXTEND Delivery-Log
028400     IF WS-RPTDLOG-STATUS = '05' OR WS-RPTDLOG-STATUS = '35'
028500         OPEN OUTPUT Delivery-Log
028600     END-IF
028700     IF WS-RPTDLOG-STATUS NOT = '00'
028800         DISPLAY MYNAME ' UNABLE TO OPEN RPTDLOG, STATUS = '
028900             WS-RPTDLOG-STATUS
029000         MOVE 16 TO RETURN-CODE
029100         GOBACK
029200     END-IF
029300
029400     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT
029500     IF WS-CAT-COUNT = 0
029600         DISPLAY MYNAME ' NO REPORTS ON RPTCATLG, STATUS = '
029700             WS-RPTCATLG-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         GOBACK
030000     END-IF
030100
030200     MOVE SPACES TO RPTDRPT-REC
030300     STRING MYNAME DELIMITED BY SIZE
030400            ' NIGHTLY REPORT DISTRIBUTION  NIGHT OF '
030500                DELIMITED BY SIZE
030600            WS-RUN-DATE DELIMITED BY SIZE
030700            '  RUN ' DELIMITED BY SIZE
030800            WS-TODAY-DATE DELIMITED BY SIZE
030900         INTO RPTDRPT-REC
031000     WRITE RPTDRPT-REC
031100     MOVE 'REPORT'       TO WS-RPT-REPORT
031200     MOVE 'OWNER'        TO WS-RPT-OWNER
031300     MOVE 'CLASS'        TO WS-RPT-CLASS
031400     MOVE 'STATE'        TO WS-RPT-STATE
031500     MOVE 'LINES'        TO WS-RPT-LINES
031600     MOVE 'SENT'         TO WS-RPT-SENT-TO
031700     MOVE 'RETAIN'       TO WS-RPT-RETAIN
031800     MOVE 'DESCRIPTION'  TO WS-RPT-DESC
031900     WRITE RPTDRPT-REC FROM WS-RPT-DETAIL
032000
032100     .
032200 1000-EXIT.
032300     EXIT.
032400
032500******************************************************************
032600* 1050-LOAD-PARM  --  READS THE OPTIONAL RPTDPARM RECORD.  NO    *
032700*                     RECORD, OR A RUN DATE THAT IS NOT A DATE,  *
032800*                     DISTRIBUTES TODAY.                         *
032900******************************************************************
033000 1050-LOAD-PARM.
033100
033200     OPEN INPUT Dist-Parm
033300     IF WS-RPTDPARM-STATUS NOT = '00'
033400         GO TO 1050-EXIT
033500     END-IF
033600     READ Dist-Parm
033700         AT END
033800             CONTINUE
033900         NOT AT END
034000             IF RDP-RUN-DATE IS NUMERIC
034100                 AND RDP-RUN-DATE > 16010101
034200                 AND RDP-RUN-DATE NOT > WS-TODAY-DATE
034300                 MOVE RDP-RUN-DATE TO WS-RUN-DATE
034400             END-IF
034500     END-READ
034600     CLOSE Dist-Parm
034700
034800     .
034900 1050-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300* 1100-LOAD-CATALOG  --  HOLDS THE CATALOG FOR THE RUN AND       *
035400*                        COLLECTS ITS DISTINCT RECIPIENTS.  A    *
035500*                        ROW WITH NO REPORT ID IS SKIPPED.       *
035600******************************************************************
035700 1100-LOAD-CATALOG.
035800
035900     OPEN INPUT Report-Catalog
036000     IF WS-RPTCATLG-STATUS NOT = '00'
036100         GO TO 1100-EXIT
036200     END-IF
036300
036400     PERFORM 1110-READ-CATALOG THRU 1110-EXIT
036500     PERFORM UNTIL WS-RPTCATLG-EOF
036600         ADD 1 TO WS-CATALOG-ROWS
036700         IF RCT-REPORT-ID NOT = SPACES
036800             IF WS-CAT-COUNT < WS-CAT-MAX
036900                 PERFORM 1120-HOLD-CATALOG-ROW THRU 1120-EXIT
037000             ELSE
037100                 DISPLAY MYNAME ' RPTCATLG OVERFLOW, REPORT '
037200                     RCT-REPORT-ID ' IGNORED'
037300             END-IF
037400         END-IF
037500         PERFORM 1110-READ-CATALOG THRU 1110-EXIT
037600     END-PERFORM
037700
037800     CLOSE Report-Catalog
037900
038000     .
038100 1100-EXIT.
038200     EXIT.
038300
038400******************************************************************
038500* 1110-READ-CATALOG  --  PRIMES/ADVANCES THE RPTCATLG CURSOR.    *
038600******************************************************************
038700 1110-READ-CATALOG.
038800
038900     READ Report-Catalog
039000         AT END
039100             SET WS-RPTCATLG-EOF TO TRUE
039200     END-READ
039300
039400     .
039500 1110-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900* 1120-HOLD-CATALOG-ROW  --  ADDS THE CATALOG ROW IN HAND TO THE *
040000*                            TABLE, AND EACH OF ITS RECIPIENTS   *
040100*                            NOT YET SEEN TO THE RECIPIENTS.  A  *
040200*                            RETENTION THAT IS NOT NUMERIC IS    *
040300*                            ZERO DAYS.                          *
040400******************************************************************
040500 1120-HOLD-CATALOG-ROW.
040600
040700     ADD 1 TO WS-CAT-COUNT
040800     MOVE RCT-REPORT-ID   TO WS-CAT-REPORT-ID (WS-CAT-COUNT)
040900     MOVE RCT-DESCRIPTION TO WS-CAT-DESC (WS-CAT-COUNT)
041000     MOVE RCT-OWNER-TEAM  TO WS-CAT-OWNER (WS-CAT-COUNT)
041100     MOVE RCT-CONF-CLASS  TO WS-CAT-CONF (WS-CAT-COUNT)
041200     MOVE RCT-SCHEDULE    TO WS-CAT-SCHEDULE (WS-CAT-COUNT)
041300     MOVE 0 TO WS-CAT-RETENTION (WS-CAT-COUNT)
041400     IF RCT-RETENTION-DAYS IS NUMERIC
041500         MOVE RCT-RETENTION-DAYS
041600             TO WS-CAT-RETENTION (WS-CAT-COUNT)
041700     END-IF
041800     MOVE 0 TO WS-CAT-RUN-DAY (WS-CAT-COUNT)
041900     IF RCT-RUN-DAY IS NUMERIC
042000         MOVE RCT-RUN-DAY TO WS-CAT-RUN-DAY (WS-CAT-COUNT)
042100     END-IF
042200     MOVE 'N' TO WS-CAT-DUE-SW (WS-CAT-COUNT)
042300     MOVE 'N' TO WS-CAT-STATE (WS-CAT-COUNT)
042400     MOVE 0   TO WS-CAT-LINES (WS-CAT-COUNT)
042500     MOVE 0   TO WS-CAT-DELIVERED (WS-CAT-COUNT)
042600     COMPUTE WS-CAT-RETAIN-UNTIL (WS-CAT-COUNT) =
042700         FUNCTION DATE-OF-INTEGER
042800             (WS-RUN-DAYNO + WS-CAT-RETENTION (WS-CAT-COUNT))
042900
043000     MOVE 1 TO WS-SLOT-SUB
043100     PERFORM UNTIL WS-SLOT-SUB > 6
043200         MOVE RCT-RECIPIENT (WS-SLOT-SUB)
043300             TO WS-CAT-RECIPIENT (WS-CAT-COUNT WS-SLOT-SUB)
043400         IF RCT-RECIPIENT (WS-SLOT-SUB) NOT = SPACES
043500             MOVE RCT-RECIPIENT (WS-SLOT-SUB) TO WS-RECIPIENT
043600             PERFORM 1130-ADD-RECIPIENT THRU 1130-EXIT
043700         END-IF
043800         ADD 1 TO WS-SLOT-SUB
043900     END-PERFORM
044000
044100     .
044200 1120-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600* 1130-ADD-RECIPIENT  --  ADDS WS-RECIPIENT TO THE RECIPIENT     *
044700*                         TABLE UNLESS IT IS ALREADY THERE.      *
044800******************************************************************
044900 1130-ADD-RECIPIENT.
045000
045100     MOVE 'N' TO WS-RCP-FOUND-SW
045200     MOVE 1 TO WS-RCP-SUB
045300     PERFORM UNTIL WS-RCP-SUB > WS-RCP-COUNT
045400             OR WS-RCP-FOUND
045500         IF WS-RCP-ID (WS-RCP-SUB) = WS-RECIPIENT
045600             SET WS-RCP-FOUND TO TRUE
045700         ELSE
045800             ADD 1 TO WS-RCP-SUB
045900         END-IF
046000     END-PERFORM
046100     IF WS-RCP-FOUND
046200         GO TO 1130-EXIT
046300     END-IF
046400
046500     IF WS-RCP-COUNT < WS-RCP-MAX
046600         ADD 1 TO WS-RCP-COUNT
046700         MOVE WS-RECIPIENT TO WS-RCP-ID (WS-RCP-COUNT)
046800         MOVE 0   TO WS-RCP-REPORTS (WS-RCP-COUNT)
046900         MOVE 'E' TO WS-RCP-STATE (WS-RCP-COUNT)
047000     ELSE
047100         DISPLAY MYNAME ' RECIPIENT TABLE FULL, ' WS-RECIPIENT
047200             ' GETS NO BUNDLE'
047300     END-IF
047400
047500     .
047600 1130-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000* 2000-CHECK-REPORT  --  DECIDES WHETHER THE CATALOG ENTRY IS    *
048100*                        DUE TONIGHT AND WHETHER IT WAS          *
048200*                        PRODUCED (ITS DD OPENS AND HAS LINES).  *
048300*                        ONE DUE BUT NOT PRODUCED IS LOGGED      *
048400*                        MISSING AND SETS RC 4.                  *
048500******************************************************************
048600 2000-CHECK-REPORT.
048700
048800     EVALUATE WS-CAT-SCHEDULE (WS-CAT-SUB)
048900         WHEN 'D'
049000             MOVE 'Y' TO WS-CAT-DUE-SW (WS-CAT-SUB)
049100         WHEN 'W'
049200             IF WS-CAT-RUN-DAY (WS-CAT-SUB) = WS-WEEKDAY
049300                 MOVE 'Y' TO WS-CAT-DUE-SW (WS-CAT-SUB)
049400             END-IF
049500         WHEN 'M'
049600             IF WS-CAT-RUN-DAY (WS-CAT-SUB) = WS-RUN-DAY
049700                 OR (WS-CAT-RUN-DAY (WS-CAT-SUB)
049800                         > WS-MONTH-LAST-DAY
049900                     AND WS-RUN-DAY = WS-MONTH-LAST-DAY)
050000                 MOVE 'Y' TO WS-CAT-DUE-SW (WS-CAT-SUB)
050100             END-IF
050200         WHEN OTHER
050300             CONTINUE
050400     END-EVALUATE
050500
050600     MOVE WS-CAT-REPORT-ID (WS-CAT-SUB) TO WS-REPORT-DD
050700     PERFORM 2100-COUNT-REPORT-LINES THRU 2100-EXIT
050800     MOVE WS-LINE-COUNT TO WS-CAT-LINES (WS-CAT-SUB)
050900
051000     IF WS-LINE-COUNT > 0
051100         SET WS-CAT-PRODUCED (WS-CAT-SUB) TO TRUE
051200         ADD 1 TO WS-REPORTS-PRODUCED
051300     ELSE
051400     IF WS-CAT-DUE (WS-CAT-SUB)
051500         SET WS-CAT-MISSING (WS-CAT-SUB) TO TRUE
051600         ADD 1 TO WS-REPORTS-MISSING
051700         MOVE SPACES TO WS-RECIPIENT
051800         SET RDL-MISSING TO TRUE
051900         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
052000         DISPLAY MYNAME ' REPORT ' WS-CAT-REPORT-ID (WS-CAT-SUB)
052100             ' DUE TONIGHT BUT NOT PRODUCED'
052200         MOVE 4 TO RETURN-CODE
052300     ELSE
052400         SET WS-CAT-NOT-DUE (WS-CAT-SUB) TO TRUE
052500         ADD 1 TO WS-REPORTS-NOT-DUE
052600     END-IF
052700     END-IF
052800
052900     .
053000 2000-EXIT.
053100     EXIT.
053200
053300******************************************************************
053400* 2100-COUNT-REPORT-LINES  --  COUNTS THE LINES ON THE REPORT    *
053500*                              NAMED BY WS-REPORT-DD.  NO        *
053600*                              DATASET COUNTS AS ZERO LINES.     *
053700******************************************************************
053800 2100-COUNT-REPORT-LINES.
053900
054000     MOVE 0 TO WS-LINE-COUNT
054100     MOVE 'N' TO WS-REPORT-EOF-SW
054200
054300     OPEN INPUT Report-In
054400     IF WS-REPORT-STATUS NOT = '00'
054500         GO TO 2100-EXIT
054600     END-IF
054700
054800     PERFORM 8100-READ-REPORT THRU 8100-EXIT
054900     PERFORM UNTIL WS-REPORT-EOF
055000         ADD 1 TO WS-LINE-COUNT
055100         PERFORM 8100-READ-REPORT THRU 8100-EXIT
055200     END-PERFORM
055300
055400     CLOSE Report-In
055500
055600     .
055700 2100-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100* 3000-BUILD-BUNDLE  --  WRITES ONE RECIPIENT'S BUNDLE: EVERY    *
056200*                        PRODUCED REPORT LISTING THE RECIPIENT,  *
056300*                        IN CATALOG ORDER.  A RECIPIENT WITH     *
056400*                        NOTHING TONIGHT GETS NO BUNDLE.  A      *
056500*                        BUNDLE THAT CANNOT BE OPENED LOGS EACH  *
056600*                        OF ITS REPORTS UNDELIVERED AND SETS     *
056700*                        RC 4.                                   *
056800******************************************************************
056900 3000-BUILD-BUNDLE.
057000
057100     MOVE WS-RCP-ID (WS-RCP-SUB) TO WS-RECIPIENT
057200     MOVE WS-RECIPIENT TO WS-BUNDLE-DD
057300     MOVE 'N' TO WS-BUNDLE-OPEN-SW
057400
057500     MOVE 1 TO WS-CAT-SUB
057600     PERFORM UNTIL WS-CAT-SUB > WS-CAT-COUNT
057700         IF WS-CAT-PRODUCED (WS-CAT-SUB)
057800             PERFORM 3050-CHECK-RECIPIENT THRU 3050-EXIT
057900             IF WS-FOR-RECIPIENT
058000                 PERFORM 3100-DELIVER-REPORT THRU 3100-EXIT
058100             END-IF
058200         END-IF
058300         ADD 1 TO WS-CAT-SUB
058400     END-PERFORM
058500
058600     IF WS-BUNDLE-IS-OPEN
058700         CLOSE Bundle-Out
058800         ADD 1 TO WS-BUNDLES-WRITTEN
058900     END-IF
059000
059100     .
059200 3000-EXIT.
059300     EXIT.
059400
059500******************************************************************
059600* 3050-CHECK-RECIPIENT  --  SETS WS-FOR-RECIPIENT WHEN THE       *
059700*                           CATALOG ENTRY LISTS WS-RECIPIENT.    *
059800******************************************************************
059900 3050-CHECK-RECIPIENT.
060000
060100     MOVE 'N' TO WS-FOR-RECIPIENT-SW
060200     MOVE 1 TO WS-SLOT-SUB
060300     PERFORM UNTIL WS-SLOT-SUB > 6 OR WS-FOR-RECIPIENT
060400         IF WS-CAT-RECIPIENT (WS-CAT-SUB WS-SLOT-SUB)
060500             = WS-RECIPIENT
060600             SET WS-FOR-RECIPIENT TO TRUE
060700         END-IF
060800         ADD 1 TO WS-SLOT-SUB
060900     END-PERFORM
061000
061100     .
061200 3050-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600* 3100-DELIVER-REPORT  --  COPIES ONE REPORT INTO THE OPEN       *
061700*                          BUNDLE BEHIND ITS BANNER AND LOGS THE *
061800*                          DELIVERY.  THE BUNDLE IS OPENED ON    *
061900*                          ITS FIRST REPORT.                     *
062000******************************************************************
062100 3100-DELIVER-REPORT.
062200
062300     IF NOT WS-RCP-FAILED (WS-RCP-SUB)
062400         AND NOT WS-BUNDLE-IS-OPEN
062500         PERFORM 3150-OPEN-BUNDLE THRU 3150-EXIT
062600     END-IF
062700
062800     IF WS-RCP-FAILED (WS-RCP-SUB)
062900         SET RDL-UNDELIVERED TO TRUE
063000         MOVE WS-CAT-LINES (WS-CAT-SUB) TO WS-LINE-COUNT
063100         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
063200         ADD 1 TO WS-UNDELIVERED
063300         GO TO 3100-EXIT
063400     END-IF
063500
063600     PERFORM 3200-WRITE-BANNER THRU 3200-EXIT
063700
063800     MOVE WS-CAT-REPORT-ID (WS-CAT-SUB) TO WS-REPORT-DD
063900     MOVE 0 TO WS-LINE-COUNT
064000     MOVE 'N' TO WS-REPORT-EOF-SW
064100     OPEN INPUT Report-In
064200     IF WS-REPORT-STATUS NOT = '00'
064300         SET WS-REPORT-EOF TO TRUE
064400     ELSE
064500         PERFORM 8100-READ-REPORT THRU 8100-EXIT
064600     END-IF
064700     PERFORM UNTIL WS-REPORT-EOF
064800         WRITE BUNDLE-REC FROM REPORT-IN-REC
064900         ADD 1 TO WS-LINE-COUNT
065000         PERFORM 8100-READ-REPORT THRU 8100-EXIT
065100     END-PERFORM
065200     IF WS-REPORT-STATUS NOT = '35'
065300         CLOSE Report-In
065400     END-IF
065500
065600     SET RDL-DELIVERED TO TRUE
065700     PERFORM 8000-WRITE-LOG THRU 8000-EXIT
065800     ADD 1 TO WS-DELIVERIES
065900     ADD 1 TO WS-RCP-REPORTS (WS-RCP-SUB)
066000     ADD 1 TO WS-CAT-DELIVERED (WS-CAT-SUB)
066100
066200     .
066300 3100-EXIT.
066400     EXIT.
066500
066600******************************************************************
066700* 3150-OPEN-BUNDLE  --  OPENS THE RECIPIENT'S BUNDLE AND WRITES  *
066800*                       ITS COVER LINE.  A FAILED OPEN MARKS THE *
066900*                       RECIPIENT FAILED FOR THE REST OF THE RUN.*
067000******************************************************************
067100 3150-OPEN-BUNDLE.
067200
067300     OPEN OUTPUT Bundle-Out
067400     IF WS-BUNDLE-STATUS NOT = '00'
067500         DISPLAY MYNAME ' UNABLE TO OPEN BUNDLE ' WS-BUNDLE-DD
067600             ', STATUS = ' WS-BUNDLE-STATUS
067700         SET WS-RCP-FAILED (WS-RCP-SUB) TO TRUE
067800         ADD 1 TO WS-BUNDLES-FAILED
067900         MOVE 4 TO RETURN-CODE
068000         GO TO 3150-EXIT
068100     END-IF
068200
068300     SET WS-BUNDLE-IS-OPEN TO TRUE
068400     SET WS-RCP-SENT (WS-RCP-SUB) TO TRUE
068500     MOVE SPACES TO BUNDLE-REC
068600     STRING MYNAME DELIMITED BY SIZE
068700            ' REPORT BUNDLE FOR ' DELIMITED BY SIZE
068800            WS-RECIPIENT DELIMITED BY SPACE
068900            '  NIGHT OF ' DELIMITED BY SIZE
069000            WS-RUN-DATE DELIMITED BY SIZE
069100         INTO BUNDLE-REC
069200     WRITE BUNDLE-REC
069300
069400     .
069500 3150-EXIT.
069600     EXIT.
069700
069800******************************************************************
069900* 3200-WRITE-BANNER  --  WRITES THE SEPARATOR AHEAD OF A REPORT  *
070000*                        IN A BUNDLE: REPORT, DESCRIPTION,       *
070100*                        OWNER, CLASS AND RETAIN-UNTIL DATE.     *
070200******************************************************************
070300 3200-WRITE-BANNER.
070400
070500     PERFORM 3250-NAME-CONF-CLASS THRU 3250-EXIT
070600
070700     MOVE ALL '=' TO BUNDLE-REC
070800     MOVE SPACES TO BUNDLE-REC (101:150)
070900     WRITE BUNDLE-REC
071000     MOVE SPACES TO BUNDLE-REC
071100     STRING 'REPORT ' DELIMITED BY SIZE
071200            WS-CAT-REPORT-ID (WS-CAT-SUB) DELIMITED BY SPACE
071300            '  ' DELIMITED BY SIZE
071400            WS-CAT-DESC (WS-CAT-SUB) DELIMITED BY SIZE
071500         INTO BUNDLE-REC
071600     WRITE BUNDLE-REC
071700     MOVE SPACES TO BUNDLE-REC
071800     STRING 'OWNER ' DELIMITED BY SIZE
071900            WS-CAT-OWNER (WS-CAT-SUB) DELIMITED BY SPACE
072000            '  CLASS ' DELIMITED BY SIZE
072100            WS-CONF-NAME DELIMITED BY SPACE
072200            '  RETAIN UNTIL ' DELIMITED BY SIZE
072300            WS-CAT-RETAIN-UNTIL (WS-CAT-SUB) DELIMITED BY SIZE
072400         INTO BUNDLE-REC
072500     WRITE BUNDLE-REC
072600     MOVE ALL '=' TO BUNDLE-REC
072700     MOVE SPACES TO BUNDLE-REC (101:150)
072800     WRITE BUNDLE-REC
072900
073000     .
073100 3200-EXIT.
073200     EXIT.
073300
073400******************************************************************
073500* 3250-NAME-CONF-CLASS  --  SPELLS OUT THE CATALOG ENTRY'S       *
073600*                           CONFIDENTIALITY CLASS.  AN UNKNOWN   *
073700*                           CLASS IS TREATED AS RESTRICTED.      *
073800******************************************************************
073900 3250-NAME-CONF-CLASS.
074000
074100     EVALUATE WS-CAT-CONF (WS-CAT-SUB)
074200         WHEN 'P'
074300             MOVE 'PUBLIC'       TO WS-CONF-NAME
074400         WHEN 'I'
074500             MOVE 'INTERNAL'     TO WS-CONF-NAME
074600         WHEN 'C'
074700             MOVE 'CONFIDENTIAL' TO WS-CONF-NAME
074800         WHEN OTHER
074900             MOVE 'RESTRICTED'   TO WS-CONF-NAME
075000     END-EVALUATE
075100
075200     .
075300 3250-EXIT.
075400     EXIT.
075500
075600******************************************************************
075700* 4000-TERMINATE  --  LISTS EVERY CATALOG ENTRY WITH WHAT        *
075800*                     HAPPENED TO IT AND EVERY RECIPIENT'S       *
075900*                     BUNDLE, THEN THE TOTALS, AND CLOSES UP.    *
076000******************************************************************
076100 4000-TERMINATE.
076200
076300     MOVE 1 TO WS-CAT-SUB
076400     PERFORM UNTIL WS-CAT-SUB > WS-CAT-COUNT
076500         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
076600         ADD 1 TO WS-CAT-SUB
076700     END-PERFORM
076800
076900     MOVE SPACES TO RPTDRPT-REC
077000     WRITE RPTDRPT-REC
077100     MOVE 1 TO WS-RCP-SUB
077200     PERFORM UNTIL WS-RCP-SUB > WS-RCP-COUNT
077300         MOVE WS-RCP-REPORTS (WS-RCP-SUB) TO WS-CNT-DISPLAY
077400         MOVE SPACES TO RPTDRPT-REC
077500         STRING 'BUNDLE ' DELIMITED BY SIZE
077600                WS-RCP-ID (WS-RCP-SUB) DELIMITED BY SIZE
077700                '  REPORTS ' DELIMITED BY SIZE
077800                WS-CNT-DISPLAY DELIMITED BY SIZE
077900             INTO RPTDRPT-REC
078000         EVALUATE TRUE
078100             WHEN WS-RCP-FAILED (WS-RCP-SUB)
078200                 MOVE 'NOT OPENED - UNDELIVERED'
078300                     TO RPTDRPT-REC (40:24)
078400             WHEN WS-RCP-EMPTY (WS-RCP-SUB)
078500                 MOVE 'NOTHING TONIGHT' TO RPTDRPT-REC (40:15)
078600             WHEN OTHER
078700                 CONTINUE
078800         END-EVALUATE
078900         WRITE RPTDRPT-REC
079000         ADD 1 TO WS-RCP-SUB
079100     END-PERFORM
079200
079300     MOVE SPACES TO RPTDRPT-REC
079400     WRITE RPTDRPT-REC
079500     MOVE WS-CAT-COUNT TO WS-NUM-DISPLAY
079600     MOVE SPACES TO RPTDRPT-REC
079700     STRING 'REPORTS CATALOGED            : ' DELIMITED BY SIZE
079800            WS-NUM-DISPLAY DELIMITED BY SIZE
079900         INTO RPTDRPT-REC
080000     WRITE RPTDRPT-REC
080100     MOVE WS-REPORTS-PRODUCED TO WS-NUM-DISPLAY
080200     MOVE SPACES TO RPTDRPT-REC
080300     STRING 'PRODUCED AND DISTRIBUTED     : ' DELIMITED BY SIZE
080400            WS-NUM-DISPLAY DELIMITED BY SIZE
080500         INTO RPTDRPT-REC
080600     WRITE RPTDRPT-REC
080700     MOVE WS-REPORTS-MISSING TO WS-NUM-DISPLAY
080800     MOVE SPACES TO RPTDRPT-REC
080900     STRING 'DUE TONIGHT, NOT PRODUCED    : ' DELIMITED BY SIZE
081000            WS-NUM-DISPLAY DELIMITED BY SIZE
081100         INTO RPTDRPT-REC
081200     WRITE RPTDRPT-REC
081300     MOVE WS-REPORTS-NOT-DUE TO WS-NUM-DISPLAY
081400     MOVE SPACES TO RPTDRPT-REC
081500     STRING 'NOT DUE TONIGHT              : ' DELIMITED BY SIZE
081600            WS-NUM-DISPLAY DELIMITED BY SIZE
081700         INTO RPTDRPT-REC
081800     WRITE RPTDRPT-REC
081900     MOVE WS-BUNDLES-WRITTEN TO WS-NUM-DISPLAY
082000     MOVE SPACES TO RPTDRPT-REC
082100     STRING 'BUNDLES WRITTEN              : ' DELIMITED BY SIZE
082200            WS-NUM-DISPLAY DELIMITED BY SIZE
082300         INTO RPTDRPT-REC
082400     WRITE RPTDRPT-REC
082500     MOVE WS-DELIVERIES TO WS-NUM-DISPLAY
082600     MOVE SPACES TO RPTDRPT-REC
082700     STRING 'DELIVERIES                   : ' DELIMITED BY SIZE
082800            WS-NUM-DISPLAY DELIMITED BY SIZE
082900         INTO RPTDRPT-REC
083000     WRITE RPTDRPT-REC
083100     MOVE WS-UNDELIVERED TO WS-NUM-DISPLAY
083200     MOVE SPACES TO RPTDRPT-REC
083300     STRING 'UNDELIVERED                  : ' DELIMITED BY SIZE
083400            WS-NUM-DISPLAY DELIMITED BY SIZE
083500         INTO RPTDRPT-REC
083600     WRITE RPTDRPT-REC
083700
083800     CLOSE Delivery-Log
083900     CLOSE Dist-Report
084000
084100     DISPLAY MYNAME ' NIGHT OF              = ' WS-RUN-DATE
084200     DISPLAY MYNAME ' REPORTS CATALOGED     = ' WS-CAT-COUNT
084300     DISPLAY MYNAME ' REPORTS PRODUCED      = '
084400         WS-REPORTS-PRODUCED
084500     DISPLAY MYNAME ' REPORTS MISSING       = '
084600         WS-REPORTS-MISSING
084700     DISPLAY MYNAME ' BUNDLES WRITTEN       = '
084800         WS-BUNDLES-WRITTEN
084900     DISPLAY MYNAME ' BUNDLES FAILED        = ' WS-BUNDLES-FAILED
085000     DISPLAY MYNAME ' DELIVERIES            = ' WS-DELIVERIES
085100     DISPLAY MYNAME ' UNDELIVERED           = ' WS-UNDELIVERED
085200
085300     DISPLAY MYNAME ' End'
085400
085500     .
085600 4000-EXIT.
085700     EXIT.
085800
085900******************************************************************
086000* 4100-WRITE-REPORT-LINE  --  ONE RPTDRPT LINE FOR A CATALOG     *
086100*                             ENTRY.                             *
086200******************************************************************
086300 4100-WRITE-REPORT-LINE.
086400
086500     PERFORM 3250-NAME-CONF-CLASS THRU 3250-EXIT
086600
086700     MOVE WS-CAT-REPORT-ID (WS-CAT-SUB) TO WS-RPT-REPORT
086800     MOVE WS-CAT-OWNER (WS-CAT-SUB)     TO WS-RPT-OWNER
086900     MOVE WS-CONF-NAME                  TO WS-RPT-CLASS
087000     MOVE WS-CAT-DESC (WS-CAT-SUB)      TO WS-RPT-DESC
087100     MOVE SPACES TO WS-RPT-LINES
087200     MOVE SPACES TO WS-RPT-SENT-TO
087300     MOVE SPACES TO WS-RPT-RETAIN
087400     EVALUATE TRUE
087500         WHEN WS-CAT-PRODUCED (WS-CAT-SUB)
087600             MOVE 'PRODUCED' TO WS-RPT-STATE
087700             MOVE WS-CAT-LINES (WS-CAT-SUB) TO WS-NUM-DISPLAY
087800             MOVE WS-NUM-DISPLAY TO WS-RPT-LINES
087900             MOVE WS-CAT-DELIVERED (WS-CAT-SUB)
088000                 TO WS-CNT-DISPLAY
088100             MOVE WS-CNT-DISPLAY TO WS-RPT-SENT-TO
088200             MOVE WS-CAT-RETAIN-UNTIL (WS-CAT-SUB)
088300                 TO WS-RPT-RETAIN
088400         WHEN WS-CAT-MISSING (WS-CAT-SUB)
088500             MOVE '**MISSING' TO WS-RPT-STATE
088600         WHEN OTHER
088700             MOVE 'NOT DUE' TO WS-RPT-STATE
088800     END-EVALUATE
088900     WRITE RPTDRPT-REC FROM WS-RPT-DETAIL
089000
089100     .
089200 4100-EXIT.
089300     EXIT.
089400
089500******************************************************************
089600* 8000-WRITE-LOG  --  APPENDS ONE RPTDLOG ROW FOR THE CATALOG    *
089700*                     ENTRY AND WS-RECIPIENT.  THE CALLER SETS   *
089800*                     THE STATUS.                                *
089900******************************************************************
090000 8000-WRITE-LOG.
090100
090200     MOVE WS-TODAY-DATE  TO RDL-TIMESTAMP-DATE
090300     MOVE WS-RUN-TIME    TO RDL-TIMESTAMP-TIME
090400     MOVE WS-RUN-DATE    TO RDL-RUN-DATE
090500     MOVE WS-CAT-REPORT-ID (WS-CAT-SUB) TO RDL-REPORT-ID
090600     MOVE WS-RECIPIENT   TO RDL-RECIPIENT
090700     MOVE WS-CAT-CONF (WS-CAT-SUB)      TO RDL-CONF-CLASS
090800     MOVE WS-LINE-COUNT  TO RDL-LINE-COUNT
090900     MOVE WS-CAT-RETAIN-UNTIL (WS-CAT-SUB)
091000                         TO RDL-RETAIN-UNTIL
091100     WRITE RDL-LOG-RECORD
091200
091300     .
091400 8000-EXIT.
091500     EXIT.
091600
091700******************************************************************
091800* 8100-READ-REPORT  --  PRIMES/ADVANCES THE REPORT-IN CURSOR.    *
091900******************************************************************
092000 8100-READ-REPORT.
092100
092200     READ Report-In
092300         AT END
092400             SET WS-REPORT-EOF TO TRUE
092500     END-READ
092600
092700     .
092800 8100-EXIT.
092900     EXIT.

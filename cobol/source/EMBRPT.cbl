000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. EMBRPT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  DAILY CUSTOMER EMBARGO    *
001500*                  REPORT: EVERY EMBARGO ROW IN FORCE TODAY     *
001600*                  WITH ITS REASON, REQUESTOR, DATES AND HOW    *
001700*                  MANY FEEDS JSNGDLY WITHHELD THE CUSTOMER     *
001800*                  FROM TONIGHT (EMBWHLD), THE WITHHOLDINGS     *
001900*                  THEMSELVES BY CUSTOMER AND FEED, AND THE     *
002000*                  EMBARGOES THAT RELEASE TOMORROW.  A          *
002100*                  WITHHOLDING WHOSE EMBARGO IS NO LONGER IN    *
002200*                  FORCE IS FLAGGED ON ITS LINE.                *
002300******************************************************************
002400 Environment Division.
002500 Input-Output Section.
002600 File-Control.
002700     Select Embargo-Table Assign to 'EMBARGO'
002800         Organization is Line Sequential
002900         File Status is WS-EMBARGO-STATUS.
003000
003100     Select Embargo-Withheld Assign to 'EMBWHLD'
003200         Organization is Line Sequential
003300         File Status is WS-EMBWHLD-STATUS.
003400
003500     Select Embargo-Report Assign to 'EMBRPT'
003600         Organization is Line Sequential
003700         File Status is WS-EMBRPT-STATUS.
003800 Data Division.
003900 File Section.
004000 FD  Embargo-Table
004100     Label Records are Standard
004200     Recording Mode is F.
004300 COPY EMBARGO.
004400
004500 FD  Embargo-Withheld
004600     Label Records are Standard
004700     Recording Mode is F.
004800 COPY EMBWHLD.
004900
005000 FD  Embargo-Report
005100     Label Records are Standard
005200     Recording Mode is F.
005300 01  EMBRPT-REC               PIC X(100).
005400
005500 Working-Storage Section.
005600 01  CONSTANTS.
005700     05  MYNAME               PIC X(008) VALUE 'EMBRPT  '.
005800
005900 01  WS-EMBARGO-STATUS        PIC X(002) VALUE '00'.
006000 01  WS-EMBWHLD-STATUS        PIC X(002) VALUE '00'.
006100 01  WS-EMBRPT-STATUS         PIC X(002) VALUE '00'.
006200
006300 01  WS-SWITCHES.
006400     05  WS-EMBARGO-EOF-SW    PIC X(001) VALUE 'N'.
006500         88  WS-EMBARGO-EOF       VALUE 'Y'.
006600     05  WS-WHLD-EOF-SW       PIC X(001) VALUE 'N'.
006700         88  WS-WHLD-EOF          VALUE 'Y'.
006800
006900 01  WS-TODAY                 PIC 9(008) VALUE 0.
007000 01  WS-TOMORROW              PIC 9(008) VALUE 0.
007100 01  WS-EMB-START-DATE        PIC 9(008) VALUE 0.
007200 01  WS-EMB-RELEASE-DATE      PIC 9(008) VALUE 0.
007300
007400*
007500* ONE SLOT PER EMBARGO ROW IN FORCE TODAY, IN FILE ORDER, WITH
007600* THE FEEDS TONIGHT'S EMBWHLD ROWS SAY IT WITHHELD THE CUSTOMER
007700* FROM.  ROWS BEYOND THE TABLE ARE COUNTED, NOT LISTED.
007800 01  WS-EMBARGO-TABLE.
007900     05  WS-EMB-MAX           PIC 9(004) COMP-5 VALUE 2000.
008000     05  WS-EMB-COUNT         PIC 9(004) COMP-5 VALUE 0.
008100     05  WS-EMB-ENTRY OCCURS 2000 TIMES.
008200         10  WS-ET-CUST-KEY   PIC X(008).
008300         10  WS-ET-REASON     PIC X(030).
008400         10  WS-ET-REQ-BY     PIC X(008).
008500         10  WS-ET-START      PIC 9(008).
008600         10  WS-ET-RELEASE    PIC 9(008).
008700         10  WS-ET-WITHHELD   PIC 9(009) COMP-5.
008800
008900 01  WS-GSUB                  PIC 9(004) COMP-5 VALUE 0.
009000 01  WS-FOUND-SLOT            PIC 9(004) COMP-5 VALUE 0.
009100
009200 01  WS-EMBARGO-LINE.
009300     05  WS-EL-CUST-KEY       PIC X(008).
009400     05  FILLER               PIC X(002) VALUE SPACES.
009500     05  WS-EL-START          PIC X(008).
009600     05  FILLER               PIC X(002) VALUE SPACES.
009700     05  WS-EL-RELEASE        PIC X(008).
009800     05  FILLER               PIC X(002) VALUE SPACES.
009900     05  WS-EL-REQ-BY         PIC X(008).
010000     05  FILLER               PIC X(002) VALUE SPACES.
010100     05  WS-EL-WITHHELD       PIC ZZZ,ZZ9.
010200     05  FILLER               PIC X(002) VALUE SPACES.
010300     05  WS-EL-REASON         PIC X(030).
010400
010500 01  WS-WITHHELD-LINE.
010600     05  WS-WL-CUST-KEY       PIC X(008).
010700     05  FILLER               PIC X(002) VALUE SPACES.
010800     05  WS-WL-FEED-ID        PIC X(010).
010900     05  FILLER               PIC X(002) VALUE SPACES.
011000     05  WS-WL-NOTE           PIC X(040).
011100
011200 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
011300
011400 01  WS-COUNTERS.
011500     05  WS-EMB-READ          PIC 9(009) COMP-5 VALUE 0.
011600     05  WS-EMB-OVERFLOW      PIC 9(009) COMP-5 VALUE 0.
011700     05  WS-WHLD-READ         PIC 9(009) COMP-5 VALUE 0.
011800     05  WS-WHLD-TONIGHT      PIC 9(009) COMP-5 VALUE 0.
011900     05  WS-WHLD-NOT-IN-FORCE PIC 9(009) COMP-5 VALUE 0.
012000     05  WS-RELEASING         PIC 9(009) COMP-5 VALUE 0.
012100
012200******************************************************************
012300 Procedure Division.
012400******************************************************************
012500 0000-MAINLINE.
012600
012700     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
012800     PERFORM 1100-LOAD-EMBARGOES   THRU 1100-EXIT
012900     PERFORM 2000-LIST-WITHHELD    THRU 2000-EXIT
013000     PERFORM 4000-REPORT-IN-FORCE  THRU 4000-EXIT
013100     PERFORM 4100-REPORT-RELEASING THRU 4100-EXIT
013200     PERFORM 9000-TERMINATE        THRU 9000-EXIT
013300
013400     GOBACK
013500     .
013600 0000-EXIT.
013700     EXIT.
013800
013900******************************************************************
014000* 1000-INITIALIZE  --  OPENS THE REPORT AND HEADS IT.  NO REPORT *
014100*                      IS RC 16.                                 *
014200******************************************************************
014300 1000-INITIALIZE.
014400
014500     DISPLAY MYNAME ' Begin'
014600
014700     ACCEPT WS-TODAY FROM DATE YYYYMMDD
014800     COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER
014900         (FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
015000
015100     OPEN OUTPUT Embargo-Report
015200     IF WS-EMBRPT-STATUS NOT = '00'
015300         DISPLAY MYNAME ' UNABLE TO OPEN EMBRPT, STATUS = '
015400             WS-EMBRPT-STATUS
015500         MOVE 16 TO RETURN-CODE
015600         GOBACK
015700     END-IF
015800
015900     MOVE SPACES TO EMBRPT-REC
016000     STRING MYNAME DELIMITED BY SIZE
016100            ' CUSTOMER EMBARGO REPORT  RUN ' DELIMITED BY SIZE
016200            WS-TODAY DELIMITED BY SIZE
016300         INTO EMBRPT-REC
016400     WRITE EMBRPT-REC
016500
016600     .
016700 1000-EXIT.
016800     EXIT.
016900
017000******************************************************************
017100* 1100-LOAD-EMBARGOES  --  ONE TABLE SLOT PER EMBARGO ROW IN     *
017200*                          FORCE TODAY, THE SAME TEST JSNGDLY'S  *
017300*                          1086 APPLIES.  NO EMBARGO FILE IS NO  *
017400*                          EMBARGOES.                            *
017500******************************************************************
017600 1100-LOAD-EMBARGOES.
017700
017800     OPEN INPUT Embargo-Table
017900     IF WS-EMBARGO-STATUS NOT = '00'
018000         DISPLAY MYNAME ' NO EMBARGO FILE, STATUS = '
018100             WS-EMBARGO-STATUS
018200         GO TO 1100-EXIT
018300     END-IF
018400
018500     PERFORM 8000-READ-EMBARGO THRU 8000-EXIT
018600     PERFORM UNTIL WS-EMBARGO-EOF
018700         PERFORM 1110-STORE-EMBARGO THRU 1110-EXIT
018800         PERFORM 8000-READ-EMBARGO THRU 8000-EXIT
018900     END-PERFORM
019000
019100     CLOSE Embargo-Table
019200
019300     .
019400 1100-EXIT.
019500     EXIT.
019600
019700******************************************************************
019800* 1110-STORE-EMBARGO  --  KEEPS THE CURRENT EMBARGO ROW WHEN IT  *
019900*                         HAS A KEY AND IS IN FORCE TODAY.       *
020000******************************************************************
020100 1110-STORE-EMBARGO.
020200
020300     IF EMB-CUSTOMER-KEY = SPACES
020400         GO TO 1110-EXIT
020500     END-IF
020600
020700     IF EMB-START-DATE IS NUMERIC
020800         MOVE EMB-START-DATE TO WS-EMB-START-DATE
020900     ELSE
021000         MOVE 0 TO WS-EMB-START-DATE
021100     END-IF
021200     IF EMB-RELEASE-DATE IS NUMERIC
021300         MOVE EMB-RELEASE-DATE TO WS-EMB-RELEASE-DATE
021400     ELSE
021500         MOVE 0 TO WS-EMB-RELEASE-DATE
021600     END-IF
021700
021800     IF WS-EMB-START-DATE > WS-TODAY
021900         GO TO 1110-EXIT
022000     END-IF
022100     IF WS-EMB-RELEASE-DATE > 0
022200         AND WS-EMB-RELEASE-DATE NOT > WS-TODAY
022300         GO TO 1110-EXIT
022400     END-IF
022500
022600     IF WS-EMB-COUNT NOT < WS-EMB-MAX
022700         ADD 1 TO WS-EMB-OVERFLOW
022800         GO TO 1110-EXIT
022900     END-IF
023000
023100     ADD 1 TO WS-EMB-COUNT
023200     MOVE WS-EMB-COUNT        TO WS-GSUB
023300     MOVE EMB-CUSTOMER-KEY    TO WS-ET-CUST-KEY (WS-GSUB)
023400     MOVE EMB-REASON          TO WS-ET-REASON (WS-GSUB)
023500     MOVE EMB-REQUESTED-BY    TO WS-ET-REQ-BY (WS-GSUB)
023600     MOVE WS-EMB-START-DATE   TO WS-ET-START (WS-GSUB)
023700     MOVE WS-EMB-RELEASE-DATE TO WS-ET-RELEASE (WS-GSUB)
023800     MOVE 0                   TO WS-ET-WITHHELD (WS-GSUB)
023900
024000     .
024100 1110-EXIT.
024200     EXIT.
024300
024400******************************************************************
024500* 2000-LIST-WITHHELD  --  ONE PASS OF EMBWHLD: EACH ROW LOGGED   *
024600*                         TODAY IS LISTED AND COUNTED UNDER ITS  *
024700*                         CUSTOMER'S EMBARGO.  NO EMBWHLD IS     *
024800*                         NOTHING WITHHELD.                      *
024900******************************************************************
025000 2000-LIST-WITHHELD.
025100
025200     MOVE SPACES TO EMBRPT-REC
025300     WRITE EMBRPT-REC
025400     MOVE 'WITHHELD TONIGHT' TO EMBRPT-REC
025500     WRITE EMBRPT-REC
025600     MOVE SPACES TO WS-WITHHELD-LINE
025700     MOVE 'CUSTOMER'    TO WS-WL-CUST-KEY
025800     MOVE 'FEED'        TO WS-WL-FEED-ID
025900     WRITE EMBRPT-REC FROM WS-WITHHELD-LINE
026000
026100     OPEN INPUT Embargo-Withheld
026200     IF WS-EMBWHLD-STATUS NOT = '00'
026300         DISPLAY MYNAME ' NO EMBWHLD, STATUS = '
026400             WS-EMBWHLD-STATUS
026500         MOVE 'NONE' TO EMBRPT-REC
026600         WRITE EMBRPT-REC
026700         GO TO 2000-EXIT
026800     END-IF
026900
027000     PERFORM 8100-READ-WITHHELD THRU 8100-EXIT
027100     PERFORM UNTIL WS-WHLD-EOF
027200         IF EWH-RUN-DATE = WS-TODAY
027300             PERFORM 2100-COUNT-WITHHELD THRU 2100-EXIT
027400         END-IF
027500         PERFORM 8100-READ-WITHHELD THRU 8100-EXIT
027600     END-PERFORM
027700
027800     CLOSE Embargo-Withheld
027900
028000     IF WS-WHLD-TONIGHT = 0
028100         MOVE 'NONE' TO EMBRPT-REC
028200         WRITE EMBRPT-REC
028300     END-IF
028400
028500     .
028600 2000-EXIT.
028700     EXIT.
028800
028900******************************************************************
029000* 2100-COUNT-WITHHELD  --  LISTS THE CURRENT EMBWHLD ROW AND     *
029100*                          COUNTS IT UNDER ITS CUSTOMER'S        *
029200*                          EMBARGO, FLAGGING ONE NO LONGER IN    *
029300*                          FORCE.                                *
029400******************************************************************
029500 2100-COUNT-WITHHELD.
029600
029700     ADD 1 TO WS-WHLD-TONIGHT
029800     MOVE SPACES TO WS-WITHHELD-LINE
029900     MOVE EWH-CUSTOMER-KEY TO WS-WL-CUST-KEY
030000     MOVE EWH-FEED-ID      TO WS-WL-FEED-ID
030100
030200     MOVE 0 TO WS-FOUND-SLOT
030300     MOVE 1 TO WS-GSUB
030400     PERFORM UNTIL WS-GSUB > WS-EMB-COUNT OR WS-FOUND-SLOT > 0
030500         IF WS-ET-CUST-KEY (WS-GSUB) = EWH-CUSTOMER-KEY
030600             MOVE WS-GSUB TO WS-FOUND-SLOT
030700         END-IF
030800         ADD 1 TO WS-GSUB
030900     END-PERFORM
031000
031100     IF WS-FOUND-SLOT = 0
031200         MOVE 'EMBARGO NO LONGER IN FORCE' TO WS-WL-NOTE
031300         ADD 1 TO WS-WHLD-NOT-IN-FORCE
031400     ELSE
031500         ADD 1 TO WS-ET-WITHHELD (WS-FOUND-SLOT)
031600     END-IF
031700
031800     WRITE EMBRPT-REC FROM WS-WITHHELD-LINE
031900
032000     .
032100 2100-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500* 4000-REPORT-IN-FORCE  --  ONE LINE PER EMBARGO IN FORCE WITH   *
032600*                           THE FEEDS IT WITHHELD THE CUSTOMER   *
032700*                           FROM TONIGHT, ZERO OR NOT.  A ZERO   *
032800*                           RELEASE DATE MEANS UNTIL REMOVED.    *
032900******************************************************************
033000 4000-REPORT-IN-FORCE.
033100
033200     MOVE SPACES TO EMBRPT-REC
033300     WRITE EMBRPT-REC
033400     MOVE 'EMBARGOES IN FORCE' TO EMBRPT-REC
033500     WRITE EMBRPT-REC
033600     PERFORM 4900-WRITE-EMBARGO-HEADING THRU 4900-EXIT
033700
033800     MOVE 1 TO WS-GSUB
033900     PERFORM UNTIL WS-GSUB > WS-EMB-COUNT
034000         PERFORM 4910-WRITE-EMBARGO-LINE THRU 4910-EXIT
034100         ADD 1 TO WS-GSUB
034200     END-PERFORM
034300
034400     IF WS-EMB-COUNT = 0
034500         MOVE 'NONE' TO EMBRPT-REC
034600         WRITE EMBRPT-REC
034700     END-IF
034800
034900     .
035000 4000-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400* 4100-REPORT-RELEASING  --  THE EMBARGOES IN FORCE TODAY WHOSE  *
035500*                            RELEASE DATE IS TOMORROW, SO THE    *
035600*                            CUSTOMER GOES OUT AGAIN ON          *
035700*                            TOMORROW'S RUN UNLESS EXTENDED.     *
035800******************************************************************
035900 4100-REPORT-RELEASING.
036000
036100     MOVE SPACES TO EMBRPT-REC
036200     WRITE EMBRPT-REC
036300     MOVE SPACES TO EMBRPT-REC
036400     STRING 'RELEASING TOMORROW, ' DELIMITED BY SIZE
036500            WS-TOMORROW DELIMITED BY SIZE
036600         INTO EMBRPT-REC
036700     WRITE EMBRPT-REC
036800     PERFORM 4900-WRITE-EMBARGO-HEADING THRU 4900-EXIT
036900
037000     MOVE 1 TO WS-GSUB
037100     PERFORM UNTIL WS-GSUB > WS-EMB-COUNT
037200         IF WS-ET-RELEASE (WS-GSUB) = WS-TOMORROW
037300             PERFORM 4910-WRITE-EMBARGO-LINE THRU 4910-EXIT
037400             ADD 1 TO WS-RELEASING
037500         END-IF
037600         ADD 1 TO WS-GSUB
037700     END-PERFORM
037800
037900     IF WS-RELEASING = 0
038000         MOVE 'NONE' TO EMBRPT-REC
038100         WRITE EMBRPT-REC
038200     END-IF
038300
038400     .
038500 4100-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900* 4900-WRITE-EMBARGO-HEADING  --  COLUMN HEADINGS FOR 4910.      *
039000******************************************************************
039100 4900-WRITE-EMBARGO-HEADING.
039200
039300     MOVE SPACES TO WS-EMBARGO-LINE
039400     MOVE 'CUSTOMER'    TO WS-EL-CUST-KEY
039500     MOVE 'START'       TO WS-EL-START
039600     MOVE 'RELEASE'     TO WS-EL-RELEASE
039700     MOVE 'REQ BY'      TO WS-EL-REQ-BY
039800     MOVE 'REASON'      TO WS-EL-REASON
039900     WRITE EMBRPT-REC FROM WS-EMBARGO-LINE
040000     MOVE SPACES TO EMBRPT-REC
040100     MOVE 'WITHHELD' TO EMBRPT-REC(39:8)
040200     WRITE EMBRPT-REC
040300
040400     .
040500 4900-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900* 4910-WRITE-EMBARGO-LINE  --  ONE LINE FOR TABLE SLOT WS-GSUB.  *
041000******************************************************************
041100 4910-WRITE-EMBARGO-LINE.
041200
041300     MOVE SPACES TO WS-EMBARGO-LINE
041400     MOVE WS-ET-CUST-KEY (WS-GSUB)  TO WS-EL-CUST-KEY
041500     MOVE WS-ET-START (WS-GSUB)     TO WS-EL-START
041600     MOVE WS-ET-RELEASE (WS-GSUB)   TO WS-EL-RELEASE
041700     MOVE WS-ET-REQ-BY (WS-GSUB)    TO WS-EL-REQ-BY
041800     MOVE WS-ET-WITHHELD (WS-GSUB)  TO WS-EL-WITHHELD
041900     MOVE WS-ET-REASON (WS-GSUB)    TO WS-EL-REASON
042000     WRITE EMBRPT-REC FROM WS-EMBARGO-LINE
042100
042200     .
042300 4910-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700* 8000-READ-EMBARGO  --  PRIMES/ADVANCES THE EMBARGO CURSOR.     *
042800******************************************************************
042900 8000-READ-EMBARGO.
043000
043100     READ Embargo-Table
043200         AT END
043300             SET WS-EMBARGO-EOF TO TRUE
043400         NOT AT END
043500             ADD 1 TO WS-EMB-READ
043600     END-READ
043700
043800     .
043900 8000-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300* 8100-READ-WITHHELD  --  PRIMES/ADVANCES THE EMBWHLD CURSOR.    *
044400******************************************************************
044500 8100-READ-WITHHELD.
044600
044700     READ Embargo-Withheld
044800         AT END
044900             SET WS-WHLD-EOF TO TRUE
045000         NOT AT END
045100             ADD 1 TO WS-WHLD-READ
045200     END-READ
045300
045400     .
045500 8100-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900* 9000-TERMINATE  --  WRITES THE TOTALS AND CLOSES UP.  AN       *
046000*                     EMBARGO THE TABLE COULD NOT HOLD ENDS THE  *
046100*                     RUN RC 4.                                  *
046200******************************************************************
046300 9000-TERMINATE.
046400
046500     MOVE SPACES TO EMBRPT-REC
046600     WRITE EMBRPT-REC
046700     MOVE WS-EMB-COUNT TO WS-NUM-DISPLAY
046800     MOVE SPACES TO EMBRPT-REC
046900     STRING 'EMBARGOES IN FORCE : ' DELIMITED BY SIZE
047000            WS-NUM-DISPLAY DELIMITED BY SIZE
047100         INTO EMBRPT-REC
047200     WRITE EMBRPT-REC
047300     MOVE WS-WHLD-TONIGHT TO WS-NUM-DISPLAY
047400     MOVE SPACES TO EMBRPT-REC
047500     STRING 'WITHHELD TONIGHT   : ' DELIMITED BY SIZE
047600            WS-NUM-DISPLAY DELIMITED BY SIZE
047700         INTO EMBRPT-REC
047800     WRITE EMBRPT-REC
047900     MOVE WS-RELEASING TO WS-NUM-DISPLAY
048000     MOVE SPACES TO EMBRPT-REC
048100     STRING 'RELEASING TOMORROW : ' DELIMITED BY SIZE
048200            WS-NUM-DISPLAY DELIMITED BY SIZE
048300         INTO EMBRPT-REC
048400     WRITE EMBRPT-REC
048500     IF WS-EMB-OVERFLOW > 0
048600         MOVE WS-EMB-OVERFLOW TO WS-NUM-DISPLAY
048700         MOVE SPACES TO EMBRPT-REC
048800         STRING 'EMBARGOES NOT LISTED: ' DELIMITED BY SIZE
048900                WS-NUM-DISPLAY DELIMITED BY SIZE
049000                ' (TABLE FULL)' DELIMITED BY SIZE
049100             INTO EMBRPT-REC
049200         WRITE EMBRPT-REC
049300         MOVE 4 TO RETURN-CODE
049400     END-IF
049500
049600     CLOSE Embargo-Report
049700
049800     DISPLAY MYNAME ' EMBARGOES IN FORCE = ' WS-EMB-COUNT
049900         ' WITHHELD TONIGHT = ' WS-WHLD-TONIGHT
050000         ' RELEASING TOMORROW = ' WS-RELEASING
050100
050200     DISPLAY MYNAME ' End'
050300
050400     .
050500 9000-EXIT.
050600     EXIT.

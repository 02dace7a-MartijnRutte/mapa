000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. ENTLRRPT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  ENTITLEMENT RULE PICKUP   *
001500*                  REPORT: LISTS THE CUSTOMERS JSNGDLY SENT     *
001600*                  TODAY ON AN ENTLRULE RULE ALONE (NO ENTLTBL  *
001700*                  ROW OF THEIR OWN), AS LOGGED ON ENTLPICK,    *
001800*                  THEN COUNTS THEM UNDER EVERY RULE ON         *
001900*                  ENTLRULE, ZEROES INCLUDED.  A PICKUP WHOSE   *
002000*                  RULE IS NO LONGER ON ENTLRULE IS COUNTED     *
002100*                  UNDER THE RULE ID IT WAS LOGGED WITH.        *
002200******************************************************************
002300 Environment Division.
002400 Input-Output Section.
002500 File-Control.
002600     Select Entitle-Rules Assign to 'ENTLRULE'
002700         Organization is Line Sequential
002800         File Status is WS-ENTLRULE-STATUS.
002900
003000     Select Entitle-Pickup Assign to 'ENTLPICK'
003100         Organization is Line Sequential
003200         File Status is WS-ENTLPICK-STATUS.
003300
003400     Select Rule-Report Assign to 'ENTLRRPT'
003500         Organization is Line Sequential
003600         File Status is WS-ENTLRRPT-STATUS.
003700 Data Division.
003800 File Section.
003900 FD  Entitle-Rules
004000     Label Records are Standard
004100     Recording Mode is F.
004200 COPY ENTLRULE.
004300
004400 FD  Entitle-Pickup
004500     Label Records are Standard
004600     Recording Mode is F.
004700 COPY ENTLPICK.
004800
004900 FD  Rule-Report
005000     Label Records are Standard
005100     Recording Mode is F.
005200 01  ENTLRRPT-REC             PIC X(100).
005300
005400 Working-Storage Section.
005500 01  CONSTANTS.
005600     05  MYNAME               PIC X(008) VALUE 'ENTLRRPT'.
005700
005800 01  WS-ENTLRULE-STATUS       PIC X(002) VALUE '00'.
005900 01  WS-ENTLPICK-STATUS       PIC X(002) VALUE '00'.
006000 01  WS-ENTLRRPT-STATUS       PIC X(002) VALUE '00'.
006100
006200 01  WS-SWITCHES.
006300     05  WS-RULE-EOF-SW       PIC X(001) VALUE 'N'.
006400         88  WS-RULE-EOF          VALUE 'Y'.
006500     05  WS-PICK-EOF-SW       PIC X(001) VALUE 'N'.
006600         88  WS-PICK-EOF          VALUE 'Y'.
006700
006800 01  WS-TODAY                 PIC 9(008) VALUE 0.
006900
007000*
007100* ONE SLOT PER ENTLRULE 'R' ROW, IN FILE ORDER, THEN ONE PER
007200* RULE ID MET ONLY ON ENTLPICK.  PICKUPS BEYOND THE TABLE ARE
007300* LISTED BUT NOT COUNTED UNDER A RULE.
007400 01  WS-RULE-TABLE.
007500     05  WS-RULE-MAX          PIC 9(004) COMP-5 VALUE 1000.
007600     05  WS-RULE-COUNT        PIC 9(004) COMP-5 VALUE 0.
007700     05  WS-RULE-ENTRY OCCURS 1000 TIMES.
007800         10  WS-RT-FEED-ID    PIC X(010).
007900         10  WS-RT-RULE-ID    PIC X(008).
008000         10  WS-RT-ACCT-TYPE  PIC X(004).
008100         10  WS-RT-STATUS     PIC X(001).
008200         10  WS-RT-SD-003     PIC X(008).
008300         10  WS-RT-ON-FILE-SW PIC X(001).
008400             88  WS-RT-ON-FILE    VALUE 'Y'.
008500         10  WS-RT-PICKUPS    PIC 9(009) COMP-5.
008600
008700 01  WS-GSUB                  PIC 9(004) COMP-5 VALUE 0.
008800 01  WS-FOUND-SLOT            PIC 9(004) COMP-5 VALUE 0.
008900
009000 01  WS-PICKUP-LINE.
009100     05  WS-PL-FEED-ID        PIC X(010).
009200     05  FILLER               PIC X(002) VALUE SPACES.
009300     05  WS-PL-RULE-ID        PIC X(008).
009400     05  FILLER               PIC X(002) VALUE SPACES.
009500     05  WS-PL-CUSTOMER-KEY   PIC X(008).
009600
009700 01  WS-RULE-LINE.
009800     05  WS-RL-FEED-ID        PIC X(010).
009900     05  FILLER               PIC X(002) VALUE SPACES.
010000     05  WS-RL-RULE-ID        PIC X(008).
010100     05  FILLER               PIC X(002) VALUE SPACES.
010200     05  WS-RL-ACCT-TYPE      PIC X(004).
010300     05  FILLER               PIC X(004) VALUE SPACES.
010400     05  WS-RL-STATUS         PIC X(001).
010500     05  FILLER               PIC X(006) VALUE SPACES.
010600     05  WS-RL-SD-003         PIC X(008).
010700     05  FILLER               PIC X(002) VALUE SPACES.
010800     05  WS-RL-PICKUPS        PIC ZZZ,ZZZ,ZZ9.
010900     05  FILLER               PIC X(002) VALUE SPACES.
011000     05  WS-RL-NOTE           PIC X(030).
011100
011200 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
011300
011400 01  WS-COUNTERS.
011500     05  WS-RULES-READ        PIC 9(009) COMP-5 VALUE 0.
011600     05  WS-PICKS-READ        PIC 9(009) COMP-5 VALUE 0.
011700     05  WS-PICKS-TODAY       PIC 9(009) COMP-5 VALUE 0.
011800     05  WS-PICKS-OVERFLOW    PIC 9(009) COMP-5 VALUE 0.
011900
012000******************************************************************
012100 Procedure Division.
012200******************************************************************
012300 0000-MAINLINE.
012400
012500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
012600     PERFORM 1100-LOAD-RULES       THRU 1100-EXIT
012700     PERFORM 2000-LIST-PICKUPS     THRU 2000-EXIT
012800     PERFORM 4000-REPORT-RULES     THRU 4000-EXIT
012900     PERFORM 9000-TERMINATE        THRU 9000-EXIT
013000
013100     GOBACK
013200     .
013300 0000-EXIT.
013400     EXIT.
013500
013600******************************************************************
013700* 1000-INITIALIZE  --  OPENS THE REPORT AND HEADS IT.  NO REPORT *
013800*                      IS RC 16.                                 *
013900******************************************************************
014000 1000-INITIALIZE.
014100
014200     DISPLAY MYNAME ' Begin'
014300
014400     ACCEPT WS-TODAY FROM DATE YYYYMMDD
014500
014600     OPEN OUTPUT Rule-Report
014700     IF WS-ENTLRRPT-STATUS NOT = '00'
014800         DISPLAY MYNAME ' UNABLE TO OPEN ENTLRRPT, STATUS = '
014900             WS-ENTLRRPT-STATUS
015000         MOVE 16 TO RETURN-CODE
015100         GOBACK
015200     END-IF
015300
015400     MOVE SPACES TO ENTLRRPT-REC
015500     STRING MYNAME DELIMITED BY SIZE
015600            ' ENTITLEMENT RULE PICKUPS  RUN ' DELIMITED BY SIZE
015700            WS-TODAY DELIMITED BY SIZE
015800         INTO ENTLRRPT-REC
015900     WRITE ENTLRRPT-REC
016000
016100     .
016200 1000-EXIT.
016300     EXIT.
016400
016500******************************************************************
016600* 1100-LOAD-RULES  --  ONE TABLE SLOT PER ENTLRULE 'R' ROW, ALL  *
016700*                      FEEDS.  EXCLUSION ROWS PICK NOBODY UP AND *
016800*                      ARE SKIPPED.  NO ENTLRULE IS NO RULES.    *
016900******************************************************************
017000 1100-LOAD-RULES.
017100
017200     OPEN INPUT Entitle-Rules
017300     IF WS-ENTLRULE-STATUS NOT = '00'
017400         DISPLAY MYNAME ' NO ENTLRULE, STATUS = '
017500             WS-ENTLRULE-STATUS
017600         GO TO 1100-EXIT
017700     END-IF
017800
017900     PERFORM 8000-READ-ENTLRULE THRU 8000-EXIT
018000     PERFORM UNTIL WS-RULE-EOF
018100         IF ERL-ROW-RULE
018200             AND ERL-FEED-ID NOT = SPACES
018300             AND ERL-RULE-ID NOT = SPACES
018400             AND WS-RULE-COUNT < WS-RULE-MAX
018500             ADD 1 TO WS-RULE-COUNT
018600             MOVE WS-RULE-COUNT    TO WS-GSUB
018700             MOVE ERL-FEED-ID      TO WS-RT-FEED-ID (WS-GSUB)
018800             MOVE ERL-RULE-ID      TO WS-RT-RULE-ID (WS-GSUB)
018900             MOVE ERL-ACCOUNT-TYPE TO WS-RT-ACCT-TYPE (WS-GSUB)
019000             MOVE ERL-STATUS       TO WS-RT-STATUS (WS-GSUB)
019100             MOVE ERL-SD-003       TO WS-RT-SD-003 (WS-GSUB)
019200             MOVE 'Y'              TO WS-RT-ON-FILE-SW (WS-GSUB)
019300             MOVE 0                TO WS-RT-PICKUPS (WS-GSUB)
019400         END-IF
019500         PERFORM 8000-READ-ENTLRULE THRU 8000-EXIT
019600     END-PERFORM
019700
019800     CLOSE Entitle-Rules
019900
020000     .
020100 1100-EXIT.
020200     EXIT.
020300
020400******************************************************************
020500* 2000-LIST-PICKUPS  --  ONE PASS OF ENTLPICK: EACH ROW LOGGED   *
020600*                        TODAY IS LISTED AND COUNTED UNDER ITS   *
020700*                        FEED AND RULE (2100).  NO ENTLPICK IS   *
020800*                        NO PICKUPS.                             *
020900******************************************************************
021000 2000-LIST-PICKUPS.
021100
021200     MOVE SPACES TO ENTLRRPT-REC
021300     WRITE ENTLRRPT-REC
021400     MOVE 'CUSTOMERS PICKED UP BY RULE ONLY' TO ENTLRRPT-REC
021500     WRITE ENTLRRPT-REC
021600     MOVE 'FEED'        TO WS-PL-FEED-ID
021700     MOVE 'RULE'        TO WS-PL-RULE-ID
021800     MOVE 'CUSTOMER'    TO WS-PL-CUSTOMER-KEY
021900     WRITE ENTLRRPT-REC FROM WS-PICKUP-LINE
022000
022100     OPEN INPUT Entitle-Pickup
022200     IF WS-ENTLPICK-STATUS NOT = '00'
022300         DISPLAY MYNAME ' NO ENTLPICK, STATUS = '
022400             WS-ENTLPICK-STATUS
022500         GO TO 2000-DONE
022600     END-IF
022700
022800     PERFORM 8100-READ-ENTLPICK THRU 8100-EXIT
022900     PERFORM UNTIL WS-PICK-EOF
023000         IF EPK-RUN-DATE = WS-TODAY
023100             ADD 1 TO WS-PICKS-TODAY
023200             MOVE SPACES TO WS-PICKUP-LINE
023300             MOVE EPK-FEED-ID      TO WS-PL-FEED-ID
023400             MOVE EPK-RULE-ID      TO WS-PL-RULE-ID
023500             MOVE EPK-CUSTOMER-KEY TO WS-PL-CUSTOMER-KEY
023600             WRITE ENTLRRPT-REC FROM WS-PICKUP-LINE
023700             PERFORM 2100-COUNT-PICKUP THRU 2100-EXIT
023800         END-IF
023900         PERFORM 8100-READ-ENTLPICK THRU 8100-EXIT
024000     END-PERFORM
024100
024200     CLOSE Entitle-Pickup
024300
024400     .
024500 2000-DONE.
024600     IF WS-PICKS-TODAY = 0
024700         MOVE 'NONE' TO ENTLRRPT-REC
024800         WRITE ENTLRRPT-REC
024900     END-IF
025000     .
025100 2000-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500* 2100-COUNT-PICKUP  --  COUNTS THE CURRENT ENTLPICK ROW UNDER   *
025600*                        ITS FEED AND RULE, ADDING A SLOT FOR A  *
025700*                        RULE NO LONGER ON ENTLRULE.             *
025800******************************************************************
025900 2100-COUNT-PICKUP.
026000
026100     MOVE 0 TO WS-FOUND-SLOT
026200     MOVE 1 TO WS-GSUB
026300     PERFORM UNTIL WS-GSUB > WS-RULE-COUNT OR WS-FOUND-SLOT > 0
026400         IF WS-RT-FEED-ID (WS-GSUB) = EPK-FEED-ID
026500             AND WS-RT-RULE-ID (WS-GSUB) = EPK-RULE-ID
026600             MOVE WS-GSUB TO WS-FOUND-SLOT
026700         END-IF
026800         ADD 1 TO WS-GSUB
026900     END-PERFORM
027000
027100     IF WS-FOUND-SLOT = 0
027200         IF WS-RULE-COUNT >= WS-RULE-MAX
027300             ADD 1 TO WS-PICKS-OVERFLOW
027400             GO TO 2100-EXIT
027500         END-IF
027600         ADD 1 TO WS-RULE-COUNT
027700         MOVE WS-RULE-COUNT TO WS-FOUND-SLOT
027800         MOVE SPACES      TO WS-RULE-ENTRY (WS-FOUND-SLOT)
027900         MOVE EPK-FEED-ID TO WS-RT-FEED-ID (WS-FOUND-SLOT)
028000         MOVE EPK-RULE-ID TO WS-RT-RULE-ID (WS-FOUND-SLOT)
028100         MOVE 'N'         TO WS-RT-ON-FILE-SW (WS-FOUND-SLOT)
028200         MOVE 0           TO WS-RT-PICKUPS (WS-FOUND-SLOT)
028300     END-IF
028400
028500     ADD 1 TO WS-RT-PICKUPS (WS-FOUND-SLOT)
028600
028700     .
028800 2100-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200* 4000-REPORT-RULES  --  ONE LINE PER RULE WITH ITS CRITERIA AND *
029300*                        TODAY'S PICKUPS, ZERO OR NOT.           *
029400******************************************************************
029500 4000-REPORT-RULES.
029600
029700     MOVE SPACES TO ENTLRRPT-REC
029800     WRITE ENTLRRPT-REC
029900     MOVE 'PICKUPS BY RULE' TO ENTLRRPT-REC
030000     WRITE ENTLRRPT-REC
030100     MOVE SPACES TO ENTLRRPT-REC
030200     STRING 'FEED        RULE      ACCT  STATUS  SD-003'
030300                DELIMITED BY SIZE
030400            '      PICKUPS' DELIMITED BY SIZE
030500         INTO ENTLRRPT-REC
030600     WRITE ENTLRRPT-REC
030700
030800     MOVE 1 TO WS-GSUB
030900     PERFORM UNTIL WS-GSUB > WS-RULE-COUNT
031000         MOVE SPACES TO WS-RULE-LINE
031100         MOVE WS-RT-FEED-ID (WS-GSUB)   TO WS-RL-FEED-ID
031200         MOVE WS-RT-RULE-ID (WS-GSUB)   TO WS-RL-RULE-ID
031300         MOVE WS-RT-ACCT-TYPE (WS-GSUB) TO WS-RL-ACCT-TYPE
031400         MOVE WS-RT-STATUS (WS-GSUB)    TO WS-RL-STATUS
031500         MOVE WS-RT-SD-003 (WS-GSUB)    TO WS-RL-SD-003
031600         MOVE WS-RT-PICKUPS (WS-GSUB)   TO WS-RL-PICKUPS
031700         IF NOT WS-RT-ON-FILE (WS-GSUB)
031800             MOVE 'RULE NO LONGER ON ENTLRULE' TO WS-RL-NOTE
031900         END-IF
032000         WRITE ENTLRRPT-REC FROM WS-RULE-LINE
032100         ADD 1 TO WS-GSUB
032200     END-PERFORM
032300
032400     IF WS-RULE-COUNT = 0
032500         MOVE 'NONE' TO ENTLRRPT-REC
032600         WRITE ENTLRRPT-REC
032700     END-IF
032800
032900     .
033000 4000-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400* 8000-READ-ENTLRULE  --  PRIMES/ADVANCES THE ENTLRULE CURSOR.   *
033500******************************************************************
033600 8000-READ-ENTLRULE.
033700
033800     READ Entitle-Rules
033900         AT END
034000             SET WS-RULE-EOF TO TRUE
034100         NOT AT END
034200             ADD 1 TO WS-RULES-READ
034300     END-READ
034400
034500     .
034600 8000-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000* 8100-READ-ENTLPICK  --  PRIMES/ADVANCES THE ENTLPICK CURSOR.   *
035100******************************************************************
035200 8100-READ-ENTLPICK.
035300
035400     READ Entitle-Pickup
035500         AT END
035600             SET WS-PICK-EOF TO TRUE
035700         NOT AT END
035800             ADD 1 TO WS-PICKS-READ
035900     END-READ
036000
036100     .
036200 8100-EXIT.
036300     EXIT.
036400
036500******************************************************************
036600* 9000-TERMINATE  --  WRITES THE TOTALS AND CLOSES UP.           *
036700******************************************************************
036800 9000-TERMINATE.
036900
037000     MOVE SPACES TO ENTLRRPT-REC
037100     WRITE ENTLRRPT-REC
037200     MOVE WS-RULES-READ TO WS-NUM-DISPLAY
037300     MOVE SPACES TO ENTLRRPT-REC
037400     STRING 'ENTLRULE ROWS READ : ' DELIMITED BY SIZE
037500            WS-NUM-DISPLAY DELIMITED BY SIZE
037600         INTO ENTLRRPT-REC
037700     WRITE ENTLRRPT-REC
037800     MOVE WS-PICKS-READ TO WS-NUM-DISPLAY
037900     MOVE SPACES TO ENTLRRPT-REC
038000     STRING 'ENTLPICK ROWS READ : ' DELIMITED BY SIZE
038100            WS-NUM-DISPLAY DELIMITED BY SIZE
038200         INTO ENTLRRPT-REC
038300     WRITE ENTLRRPT-REC
038400     MOVE WS-PICKS-TODAY TO WS-NUM-DISPLAY
038500     MOVE SPACES TO ENTLRRPT-REC
038600     STRING 'PICKED UP TODAY    : ' DELIMITED BY SIZE
038700            WS-NUM-DISPLAY DELIMITED BY SIZE
038800         INTO ENTLRRPT-REC
038900     WRITE ENTLRRPT-REC
039000     IF WS-PICKS-OVERFLOW > 0
039100         MOVE WS-PICKS-OVERFLOW TO WS-NUM-DISPLAY
039200         MOVE SPACES TO ENTLRRPT-REC
039300         STRING 'PICKUPS NOT COUNTED: ' DELIMITED BY SIZE
039400                WS-NUM-DISPLAY DELIMITED BY SIZE
039500                ' (RULE TABLE FULL)' DELIMITED BY SIZE
039600             INTO ENTLRRPT-REC
039700         WRITE ENTLRRPT-REC
039800     END-IF
039900
040000     CLOSE Rule-Report
040100
040200     DISPLAY MYNAME ' RULES = ' WS-RULE-COUNT
040300         ' PICKED UP TODAY = ' WS-PICKS-TODAY
040400
040500     DISPLAY MYNAME ' End'
040600
040700     .
040800 9000-EXIT.
040900     EXIT.

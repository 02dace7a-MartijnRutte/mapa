000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. SHFTHAND.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  OPERATOR SHIFT-HANDOVER    *
001500*                  WORKLIST: ONE REPORT (SHFTRPT) OF EVERY ITEM  *
001600*                  STILL WAITING ON A HUMAN DECISION, OLDEST     *
001700*                  FIRST, GATHERED FROM THE QUEUES THE SHIFT     *
001800*                  WOULD OTHERWISE OPEN ONE BY ONE -- PENDED     *
001900*                  MASTER CHANGES (CMPENDQ), UNPROMOTED BOOLEAN  *
002000*                  TOKENS (BOOLSTGQ), CTLMAINT CHANGES NOT YET   *
002100*                  PROMOTED BY CTLPROMO (CTLMAUD), CORRECTED     *
002200*                  BUFFERS WAITING ON PPVRSUB, RESTORE PROMPTS   *
002300*                  (CMRSTREQ), ESCALATED DELIVERIES NOT YET      *
002400*                  RESENT (DLVTRACK) AND OPEN ALERTS ON THE      *
002500*                  ALRTSTOR STORE.  EACH ITEM SHOWS ITS AGE, ITS *
002600*                  FEED AND CUSTOMER WHERE THE QUEUE KNOWS THEM, *
002700*                  AND THE PROGRAM OR ACTION THAT CLEARS IT.  AN *
002800*                  ITEM OLDER THAN ITS QUEUE'S SHFPARM AGE LIMIT *
002900*                  IS FLAGGED OVER LIMIT AND ENDS THE RUN RC 4.  *
002910* 2026-10-14 MAR   CONTROL-TABLE TRANSACTIONS ON CTLXTXN STILL   *
002920*                  WAITING FOR A CHECKER'S APPROVAL ARE NOW A    *
002930*                  QUEUE OF THEIR OWN (2700), AGED FROM THEIR    *
002940*                  SUBMIT DATE AND SHOWING THE MAKER, WITH THEIR *
002950*                  OWN SHFPARM LIMIT.                            *
003000******************************************************************
003100 Environment Division.
003200 Input-Output Section.
003300 File-Control.
003400     Select Handover-Parm Assign to 'SHFPARM'
003500         Organization is Line Sequential
003600         File Status is WS-SHFPARM-STATUS.
003700
003800     Select Pend-Queue Assign to 'CMPENDQ'
003900         Organization is Line Sequential
004000         File Status is WS-CMPENDQ-STATUS.
004100
004200     Select Token-Queue Assign to 'BOOLSTGQ'
004300         Organization is Line Sequential
004400         File Status is WS-BOOLSTGQ-STATUS.
004500
004600     Select Maint-Audit Assign to 'CTLMAUD'
004700         Organization is Line Sequential
004800         File Status is WS-CTLMAUD-STATUS.
004900
005000     Select Redrive-Resubmit Assign to 'PPVRSUB'
005100         Organization is Line Sequential
005200         File Status is WS-PPVRSUB-STATUS.
005300
005400     Select Restore-Prompt Assign to 'CMRSTREQ'
005500         Organization is Line Sequential
005600         File Status is WS-CMRSTREQ-STATUS.
005700
005800     Select Delivery-Track Assign to 'DLVTRACK'
005900         Organization is Line Sequential
006000         File Status is WS-DLVTRACK-STATUS.
006100
006200     Select Alert-Store Assign to 'ALRTSTOR'
006300         Organization is Line Sequential
006400         File Status is WS-ALRTSTOR-STATUS.
006420
006440     Select Maint-Transactions Assign to 'CTLXTXN'
006460         Organization is Line Sequential
006480         File Status is WS-CTLXTXN-STATUS.
006500
006600     Select Handover-Report Assign to 'SHFTRPT'
006700         Organization is Line Sequential
006800         File Status is WS-SHFTRPT-STATUS.
006900 Data Division.
007000 File Section.
007100 FD  Handover-Parm
007200     Label Records are Standard
007300     Recording Mode is F.
007400 COPY SHFPARM.
007500
007600 FD  Pend-Queue
007700     Label Records are Standard
007800     Recording Mode is F.
007900 COPY CMPEND.
008000
008100 FD  Token-Queue
008200     Label Records are Standard
008300     Recording Mode is F.
008400 COPY BOOLSTG.
008500
008600 FD  Maint-Audit
008700     Label Records are Standard
008800     Recording Mode is F.
008900 COPY CTLMAUD.
009000
009100 FD  Redrive-Resubmit
009200     Label Records are Standard
009300     Recording Mode is F.
009400 COPY PPVRSUB.
009500
009600 FD  Restore-Prompt
009700     Label Records are Standard
009800     Recording Mode is F.
009900 COPY CUSTREQ Replacing ==CUSTOMER-LOOKUP-REQUEST== By
010000                        ==RESTORE-PROMPT-RECORD==.
010100
010200 FD  Delivery-Track
010300     Label Records are Standard
010400     Recording Mode is F.
010500 COPY DLVTRACK.
010600
010700 FD  Alert-Store
010800     Label Records are Standard
010900     Recording Mode is F.
011000 COPY ALRTSTOR.
011010
011020 FD  Maint-Transactions
011030     Label Records are Standard
011040     Recording Mode is F.
011050 COPY CTLXTXN.
011100
011200 FD  Handover-Report
011300     Label Records are Standard
011400     Recording Mode is F.
011500 01  SHFTRPT-REC              PIC X(132).
011600
011700 Working-Storage Section.
011800 01  CONSTANTS.
011900     05  MYNAME               PIC X(008) VALUE 'SHFTHAND'.
012000     05  WS-ITEM-MAX          PIC 9(004) COMP-5 VALUE 2000.
012100     05  WS-CTL-MAX           PIC 9(004) COMP-5 VALUE 10.
012200
012300 01  WS-SHFPARM-STATUS        PIC X(002) VALUE '00'.
012400 01  WS-CMPENDQ-STATUS        PIC X(002) VALUE '00'.
012500 01  WS-BOOLSTGQ-STATUS       PIC X(002) VALUE '00'.
012600 01  WS-CTLMAUD-STATUS        PIC X(002) VALUE '00'.
012700 01  WS-PPVRSUB-STATUS        PIC X(002) VALUE '00'.
012800 01  WS-CMRSTREQ-STATUS       PIC X(002) VALUE '00'.
012900 01  WS-DLVTRACK-STATUS       PIC X(002) VALUE '00'.
013000 01  WS-ALRTSTOR-STATUS       PIC X(002) VALUE '00'.
013050 01  WS-CTLXTXN-STATUS        PIC X(002) VALUE '00'.
013100 01  WS-SHFTRPT-STATUS        PIC X(002) VALUE '00'.
013200
013300 01  WS-SWITCHES.
013400     05  WS-QUEUE-EOF-SW      PIC X(001) VALUE 'N'.
013500         88  WS-QUEUE-EOF         VALUE 'Y'.
013600
013700 01  WS-TODAY-DATE            PIC 9(008) VALUE 0.
013800 01  WS-TODAY-DAYNO           PIC 9(009) COMP-5 VALUE 0.
013900 01  WS-AGE-DAYS              PIC 9(005) VALUE 0.
014000
014100*
014200* DAYS AN ITEM MAY WAIT ON EACH QUEUE BEFORE IT IS FLAGGED OVER
014300* LIMIT.  THESE ARE THE DEFAULTS; SHFPARM OVERRIDES EACH ONE.
014400 01  WS-AGE-LIMITS.
014500     05  WS-LIMIT-CMPENDQ     PIC 9(003) VALUE 2.
014600     05  WS-LIMIT-BOOLSTGQ    PIC 9(003) VALUE 7.
014700     05  WS-LIMIT-CTLMAINT    PIC 9(003) VALUE 3.
014800     05  WS-LIMIT-PPVRSUB     PIC 9(003) VALUE 1.
014900     05  WS-LIMIT-CMRSTREQ    PIC 9(003) VALUE 2.
015000     05  WS-LIMIT-DLVTRACK    PIC 9(003) VALUE 1.
015100     05  WS-LIMIT-ALRTSTOR    PIC 9(003) VALUE 1.
015150     05  WS-LIMIT-CTLXTXN     PIC 9(003) VALUE 1.
015200
015300*
015400* THE QUEUE BEING LOADED, FOR 2900'S UNREADABLE-QUEUE LINE.
015500 01  WS-LOAD-QUEUE            PIC X(008) VALUE SPACES.
015600 01  WS-LOAD-STATUS           PIC X(002) VALUE '00'.
015700
015800*
015900* ONE OPEN ITEM, BUILT BY A LOAD PARAGRAPH AND ADDED TO THE
016000* WORKLIST BY 6000.  THE LAYOUT MATCHES WS-ITEM BELOW.
016100 01  WS-NEW-ITEM.
016200     05  WS-NEW-STAMP.
016300         10  WS-NEW-DATE      PIC 9(008).
016400         10  WS-NEW-TIME      PIC 9(008).
016500     05  WS-NEW-QUEUE         PIC X(008).
016600     05  WS-NEW-FEED          PIC X(010).
016700     05  WS-NEW-CUSTOMER      PIC X(008).
016800     05  WS-NEW-CLEARED-BY    PIC X(024).
016900     05  WS-NEW-DETAIL        PIC X(040).
017000     05  WS-NEW-LIMIT         PIC 9(003).
017100     05  WS-NEW-OPEN-SW       PIC X(001).
017200
017300*
017400* THE WORKLIST.  3000 SORTS IT OLDEST FIRST ON WS-ITM-STAMP; AN
017500* ITEM WITH NO USABLE DATE CARRIES A ZERO STAMP AND SORTS AHEAD
017600* OF EVERYTHING, SO IT IS NEVER LOST AT THE BOTTOM.  A DLVTRACK
017700* ITEM A LATER RESEND HAS DEALT WITH IS CLOSED IN PLACE (2510).
017800 01  WS-ITEM-TABLE.
017900     05  WS-ITEM-COUNT        PIC 9(004) COMP-5 VALUE 0.
018000     05  WS-ITEM OCCURS 2000 TIMES.
018100         10  WS-ITM-STAMP.
018200             15  WS-ITM-DATE  PIC 9(008).
018300             15  WS-ITM-TIME  PIC 9(008).
018400         10  WS-ITM-QUEUE     PIC X(008).
018500         10  WS-ITM-FEED      PIC X(010).
018600         10  WS-ITM-CUSTOMER  PIC X(008).
018700         10  WS-ITM-CLEARED-BY
018800                              PIC X(024).
018900         10  WS-ITM-DETAIL    PIC X(040).
019000         10  WS-ITM-LIMIT     PIC 9(003).
019100         10  WS-ITM-OPEN-SW   PIC X(001).
019200             88  WS-ITM-OPEN      VALUE 'Y'.
019300             88  WS-ITM-CLOSED    VALUE 'N'.
019400
019500 01  WS-SORT-HOLD.
019600     05  WS-HOLD-STAMP        PIC X(016).
019700     05  FILLER               PIC X(094).
019800
019900 01  WS-SUBSCRIPTS.
020000     05  WS-ITEM-SUB          PIC 9(004) COMP-5 VALUE 0.
020100     05  WS-SORT-SUB          PIC 9(004) COMP-5 VALUE 0.
020200     05  WS-SORT-POS          PIC 9(004) COMP-5 VALUE 0.
020300     05  WS-CTL-SUB           PIC 9(004) COMP-5 VALUE 0.
020400
020500*
020600* CTLMAINT CHANGES SINCE EACH TABLE'S LAST CTLPROMO SWAP.  CTLMAUD
020700* IS IN TIME ORDER; A PROMOTE (OR BACKOUT) ROW FOR A TABLE CLEARS
020800* ITS COUNT, AND THE FIRST APPLIED CHANGE AFTER IT IS THE OLDEST
020900* ONE STILL WAITING.
021000 01  WS-CTL-TABLE.
021100     05  WS-CTL-COUNT         PIC 9(004) COMP-5 VALUE 0.
021200     05  WS-CTL-ENTRY OCCURS 10 TIMES.
021300         10  WS-CTL-TABLE-ID  PIC X(008).
021400         10  WS-CTL-CHANGES   PIC 9(005) COMP-5.
021500         10  WS-CTL-OLDEST-DATE
021600                              PIC 9(008).
021700         10  WS-CTL-OLDEST-TIME
021800                              PIC 9(008).
021900         10  WS-CTL-OLDEST-ACTION
022000                              PIC X(001).
022100         10  WS-CTL-OLDEST-KEY
022200                              PIC X(010).
022300
022400 01  WS-RPT-DETAIL.
022500     05  WS-RPT-QUEUE         PIC X(008).
022600     05  FILLER               PIC X(002) VALUE SPACES.
022700     05  WS-RPT-RAISED        PIC X(008).
022800     05  FILLER               PIC X(002) VALUE SPACES.
022900     05  WS-RPT-AGE           PIC X(005).
023000     05  FILLER               PIC X(002) VALUE SPACES.
023100     05  WS-RPT-FEED          PIC X(010).
023200     05  FILLER               PIC X(002) VALUE SPACES.
023300     05  WS-RPT-CUSTOMER      PIC X(008).
023400     05  FILLER               PIC X(002) VALUE SPACES.
023500     05  WS-RPT-CLEARED-BY    PIC X(024).
023600     05  FILLER               PIC X(002) VALUE SPACES.
023700     05  WS-RPT-DETAIL-TEXT   PIC X(040).
023800     05  FILLER               PIC X(002) VALUE SPACES.
023900     05  WS-RPT-FLAG          PIC X(010).
024000     05  FILLER               PIC X(005) VALUE SPACES.
024100
024200 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
024300 01  WS-DAYS-DISPLAY          PIC 9(005) VALUE 0.
024400 01  WS-LIMIT-DISPLAY         PIC 9(003) VALUE 0.
024500 01  WS-COUNT-DISPLAY         PIC 9(005) VALUE 0.
024600
024700 01  WS-COUNTERS.
024800     05  WS-ITEMS-LISTED      PIC 9(009) COMP-5 VALUE 0.
024900     05  WS-ITEMS-OVER-LIMIT  PIC 9(009) COMP-5 VALUE 0.
025000     05  WS-ITEMS-NO-DATE     PIC 9(009) COMP-5 VALUE 0.
025100     05  WS-ITEMS-DROPPED     PIC 9(009) COMP-5 VALUE 0.
025200     05  WS-QUEUES-UNREADABLE PIC 9(009) COMP-5 VALUE 0.
025300
025400******************************************************************
025500 Procedure Division.
025600******************************************************************
025700 0000-MAINLINE.
025800
025900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
026000     PERFORM 2000-LOAD-CMPENDQ     THRU 2000-EXIT
026100     PERFORM 2100-LOAD-BOOLSTGQ    THRU 2100-EXIT
026200     PERFORM 2200-LOAD-CTLMAUD     THRU 2200-EXIT
026300     PERFORM 2300-LOAD-PPVRSUB     THRU 2300-EXIT
026400     PERFORM 2400-LOAD-CMRSTREQ    THRU 2400-EXIT
026500     PERFORM 2500-LOAD-DLVTRACK    THRU 2500-EXIT
026600     PERFORM 2600-LOAD-ALRTSTOR    THRU 2600-EXIT
026650     PERFORM 2700-LOAD-CTLXTXN     THRU 2700-EXIT
026700     PERFORM 3000-SORT-ITEMS       THRU 3000-EXIT
026800     PERFORM 4000-WRITE-ITEMS      THRU 4000-EXIT
026900     PERFORM 9000-TERMINATE        THRU 9000-EXIT
027000
027100     GOBACK
027200     .
027300 0000-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700* 1000-INITIALIZE  --  TAKES THE AGE LIMITS FROM SHFPARM, OPENS  *
027800*                      THE REPORT AND WRITES ITS TITLE AND THE   *
027900*                      LIMITS IN FORCE.  A REPORT THAT WILL NOT  *
028000*                      OPEN IS RC 16.                            *
028100******************************************************************
028200 1000-INITIALIZE.
028300
028400     DISPLAY MYNAME ' Begin'
028500
028600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
028700     COMPUTE WS-TODAY-DAYNO =
028800         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
028900
029000     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
029100
029200     OPEN OUTPUT Handover-Report
029300     IF WS-SHFTRPT-STATUS NOT = '00'
029400         DISPLAY MYNAME ' UNABLE TO OPEN SHFTRPT, STATUS = '
029500             WS-SHFTRPT-STATUS
029600         MOVE 16 TO RETURN-CODE
029700         GOBACK
029800     END-IF
029900
030000     MOVE SPACES TO SHFTRPT-REC
030100     STRING MYNAME DELIMITED BY SIZE
030200            ' SHIFT HANDOVER -- ITEMS AWAITING A DECISION  RUN '
030300                DELIMITED BY SIZE
030400            WS-TODAY-DATE DELIMITED BY SIZE
030500         INTO SHFTRPT-REC
030600     WRITE SHFTRPT-REC
030700
030800     MOVE SPACES TO SHFTRPT-REC
030900     STRING 'AGE LIMITS IN DAYS --  CMPENDQ ' DELIMITED BY SIZE
031000            WS-LIMIT-CMPENDQ DELIMITED BY SIZE
031100            '  BOOLSTGQ ' DELIMITED BY SIZE
031200            WS-LIMIT-BOOLSTGQ DELIMITED BY SIZE
031300            '  CTLMAINT ' DELIMITED BY SIZE
031400            WS-LIMIT-CTLMAINT DELIMITED BY SIZE
031500            '  PPVRSUB ' DELIMITED BY SIZE
031600            WS-LIMIT-PPVRSUB DELIMITED BY SIZE
031700            '  CMRSTREQ ' DELIMITED BY SIZE
031800            WS-LIMIT-CMRSTREQ DELIMITED BY SIZE
031900            '  DLVTRACK ' DELIMITED BY SIZE
032000            WS-LIMIT-DLVTRACK DELIMITED BY SIZE
032100            '  ALRTSTOR ' DELIMITED BY SIZE
032200            WS-LIMIT-ALRTSTOR DELIMITED BY SIZE
032220            '  CTLXTXN ' DELIMITED BY SIZE
032240            WS-LIMIT-CTLXTXN DELIMITED BY SIZE
032300         INTO SHFTRPT-REC
032400     WRITE SHFTRPT-REC
032500
032600     MOVE SPACES TO SHFTRPT-REC
032700     WRITE SHFTRPT-REC
032800
032900     .
033000 1000-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400* 1050-LOAD-PARM  --  READS THE ONE-RECORD SHFPARM FILE.  NO     *
033500*                     RECORD KEEPS EVERY DEFAULT; A LIMIT THAT   *
033600*                     IS NOT NUMERIC KEEPS THAT QUEUE'S DEFAULT. *
033700******************************************************************
033800 1050-LOAD-PARM.
033900
034000     OPEN INPUT Handover-Parm
034100     IF WS-SHFPARM-STATUS NOT = '00'
034200         GO TO 1050-EXIT
034300     END-IF
034400     READ Handover-Parm
034500         AT END
034600             CLOSE Handover-Parm
034700             GO TO 1050-EXIT
034800     END-READ
034900
035000     IF SHP-CMPENDQ-DAYS IS NUMERIC
035100         MOVE SHP-CMPENDQ-DAYS  TO WS-LIMIT-CMPENDQ
035200     END-IF
035300     IF SHP-BOOLSTGQ-DAYS IS NUMERIC
035400         MOVE SHP-BOOLSTGQ-DAYS TO WS-LIMIT-BOOLSTGQ
035500     END-IF
035600     IF SHP-CTLMAINT-DAYS IS NUMERIC
035700         MOVE SHP-CTLMAINT-DAYS TO WS-LIMIT-CTLMAINT
035800     END-IF
035900     IF SHP-PPVRSUB-DAYS IS NUMERIC
036000         MOVE SHP-PPVRSUB-DAYS  TO WS-LIMIT-PPVRSUB
036100     END-IF
036200     IF SHP-CMRSTREQ-DAYS IS NUMERIC
036300         MOVE SHP-CMRSTREQ-DAYS TO WS-LIMIT-CMRSTREQ
036400     END-IF
036500     IF SHP-DLVTRACK-DAYS IS NUMERIC
036600         MOVE SHP-DLVTRACK-DAYS TO WS-LIMIT-DLVTRACK
036700     END-IF
036800     IF SHP-ALRTSTOR-DAYS IS NUMERIC
036900         MOVE SHP-ALRTSTOR-DAYS TO WS-LIMIT-ALRTSTOR
037000     END-IF
037020     IF SHP-CTLXTXN-DAYS IS NUMERIC
037040         MOVE SHP-CTLXTXN-DAYS  TO WS-LIMIT-CTLXTXN
037060     END-IF
037100
037200     CLOSE Handover-Parm
037300
037400     .
037500 1050-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900* 2000-LOAD-CMPENDQ  --  EVERY CMPENDQ ROW STILL PENDING IS AN   *
038000*                        ITEM; CMPAPPR APPLIES IT ONCE THE       *
038100*                        CUSTOMER/FEED PAIR IS ON CMAPPR.        *
038200******************************************************************
038300 2000-LOAD-CMPENDQ.
038400
038500     MOVE 'CMPENDQ' TO WS-LOAD-QUEUE
038600     OPEN INPUT Pend-Queue
038700     IF WS-CMPENDQ-STATUS = '05' OR WS-CMPENDQ-STATUS = '35'
038800         GO TO 2000-EXIT
038900     END-IF
039000     IF WS-CMPENDQ-STATUS NOT = '00'
039100         MOVE WS-CMPENDQ-STATUS TO WS-LOAD-STATUS
039200         PERFORM 2900-QUEUE-UNREADABLE THRU 2900-EXIT
039300         GO TO 2000-EXIT
039400     END-IF
039500
039600     MOVE 'N' TO WS-QUEUE-EOF-SW
039700     PERFORM UNTIL WS-QUEUE-EOF
039800         READ Pend-Queue
039900             AT END
040000                 SET WS-QUEUE-EOF TO TRUE
040100             NOT AT END
040200                 IF CMP-STATUS-PENDING
040300                     MOVE CMP-TIMESTAMP-DATE  TO WS-NEW-DATE
040400                     MOVE CMP-TIMESTAMP-TIME  TO WS-NEW-TIME
040500                     MOVE CMP-FEED-ID         TO WS-NEW-FEED
040600                     MOVE CMP-CUSTOMER-KEY    TO WS-NEW-CUSTOMER
040700                     MOVE 'CMPAPPR VIA CMAPPR'
040800                         TO WS-NEW-CLEARED-BY
040900                     MOVE SPACES TO WS-NEW-DETAIL
041000                     STRING 'PENDED CHANGE: ' DELIMITED BY SIZE
041100                            CMP-REASON DELIMITED BY SIZE
041200                         INTO WS-NEW-DETAIL
041300                     MOVE WS-LIMIT-CMPENDQ    TO WS-NEW-LIMIT
041400                     PERFORM 6000-ADD-ITEM THRU 6000-EXIT
041500                 END-IF
041600         END-READ
041700     END-PERFORM
041800
041900     CLOSE Pend-Queue
042000
042100     .
042200 2000-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600* 2100-LOAD-BOOLSTGQ  --  EVERY STAGED TOKEN NOT YET PROMOTED IS *
042700*                         AN ITEM; BOOLPRMO PROMOTES IT ONCE THE *
042800*                         TOKEN AND ITS FEED ARE ON BOOLAPPR.    *
042900*                         THE QUEUE HOLDS NO CUSTOMER -- THE     *
043000*                         TOKEN IS SHOWN IN THE DETAIL.          *
043100******************************************************************
043200 2100-LOAD-BOOLSTGQ.
043300
043400     MOVE 'BOOLSTGQ' TO WS-LOAD-QUEUE
043500     OPEN INPUT Token-Queue
043600     IF WS-BOOLSTGQ-STATUS = '05' OR WS-BOOLSTGQ-STATUS = '35'
043700         GO TO 2100-EXIT
043800     END-IF
043900     IF WS-BOOLSTGQ-STATUS NOT = '00'
044000         MOVE WS-BOOLSTGQ-STATUS TO WS-LOAD-STATUS
044100         PERFORM 2900-QUEUE-UNREADABLE THRU 2900-EXIT
044200         GO TO 2100-EXIT
044300     END-IF
044400
044500     MOVE 'N' TO WS-QUEUE-EOF-SW
044600     PERFORM UNTIL WS-QUEUE-EOF
044700         READ Token-Queue
044800             AT END
044900                 SET WS-QUEUE-EOF TO TRUE
045000             NOT AT END
045100                 IF NOT BSQ-STATUS-PROMOTED
045200                     MOVE BSQ-FIRST-SEEN-DATE TO WS-NEW-DATE
045300                     MOVE 0                   TO WS-NEW-TIME
045400                     MOVE BSQ-FEED-ID         TO WS-NEW-FEED
045500                     MOVE SPACES              TO WS-NEW-CUSTOMER
045600                     MOVE 'BOOLPRMO VIA BOOLAPPR'
045700                         TO WS-NEW-CLEARED-BY
045800                     MOVE SPACES TO WS-NEW-DETAIL
045900                     STRING 'TOKEN ' DELIMITED BY SIZE
046000                            BSQ-TOKEN DELIMITED BY SIZE
046100                            ' ON ' DELIMITED BY SIZE
046200                            BSQ-SOURCE-FIELD DELIMITED BY SIZE
046300                            ' ' DELIMITED BY SIZE
046400                            BSQ-STATUS DELIMITED BY SIZE
046500                         INTO WS-NEW-DETAIL
046600                     MOVE WS-LIMIT-BOOLSTGQ   TO WS-NEW-LIMIT
046700                     PERFORM 6000-ADD-ITEM THRU 6000-EXIT
046800                 END-IF
046900         END-READ
047000     END-PERFORM
047100
047200     CLOSE Token-Queue
047300
047400     .
047500 2100-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 2200-LOAD-CTLMAUD  --  WALKS THE CTLMAINT AUDIT TRAIL TO FIND, *
048000*                        PER TABLE, THE APPLIED CHANGES SINCE    *
048100*                        ITS LAST CTLPROMO SWAP -- THOSE SIT IN  *
048200*                        THE CANDIDATE GENERATION (NAMETBLN/     *
048300*                        ...) UNTIL A PROMOTE.  EACH TABLE WITH  *
048400*                        ANY IS ONE ITEM, AGED FROM ITS OLDEST   *
048500*                        WAITING CHANGE.  REJECTED ROWS CHANGED  *
048600*                        NOTHING AND ARE IGNORED.                *
048700******************************************************************
048800 2200-LOAD-CTLMAUD.
048900
049000     MOVE 'CTLMAUD' TO WS-LOAD-QUEUE
049100     OPEN INPUT Maint-Audit
049200     IF WS-CTLMAUD-STATUS = '05' OR WS-CTLMAUD-STATUS = '35'
049300         GO TO 2200-EXIT
049400     END-IF
049500     IF WS-CTLMAUD-STATUS NOT = '00'
049600         MOVE WS-CTLMAUD-STATUS TO WS-LOAD-STATUS
049700         PERFORM 2900-QUEUE-UNREADABLE THRU 2900-EXIT
049800         GO TO 2200-EXIT
049900     END-IF
050000
050100     MOVE 'N' TO WS-QUEUE-EOF-SW
050200     PERFORM UNTIL WS-QUEUE-EOF
050300         READ Maint-Audit
050400             AT END
050500                 SET WS-QUEUE-EOF TO TRUE
050600             NOT AT END
050700                 IF CMA-RESULT-APPLIED
050800                     PERFORM 2210-TALLY-AUDIT-ROW THRU 2210-EXIT
050900                 END-IF
051000         END-READ
051100     END-PERFORM
051200
051300     CLOSE Maint-Audit
051400
051500     MOVE 1 TO WS-CTL-SUB
051600     PERFORM UNTIL WS-CTL-SUB > WS-CTL-COUNT
051700         IF WS-CTL-CHANGES (WS-CTL-SUB) > 0
051800             PERFORM 2220-ADD-TABLE-ITEM THRU 2220-EXIT
051900         END-IF
052000         ADD 1 TO WS-CTL-SUB
052100     END-PERFORM
052200
052300     .
052400 2200-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800* 2210-TALLY-AUDIT-ROW  --  FINDS (OR ADDS) THE ROW'S TABLE.  A  *
052900*                           PROMOTE OR BACKOUT ('P') CLEARS IT;  *
053000*                           ANY OTHER APPLIED ACTION IS ONE MORE *
053100*                           CHANGE WAITING, THE FIRST OF WHICH   *
053200*                           DATES THE ITEM.                      *
053300******************************************************************
053400 2210-TALLY-AUDIT-ROW.
053500
053600     MOVE 1 TO WS-CTL-SUB
053700     PERFORM UNTIL WS-CTL-SUB > WS-CTL-COUNT
053800         OR WS-CTL-TABLE-ID (WS-CTL-SUB) = CMA-TABLE-ID
053900         ADD 1 TO WS-CTL-SUB
054000     END-PERFORM
054100
054200     IF WS-CTL-SUB > WS-CTL-COUNT
054300         IF WS-CTL-COUNT NOT < WS-CTL-MAX
054400             GO TO 2210-EXIT
054500         END-IF
054600         ADD 1 TO WS-CTL-COUNT
054700         MOVE WS-CTL-COUNT TO WS-CTL-SUB
054800         MOVE CMA-TABLE-ID TO WS-CTL-TABLE-ID (WS-CTL-SUB)
054900         MOVE 0            TO WS-CTL-CHANGES (WS-CTL-SUB)
055000     END-IF
055100
055200     IF CMA-ACTION-CODE = 'P'
055300         MOVE 0 TO WS-CTL-CHANGES (WS-CTL-SUB)
055400         GO TO 2210-EXIT
055500     END-IF
055600
055700     IF WS-CTL-CHANGES (WS-CTL-SUB) = 0
055800         MOVE CMA-TIMESTAMP-DATE
055900             TO WS-CTL-OLDEST-DATE (WS-CTL-SUB)
056000         MOVE CMA-TIMESTAMP-TIME
056100             TO WS-CTL-OLDEST-TIME (WS-CTL-SUB)
056200         MOVE CMA-ACTION-CODE
056300             TO WS-CTL-OLDEST-ACTION (WS-CTL-SUB)
056400         MOVE CMA-KEY
056500             TO WS-CTL-OLDEST-KEY (WS-CTL-SUB)
056600     END-IF
056700     ADD 1 TO WS-CTL-CHANGES (WS-CTL-SUB)
056800
056900     .
057000 2210-EXIT.
057100     EXIT.
057200
057300******************************************************************
057400* 2220-ADD-TABLE-ITEM  --  ONE ITEM FOR A TABLE WITH CHANGES     *
057500*                          WAITING.  ON FEEDPRM THE AUDIT KEY IS *
057600*                          A FEED ID AND IS SHOWN AS THE FEED.   *
057700******************************************************************
057800 2220-ADD-TABLE-ITEM.
057900
058000     MOVE WS-CTL-OLDEST-DATE (WS-CTL-SUB) TO WS-NEW-DATE
058100     MOVE WS-CTL-OLDEST-TIME (WS-CTL-SUB) TO WS-NEW-TIME
058200     IF WS-CTL-TABLE-ID (WS-CTL-SUB) = 'FEEDPRM'
058300         MOVE WS-CTL-OLDEST-KEY (WS-CTL-SUB) TO WS-NEW-FEED
058400     ELSE
058500         MOVE SPACES TO WS-NEW-FEED
058600     END-IF
058700     MOVE SPACES TO WS-NEW-CUSTOMER
058800     MOVE 'CTLPROMO PROMOTE' TO WS-NEW-CLEARED-BY
058900     MOVE WS-CTL-CHANGES (WS-CTL-SUB) TO WS-COUNT-DISPLAY
059000     MOVE SPACES TO WS-NEW-DETAIL
059100     STRING WS-CTL-TABLE-ID (WS-CTL-SUB) DELIMITED BY SPACE
059200            ' CANDIDATE: ' DELIMITED BY SIZE
059300            WS-COUNT-DISPLAY DELIMITED BY SIZE
059400            ' CHANGES, FIRST ' DELIMITED BY SIZE
059500            WS-CTL-OLDEST-ACTION (WS-CTL-SUB) DELIMITED BY SIZE
059600         INTO WS-NEW-DETAIL
059700     MOVE WS-LIMIT-CTLMAINT TO WS-NEW-LIMIT
059800     MOVE 'CTLMAINT' TO WS-LOAD-QUEUE
059900     PERFORM 6000-ADD-ITEM THRU 6000-EXIT
060000
060100     .
060200 2220-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600* 2300-LOAD-PPVRSUB  --  EVERY CORRECTED BUFFER PPVREDRV QUEUED  *
060700*                        IS AN ITEM UNTIL THE OWNING PROGRAM'S   *
060800*                        NEXT PARSE RUN PICKS IT UP.  THE ROW    *
060900*                        CARRIES ONLY THE RAW BUFFER, SO NO FEED *
061000*                        OR CUSTOMER IS SHOWN.                   *
061100******************************************************************
061200 2300-LOAD-PPVRSUB.
061300
061400     MOVE 'PPVRSUB' TO WS-LOAD-QUEUE
061500     OPEN INPUT Redrive-Resubmit
061600     IF WS-PPVRSUB-STATUS = '05' OR WS-PPVRSUB-STATUS = '35'
061700         GO TO 2300-EXIT
061800     END-IF
061900     IF WS-PPVRSUB-STATUS NOT = '00'
062000         MOVE WS-PPVRSUB-STATUS TO WS-LOAD-STATUS
062100         PERFORM 2900-QUEUE-UNREADABLE THRU 2900-EXIT
062200         GO TO 2300-EXIT
062300     END-IF
062400
062500     MOVE 'N' TO WS-QUEUE-EOF-SW
062600     PERFORM UNTIL WS-QUEUE-EOF
062700         READ Redrive-Resubmit
062800             AT END
062900                 SET WS-QUEUE-EOF TO TRUE
063000             NOT AT END
063100                 MOVE PVS-TIMESTAMP-DATE  TO WS-NEW-DATE
063200                 MOVE PVS-TIMESTAMP-TIME  TO WS-NEW-TIME
063300                 MOVE SPACES              TO WS-NEW-FEED
063400                 MOVE SPACES              TO WS-NEW-CUSTOMER
063500                 MOVE SPACES              TO WS-NEW-CLEARED-BY
063600                 STRING 'NEXT RUN OF ' DELIMITED BY SIZE
063700                        PVS-PROGRAM-ID DELIMITED BY SPACE
063800                     INTO WS-NEW-CLEARED-BY
063900                 MOVE PVS-RAW-BUFFER      TO WS-NEW-DETAIL
064000                 MOVE WS-LIMIT-PPVRSUB    TO WS-NEW-LIMIT
064100                 PERFORM 6000-ADD-ITEM THRU 6000-EXIT
064200         END-READ
064300     END-PERFORM
064400
064500     CLOSE Redrive-Resubmit
064600
064700     .
064800 2300-EXIT.
064900     EXIT.
065000
065100******************************************************************
065200* 2400-LOAD-CMRSTREQ  --  EVERY RESTORE PROMPT JSNCMUPD RAISED   *
065300*                         FOR AN ADD THAT HIT AN ARCHIVED KEY IS *
065400*                         AN ITEM UNTIL CMRESTOR IS RUN WITH IT  *
065500*                         ON CMRSTIN.  A PROMPT RAISED BEFORE    *
065600*                         PROMPTS WERE DATED HAS NO AGE.         *
065700******************************************************************
065800 2400-LOAD-CMRSTREQ.
065900
066000     MOVE 'CMRSTREQ' TO WS-LOAD-QUEUE
066100     OPEN INPUT Restore-Prompt
066200     IF WS-CMRSTREQ-STATUS = '05' OR WS-CMRSTREQ-STATUS = '35'
066300         GO TO 2400-EXIT
066400     END-IF
066500     IF WS-CMRSTREQ-STATUS NOT = '00'
066600         MOVE WS-CMRSTREQ-STATUS TO WS-LOAD-STATUS
066700         PERFORM 2900-QUEUE-UNREADABLE THRU 2900-EXIT
066800         GO TO 2400-EXIT
066900     END-IF
067000
067100     MOVE 'N' TO WS-QUEUE-EOF-SW
067200     PERFORM UNTIL WS-QUEUE-EOF
067300         READ Restore-Prompt
067400             AT END
067500                 SET WS-QUEUE-EOF TO TRUE
067600             NOT AT END
067700                 MOVE CRQ-REQUEST-DATE    TO WS-NEW-DATE
067800                 MOVE 0                   TO WS-NEW-TIME
067900                 MOVE CRQ-FEED-ID         TO WS-NEW-FEED
068000                 MOVE CRQ-CUSTOMER-ID     TO WS-NEW-CUSTOMER
068100                 MOVE 'CMRESTOR VIA CMRSTIN'
068200                     TO WS-NEW-CLEARED-BY
068300                 MOVE 'ADD HIT AN ARCHIVED KEY' TO WS-NEW-DETAIL
068400                 MOVE WS-LIMIT-CMRSTREQ   TO WS-NEW-LIMIT
068500                 PERFORM 6000-ADD-ITEM THRU 6000-EXIT
068600         END-READ
068700     END-PERFORM
068800
068900     CLOSE Restore-Prompt
069000
069100     .
069200 2400-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600* 2500-LOAD-DLVTRACK  --  EVERY GENERATION JSNDLVCF ESCALATED IS *
069700*                         AN ITEM UNTIL JSNRSEND RESENDS IT.  A  *
069800*                         RESEND IS LOGGED AS A NEW DLVTRACK ROW *
069900*                         FOR THE FEED, SO A LATER RESEND ROW    *
070000*                         CLOSES THE FEED'S EARLIER ESCALATIONS  *
070100*                         (2510).                                *
070200******************************************************************
070300 2500-LOAD-DLVTRACK.
070400
070500     MOVE 'DLVTRACK' TO WS-LOAD-QUEUE
070600     OPEN INPUT Delivery-Track
070700     IF WS-DLVTRACK-STATUS = '05' OR WS-DLVTRACK-STATUS = '35'
070800         GO TO 2500-EXIT
070900     END-IF
071000     IF WS-DLVTRACK-STATUS NOT = '00'
071100         MOVE WS-DLVTRACK-STATUS TO WS-LOAD-STATUS
071200         PERFORM 2900-QUEUE-UNREADABLE THRU 2900-EXIT
071300         GO TO 2500-EXIT
071400     END-IF
071500
071600     MOVE 'N' TO WS-QUEUE-EOF-SW
071700     PERFORM UNTIL WS-QUEUE-EOF
071800         READ Delivery-Track
071900             AT END
072000                 SET WS-QUEUE-EOF TO TRUE
072100             NOT AT END
072200                 IF DLV-IS-RESEND
072300                     PERFORM 2510-CLOSE-ESCALATIONS
072400                         THRU 2510-EXIT
072500                 END-IF
072600                 IF DLV-STATUS-ESCALATED
072700                     PERFORM 2520-ADD-ESCALATION THRU 2520-EXIT
072800                 END-IF
072900         END-READ
073000     END-PERFORM
073100
073200     CLOSE Delivery-Track
073300
073400     .
073500 2500-EXIT.
073600     EXIT.
073700
073800******************************************************************
073900* 2510-CLOSE-ESCALATIONS  --  A RESEND FOR THE FEED CLOSES EVERY *
074000*                             OPEN DLVTRACK ITEM FOR IT ALREADY  *
074100*                             ON THE WORKLIST.                   *
074200******************************************************************
074300 2510-CLOSE-ESCALATIONS.
074400
074500     MOVE 1 TO WS-ITEM-SUB
074600     PERFORM UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
074700         IF WS-ITM-QUEUE (WS-ITEM-SUB) = 'DLVTRACK'
074800             AND WS-ITM-FEED (WS-ITEM-SUB) = DLV-FEED-ID
074900             SET WS-ITM-CLOSED (WS-ITEM-SUB) TO TRUE
075000         END-IF
075100         ADD 1 TO WS-ITEM-SUB
075200     END-PERFORM
075300
075400     .
075500 2510-EXIT.
075600     EXIT.
075700
075800******************************************************************
075900* 2520-ADD-ESCALATION  --  ONE ITEM FOR AN ESCALATED GENERATION. *
076000******************************************************************
076100 2520-ADD-ESCALATION.
076200
076300     MOVE DLV-GEN-DATE        TO WS-NEW-DATE
076400     MOVE DLV-GEN-TIME        TO WS-NEW-TIME
076500     MOVE DLV-FEED-ID         TO WS-NEW-FEED
076600     MOVE SPACES              TO WS-NEW-CUSTOMER
076700     MOVE 'JSNRSEND VIA RSNDPARM' TO WS-NEW-CLEARED-BY
076800     MOVE DLV-RECORD-COUNT    TO WS-NUM-DISPLAY
076900     MOVE SPACES TO WS-NEW-DETAIL
077000     STRING 'UNCONFIRMED, PART ' DELIMITED BY SIZE
077100            DLV-PART-NBR DELIMITED BY SIZE
077200            ', ' DELIMITED BY SIZE
077300            WS-NUM-DISPLAY DELIMITED BY SIZE
077400            ' RECORDS' DELIMITED BY SIZE
077500         INTO WS-NEW-DETAIL
077600     MOVE WS-LIMIT-DLVTRACK   TO WS-NEW-LIMIT
077700     PERFORM 6000-ADD-ITEM THRU 6000-EXIT
077800
077900     .
078000 2520-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400* 2600-LOAD-ALRTSTOR  --  EVERY ALERT STILL OPEN ON THE ALRTMGR  *
078500*                         STORE IS AN ITEM UNTIL AN ALRTACK ROW  *
078600*                         ACKNOWLEDGES IT.  THE STORE HOLDS THE  *
078700*                         ALERT'S OWN DETAIL TEXT, NOT A SEPARATE*
078800*                         FEED OR CUSTOMER.                      *
078900******************************************************************
079000 2600-LOAD-ALRTSTOR.
079100
079200     MOVE 'ALRTSTOR' TO WS-LOAD-QUEUE
079300     OPEN INPUT Alert-Store
079400     IF WS-ALRTSTOR-STATUS = '05' OR WS-ALRTSTOR-STATUS = '35'
079500         GO TO 2600-EXIT
079600     END-IF
079700     IF WS-ALRTSTOR-STATUS NOT = '00'
079800         MOVE WS-ALRTSTOR-STATUS TO WS-LOAD-STATUS
079900         PERFORM 2900-QUEUE-UNREADABLE THRU 2900-EXIT
080000         GO TO 2600-EXIT
080100     END-IF
080200
080300     MOVE 'N' TO WS-QUEUE-EOF-SW
080400     PERFORM UNTIL WS-QUEUE-EOF
080500         READ Alert-Store
080600             AT END
080700                 SET WS-QUEUE-EOF TO TRUE
080800             NOT AT END
080900                 IF ALS-STATUS-OPEN
081000                     MOVE ALS-ORIG-DATE       TO WS-NEW-DATE
081100                     MOVE ALS-ORIG-TIME       TO WS-NEW-TIME
081200                     MOVE SPACES              TO WS-NEW-FEED
081300                     MOVE SPACES              TO WS-NEW-CUSTOMER
081400                     MOVE 'ALRTMGR VIA ALRTACK'
081500                         TO WS-NEW-CLEARED-BY
081600                     MOVE SPACES TO WS-NEW-DETAIL
081700                     STRING ALS-SOURCE-FILE DELIMITED BY SPACE
081800                            ' ' DELIMITED BY SIZE
081900                            ALS-SEVERITY DELIMITED BY SIZE
082000                            ': ' DELIMITED BY SIZE
082100                            ALS-DETAIL DELIMITED BY SIZE
082200                         INTO WS-NEW-DETAIL
082300                     MOVE WS-LIMIT-ALRTSTOR   TO WS-NEW-LIMIT
082400                     PERFORM 6000-ADD-ITEM THRU 6000-EXIT
082500                 END-IF
082600         END-READ
082700     END-PERFORM
082800
082900     CLOSE Alert-Store
083000
083100     .
083200 2600-EXIT.
083300     EXIT.
083301
083302******************************************************************
083303* 2700-LOAD-CTLXTXN  --  EVERY CONTROL-TABLE TRANSACTION STILL   *
083304*                        ON CTLXTXN IS AN ITEM UNTIL AN OPERATOR *
083305*                        OTHER THAN ITS MAKER APPROVES IT ON     *
083306*                        CTLXAPPR AND CTLMAINT APPLIES IT.  AGED *
083307*                        FROM ITS SUBMIT DATE; ONE SUBMITTED     *
083308*                        BEFORE TRANSACTIONS WERE DATED HAS NO   *
083309*                        AGE.  THE QUEUE HOLDS NO CUSTOMER.      *
083310******************************************************************
083311 2700-LOAD-CTLXTXN.
083312
083313     MOVE 'CTLXTXN' TO WS-LOAD-QUEUE
083314     OPEN INPUT Maint-Transactions
083315     IF WS-CTLXTXN-STATUS = '05' OR WS-CTLXTXN-STATUS = '35'
083316         GO TO 2700-EXIT
083317     END-IF
083318     IF WS-CTLXTXN-STATUS NOT = '00'
083319         MOVE WS-CTLXTXN-STATUS TO WS-LOAD-STATUS
083320         PERFORM 2900-QUEUE-UNREADABLE THRU 2900-EXIT
083321         GO TO 2700-EXIT
083322     END-IF
083323
083324     MOVE 'N' TO WS-QUEUE-EOF-SW
083325     PERFORM UNTIL WS-QUEUE-EOF
083326         READ Maint-Transactions
083327             AT END
083328                 SET WS-QUEUE-EOF TO TRUE
083329             NOT AT END
083330                 MOVE CMT-SUBMIT-DATE     TO WS-NEW-DATE
083331                 MOVE 0                   TO WS-NEW-TIME
083332                 MOVE SPACES              TO WS-NEW-FEED
083333                 MOVE SPACES              TO WS-NEW-CUSTOMER
083334                 MOVE 'CTLMAINT VIA CTLXAPPR'
083335                     TO WS-NEW-CLEARED-BY
083336                 MOVE SPACES TO WS-NEW-DETAIL
083337                 STRING CMT-TABLE-ID DELIMITED BY SPACE
083338                        ' ' DELIMITED BY SIZE
083339                        CMT-ACTION-CODE DELIMITED BY SIZE
083340                        ' ' DELIMITED BY SIZE
083341                        CMT-KEY DELIMITED BY SPACE
083342                        ' MAKER ' DELIMITED BY SIZE
083343                        CMT-MAKER-ID DELIMITED BY SPACE
083344                     INTO WS-NEW-DETAIL
083345                 MOVE WS-LIMIT-CTLXTXN    TO WS-NEW-LIMIT
083346                 PERFORM 6000-ADD-ITEM THRU 6000-EXIT
083347         END-READ
083348     END-PERFORM
083349
083350     CLOSE Maint-Transactions
083351
083352     .
083353 2700-EXIT.
083354     EXIT.
083400
083500******************************************************************
083600* 2900-QUEUE-UNREADABLE  --  A QUEUE THAT EXISTS BUT WILL NOT    *
083700*                            OPEN IS NAMED ON THE REPORT, AHEAD  *
083800*                            OF THE ITEMS, SO THE SHIFT KNOWS    *
083900*                            THE LIST IS INCOMPLETE.  RC 4.      *
084000******************************************************************
084100 2900-QUEUE-UNREADABLE.
084200
084300     ADD 1 TO WS-QUEUES-UNREADABLE
084400     DISPLAY MYNAME ' UNABLE TO OPEN ' WS-LOAD-QUEUE
084500         ', STATUS = ' WS-LOAD-STATUS
084600     MOVE SPACES TO SHFTRPT-REC
084700     STRING '*** ' DELIMITED BY SIZE
084800            WS-LOAD-QUEUE DELIMITED BY SPACE
084900            ' COULD NOT BE READ, STATUS = ' DELIMITED BY SIZE
085000            WS-LOAD-STATUS DELIMITED BY SIZE
085100            ' -- ITS ITEMS ARE NOT LISTED' DELIMITED BY SIZE
085200         INTO SHFTRPT-REC
085300     WRITE SHFTRPT-REC
085400     IF RETURN-CODE < 4
085500         MOVE 4 TO RETURN-CODE
085600     END-IF
085700
085800     .
085900 2900-EXIT.
086000     EXIT.
086100
086200******************************************************************
086300* 3000-SORT-ITEMS  --  PUTS THE WORKLIST OLDEST FIRST: AN        *
086400*                      INSERTION SORT ON WS-ITM-STAMP, AS        *
086500*                      CALLPERF SORTS ITS SAMPLES.  EQUAL STAMPS *
086600*                      KEEP THEIR QUEUE ORDER.                   *
086700******************************************************************
086800 3000-SORT-ITEMS.
086900
087000     MOVE 2 TO WS-SORT-SUB
087100     PERFORM UNTIL WS-SORT-SUB > WS-ITEM-COUNT
087200         MOVE WS-ITEM (WS-SORT-SUB) TO WS-SORT-HOLD
087300         MOVE WS-SORT-SUB TO WS-SORT-POS
087400         PERFORM UNTIL WS-SORT-POS < 2
087500             OR WS-ITM-STAMP (WS-SORT-POS - 1)
087600                    NOT > WS-HOLD-STAMP
087700             MOVE WS-ITEM (WS-SORT-POS - 1)
087800                 TO WS-ITEM (WS-SORT-POS)
087900             SUBTRACT 1 FROM WS-SORT-POS
088000         END-PERFORM
088100         MOVE WS-SORT-HOLD TO WS-ITEM (WS-SORT-POS)
088200         ADD 1 TO WS-SORT-SUB
088300     END-PERFORM
088400
088500     .
088600 3000-EXIT.
088700     EXIT.
088800
088900******************************************************************
089000* 4000-WRITE-ITEMS  --  WRITES THE COLUMN HEADINGS AND ONE LINE  *
089100*                       PER OPEN ITEM.                           *
089200******************************************************************
089300 4000-WRITE-ITEMS.
089400
089500     MOVE 'QUEUE'      TO WS-RPT-QUEUE
089600     MOVE 'RAISED'     TO WS-RPT-RAISED
089700     MOVE 'DAYS'       TO WS-RPT-AGE
089800     MOVE 'FEED'       TO WS-RPT-FEED
089900     MOVE 'CUSTOMER'   TO WS-RPT-CUSTOMER
090000     MOVE 'CLEARED BY' TO WS-RPT-CLEARED-BY
090100     MOVE 'ITEM'       TO WS-RPT-DETAIL-TEXT
090200     MOVE SPACES       TO WS-RPT-FLAG
090300     WRITE SHFTRPT-REC FROM WS-RPT-DETAIL
090400
090500     MOVE 1 TO WS-ITEM-SUB
090600     PERFORM UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
090700         IF WS-ITM-OPEN (WS-ITEM-SUB)
090800             PERFORM 4100-WRITE-ITEM THRU 4100-EXIT
090900         END-IF
091000         ADD 1 TO WS-ITEM-SUB
091100     END-PERFORM
091200
091300     .
091400 4000-EXIT.
091500     EXIT.
091600
091700******************************************************************
091800* 4100-WRITE-ITEM  --  AGES ONE ITEM AND WRITES ITS LINE.  AN    *
091900*                      ITEM OLDER THAN ITS QUEUE'S LIMIT IS      *
092000*                      FLAGGED OVER LIMIT AND ENDS THE RUN RC 4. *
092100*                      AN ITEM WITH NO USABLE DATE IS LISTED BUT *
092200*                      CANNOT BE AGED.                           *
092300******************************************************************
092400 4100-WRITE-ITEM.
092500
092600     ADD 1 TO WS-ITEMS-LISTED
092700
092800     MOVE WS-ITM-QUEUE (WS-ITEM-SUB)      TO WS-RPT-QUEUE
092900     MOVE WS-ITM-FEED (WS-ITEM-SUB)       TO WS-RPT-FEED
093000     MOVE WS-ITM-CUSTOMER (WS-ITEM-SUB)   TO WS-RPT-CUSTOMER
093100     MOVE WS-ITM-CLEARED-BY (WS-ITEM-SUB) TO WS-RPT-CLEARED-BY
093200     MOVE WS-ITM-DETAIL (WS-ITEM-SUB)     TO WS-RPT-DETAIL-TEXT
093300     MOVE SPACES                          TO WS-RPT-FLAG
093400
093500     IF WS-ITM-DATE (WS-ITEM-SUB) = 0
093600         ADD 1 TO WS-ITEMS-NO-DATE
093700         MOVE SPACES    TO WS-RPT-RAISED
093800         MOVE 'NONE'    TO WS-RPT-AGE
093900         WRITE SHFTRPT-REC FROM WS-RPT-DETAIL
094000         GO TO 4100-EXIT
094100     END-IF
094200
094300     MOVE WS-ITM-DATE (WS-ITEM-SUB) TO WS-RPT-RAISED
094400     IF WS-ITM-DATE (WS-ITEM-SUB) > WS-TODAY-DATE
094500         MOVE 0 TO WS-AGE-DAYS
094600     ELSE
094700         COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNO
094800             - FUNCTION INTEGER-OF-DATE(WS-ITM-DATE (WS-ITEM-SUB))
094900     END-IF
095000     MOVE WS-AGE-DAYS TO WS-DAYS-DISPLAY
095100     MOVE WS-DAYS-DISPLAY TO WS-RPT-AGE
095200
095300     IF WS-AGE-DAYS > WS-ITM-LIMIT (WS-ITEM-SUB)
095400         MOVE 'OVER LIMIT' TO WS-RPT-FLAG
095500         ADD 1 TO WS-ITEMS-OVER-LIMIT
095600         IF RETURN-CODE < 4
095700             MOVE 4 TO RETURN-CODE
095800         END-IF
095900     END-IF
096000
096100     WRITE SHFTRPT-REC FROM WS-RPT-DETAIL
096200
096300     .
096400 4100-EXIT.
096500     EXIT.
096600
096700******************************************************************
096800* 6000-ADD-ITEM  --  ADDS WS-NEW-ITEM TO THE WORKLIST UNDER THE  *
096900*                    QUEUE BEING LOADED.  A DATE THAT IS NOT A   *
097000*                    DATE IS STORED AS ZERO (NO AGE).  A FULL    *
097100*                    WORKLIST COUNTS THE ITEM AS NOT LISTED AND  *
097200*                    ENDS THE RUN RC 8.                          *
097300******************************************************************
097400 6000-ADD-ITEM.
097500
097600     IF WS-ITEM-COUNT NOT < WS-ITEM-MAX
097700         ADD 1 TO WS-ITEMS-DROPPED
097800         MOVE 8 TO RETURN-CODE
097900         GO TO 6000-EXIT
098000     END-IF
098100
098200     IF WS-NEW-DATE IS NOT NUMERIC
098300         OR WS-NEW-DATE < 16010101
098400         MOVE 0 TO WS-NEW-DATE
098500         MOVE 0 TO WS-NEW-TIME
098600     END-IF
098700     IF WS-NEW-TIME IS NOT NUMERIC
098800         MOVE 0 TO WS-NEW-TIME
098900     END-IF
099000
099100     MOVE WS-LOAD-QUEUE TO WS-NEW-QUEUE
099200     MOVE 'Y'           TO WS-NEW-OPEN-SW
099300
099400     ADD 1 TO WS-ITEM-COUNT
099500     MOVE WS-NEW-ITEM TO WS-ITEM (WS-ITEM-COUNT)
099600
099700     .
099800 6000-EXIT.
099900     EXIT.
100000
100100******************************************************************
100200* 9000-TERMINATE  --  WRITES THE REPORT TOTALS AND CLOSES UP.    *
100300******************************************************************
100400 9000-TERMINATE.
100500
100600     IF WS-ITEMS-LISTED = 0
100700         MOVE SPACES TO SHFTRPT-REC
100800         STRING 'NOTHING IS WAITING ON A DECISION'
100900                 DELIMITED BY SIZE
101000             INTO SHFTRPT-REC
101100         WRITE SHFTRPT-REC
101200     END-IF
101300
101400     MOVE SPACES TO SHFTRPT-REC
101500     WRITE SHFTRPT-REC
101600     MOVE WS-ITEMS-LISTED TO WS-NUM-DISPLAY
101700     MOVE SPACES TO SHFTRPT-REC
101800     STRING 'ITEMS AWAITING A DECISION    : ' DELIMITED BY SIZE
101900            WS-NUM-DISPLAY DELIMITED BY SIZE
102000         INTO SHFTRPT-REC
102100     WRITE SHFTRPT-REC
102200     MOVE WS-ITEMS-OVER-LIMIT TO WS-NUM-DISPLAY
102300     MOVE SPACES TO SHFTRPT-REC
102400     STRING 'ITEMS OVER THEIR AGE LIMIT   : ' DELIMITED BY SIZE
102500            WS-NUM-DISPLAY DELIMITED BY SIZE
102600         INTO SHFTRPT-REC
102700     WRITE SHFTRPT-REC
102800     IF WS-ITEMS-NO-DATE > 0
102900         MOVE WS-ITEMS-NO-DATE TO WS-NUM-DISPLAY
103000         MOVE SPACES TO SHFTRPT-REC
103100         STRING 'ITEMS WITH NO USABLE DATE    : '
103200                 DELIMITED BY SIZE
103300                WS-NUM-DISPLAY DELIMITED BY SIZE
103400             INTO SHFTRPT-REC
103500         WRITE SHFTRPT-REC
103600     END-IF
103700     IF WS-ITEMS-DROPPED > 0
103800         MOVE WS-ITEMS-DROPPED TO WS-NUM-DISPLAY
103900         MOVE SPACES TO SHFTRPT-REC
104000         STRING 'ITEMS NOT LISTED, TABLE FULL : '
104100                 DELIMITED BY SIZE
104200                WS-NUM-DISPLAY DELIMITED BY SIZE
104300             INTO SHFTRPT-REC
104400         WRITE SHFTRPT-REC
104500     END-IF
104600     IF WS-QUEUES-UNREADABLE > 0
104700         MOVE WS-QUEUES-UNREADABLE TO WS-NUM-DISPLAY
104800         MOVE SPACES TO SHFTRPT-REC
104900         STRING 'QUEUES THAT COULD NOT BE READ: '
105000                 DELIMITED BY SIZE
105100                WS-NUM-DISPLAY DELIMITED BY SIZE
105200             INTO SHFTRPT-REC
105300         WRITE SHFTRPT-REC
105400     END-IF
105500
105600     CLOSE Handover-Report
105700
105800     DISPLAY MYNAME ' ITEMS AWAITING A DECISION = '
105900         WS-ITEMS-LISTED
106000     DISPLAY MYNAME ' ITEMS OVER AGE LIMIT      = '
106100         WS-ITEMS-OVER-LIMIT
106200     IF WS-ITEMS-DROPPED > 0
106300         DISPLAY MYNAME ' ITEMS NOT LISTED, TABLE FULL = '
106400             WS-ITEMS-DROPPED
106500     END-IF
106600
106700     DISPLAY MYNAME ' End'
106800
106900     .
107000 9000-EXIT.
107100     EXIT.

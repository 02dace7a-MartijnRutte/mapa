000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. VOLBKRPT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  DAILY VOLUME-CAP BACKLOG   *
001500*                  REPORT: READS THE VOLBKLG BACKLOG JSNGDLY     *
001600*                  KEEPS FOR FEEDS OVER THEIR FCF-DAILY-CAP AND  *
001700*                  LISTS, PER FEED, HOW MANY CUSTOMERS ARE       *
001800*                  WAITING, THE OLDEST DEFERRAL DATE AND ITS AGE *
001900*                  IN DAYS, AND HOW MANY HAVE WAITED MORE THAN   *
002000*                  THE VBKPARM ALERT DAYS.  EACH FEED WITH ANY   *
002100*                  OVERDUE CUSTOMER IS WRITTEN TO VBKALRT FOR    *
002200*                  ALRTMGR'S ALERT STORE AND ENDS THE RUN RC 4.  *
002300******************************************************************
002400 Environment Division.
002500 Input-Output Section.
002600 File-Control.
002700     Select Backlog-Parm Assign to 'VBKPARM'
002800         Organization is Line Sequential
002900         File Status is WS-VBKPARM-STATUS.
003000
003100     Select Volume-Backlog Assign to 'VOLBKLG'
003200         Organization is Indexed
003300         Access Mode is Sequential
003400         Record Key is VBK-BACKLOG-KEY
003500         File Status is WS-VOLBKLG-STATUS.
003600
003700     Select Backlog-Report Assign to 'VBKRPT'
003800         Organization is Line Sequential
003900         File Status is WS-VBKRPT-STATUS.
004000
004100     Select Backlog-Alerts Assign to 'VBKALRT'
004200         Organization is Line Sequential
004300         File Status is WS-VBKALRT-STATUS.
004400 Data Division.
004500 File Section.
004600 FD  Backlog-Parm
004700     Label Records are Standard
004800     Recording Mode is F.
004900 COPY VBKPARM.
005000
005100 FD  Volume-Backlog
005200     Label Records are Standard
005300     Recording Mode is F.
005400 COPY VOLBKLG.
005500
005600 FD  Backlog-Report
005700     Label Records are Standard
005800     Recording Mode is F.
005900 01  VBKRPT-REC               PIC X(100).
006000
006100 FD  Backlog-Alerts
006200     Label Records are Standard
006300     Recording Mode is F.
006400 COPY VBKALRT.
006500
006600 Working-Storage Section.
006700 01  CONSTANTS.
006800     05  MYNAME               PIC X(008) VALUE 'VOLBKRPT'.
006900
007000 01  WS-VBKPARM-STATUS        PIC X(002) VALUE '00'.
007100 01  WS-VOLBKLG-STATUS        PIC X(002) VALUE '00'.
007200 01  WS-VBKRPT-STATUS         PIC X(002) VALUE '00'.
007300 01  WS-VBKALRT-STATUS        PIC X(002) VALUE '00'.
007400
007500 01  WS-SWITCHES.
007600     05  WS-VOLBKLG-EOF-SW    PIC X(001) VALUE 'N'.
007700         88  WS-VOLBKLG-EOF       VALUE 'Y'.
007800     05  WS-VBKALRT-OPEN-SW   PIC X(001) VALUE 'N'.
007900         88  WS-VBKALRT-IS-OPEN   VALUE 'Y'.
008000     05  WS-VBKALRT-FAILED-SW PIC X(001) VALUE 'N'.
008100         88  WS-VBKALRT-FAILED    VALUE 'Y'.
008200
008300 01  WS-TODAY-DATE            PIC 9(008) VALUE 0.
008400 01  WS-RUN-TIME              PIC 9(008) VALUE 0.
008500 01  WS-ALERT-DAYS            PIC 9(003) VALUE 3.
008600 01  WS-TODAY-DAYNO           PIC 9(009) COMP-5 VALUE 0.
008700 01  WS-AGE-DAYS              PIC 9(005) VALUE 0.
008800
008900*
009000* THE FEED BEING TOTALLED.  VOLBKLG IS IN KEY ORDER -- FEED, THEN
009100* OLDEST DEFERRAL FIRST -- SO A FEED'S FIRST ROW IS ITS OLDEST.
009200 01  WS-FEED-ID               PIC X(010) VALUE SPACES.
009300 01  WS-FEED-BACKLOG          PIC 9(009) COMP-5 VALUE 0.
009400 01  WS-FEED-OVERDUE          PIC 9(009) COMP-5 VALUE 0.
009500 01  WS-FEED-OLDEST-DATE      PIC 9(008) VALUE 0.
009600 01  WS-FEED-OLDEST-DAYS      PIC 9(005) VALUE 0.
009700
009800 01  WS-RPT-DETAIL.
009900     05  WS-RPT-FEED          PIC X(010).
010000     05  FILLER               PIC X(002) VALUE SPACES.
010100     05  WS-RPT-BACKLOG       PIC X(009).
010200     05  FILLER               PIC X(002) VALUE SPACES.
010300     05  WS-RPT-OLDEST        PIC X(008).
010400     05  FILLER               PIC X(002) VALUE SPACES.
010500     05  WS-RPT-DAYS          PIC X(008).
010600     05  FILLER               PIC X(002) VALUE SPACES.
010700     05  WS-RPT-OVERDUE       PIC X(009).
010800     05  FILLER               PIC X(002) VALUE SPACES.
010900     05  WS-RPT-FLAG          PIC X(007).
011000
011100 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
011200 01  WS-DAYS-DISPLAY          PIC 9(005) VALUE 0.
011300
011400 01  WS-COUNTERS.
011500     05  WS-BACKLOG-ROWS      PIC 9(009) COMP-5 VALUE 0.
011600     05  WS-BAD-DATE-ROWS     PIC 9(009) COMP-5 VALUE 0.
011700     05  WS-FEEDS-LISTED      PIC 9(009) COMP-5 VALUE 0.
011800     05  WS-TOTAL-OVERDUE     PIC 9(009) COMP-5 VALUE 0.
011900     05  WS-FEEDS-ALERTED     PIC 9(009) COMP-5 VALUE 0.
012000
012100******************************************************************
012200 Procedure Division.
012300******************************************************************
012400 0000-MAINLINE.
012500
012600     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
012700     PERFORM 2000-PROCESS-BACKLOG  THRU 2000-EXIT
012800         UNTIL WS-VOLBKLG-EOF
012900     IF WS-FEED-ID NOT = SPACES
013000         PERFORM 3000-FEED-BREAK   THRU 3000-EXIT
013100     END-IF
013200     PERFORM 4000-TERMINATE        THRU 4000-EXIT
013300
013400     GOBACK
013500     .
013600 0000-EXIT.
013700     EXIT.
013800
013900******************************************************************
014000* 1000-INITIALIZE  --  TAKES THE ALERT DAYS FROM VBKPARM, OPENS  *
014100*                      THE BACKLOG AND THE REPORT, AND PRIMES THE*
014200*                      BACKLOG CURSOR.  A VOLBKLG THAT HAS NEVER *
014300*                      BEEN CREATED IS AN EMPTY BACKLOG; ANY     *
014400*                      OTHER OPEN FAILURE IS RC 16.              *
014500******************************************************************
014600 1000-INITIALIZE.
014700
014800     DISPLAY MYNAME ' Begin'
014900
015000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
015100     ACCEPT WS-RUN-TIME   FROM TIME
015200     COMPUTE WS-TODAY-DAYNO =
015300         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
015400
015500     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
015600
015700     OPEN OUTPUT Backlog-Report
015800     IF WS-VBKRPT-STATUS NOT = '00'
015900         DISPLAY MYNAME ' UNABLE TO OPEN VBKRPT, STATUS = '
016000             WS-VBKRPT-STATUS
016100         MOVE 16 TO RETURN-CODE
016200         GOBACK
016300     END-IF
016400
016500     MOVE WS-ALERT-DAYS TO WS-DAYS-DISPLAY
016600     MOVE SPACES TO VBKRPT-REC
016700     STRING MYNAME DELIMITED BY SIZE
016800            ' VOLUME-CAP BACKLOG  RUN ' DELIMITED BY SIZE
016900            WS-TODAY-DATE DELIMITED BY SIZE
017000            '  ALERT AFTER ' DELIMITED BY SIZE
017100            WS-DAYS-DISPLAY DELIMITED BY SIZE
017200            ' DAYS' DELIMITED BY SIZE
017300         INTO VBKRPT-REC
017400     WRITE VBKRPT-REC
017500     MOVE 'FEED'      TO WS-RPT-FEED
017600     MOVE 'WAITING'   TO WS-RPT-BACKLOG
017700     MOVE 'OLDEST'    TO WS-RPT-OLDEST
017800     MOVE 'AGE DAYS'  TO WS-RPT-DAYS
017900     MOVE 'OVERDUE'   TO WS-RPT-OVERDUE
018000     MOVE SPACES      TO WS-RPT-FLAG
018100     WRITE VBKRPT-REC FROM WS-RPT-DETAIL
018200
018300     OPEN INPUT Volume-Backlog
018400     IF WS-VOLBKLG-STATUS = '05' OR WS-VOLBKLG-STATUS = '35'
018500         DISPLAY MYNAME ' VOLBKLG NOT YET CREATED, NO BACKLOG'
018600         SET WS-VOLBKLG-EOF TO TRUE
018700         GO TO 1000-EXIT
018800     END-IF
018900     IF WS-VOLBKLG-STATUS NOT = '00'
019000         DISPLAY MYNAME ' UNABLE TO OPEN VOLBKLG, STATUS = '
019100             WS-VOLBKLG-STATUS
019200         MOVE 16 TO RETURN-CODE
019300         GOBACK
019400     END-IF
019500
019600     PERFORM 8000-READ-BACKLOG THRU 8000-EXIT
019700
019800     .
019900 1000-EXIT.
020000     EXIT.
020100
020200******************************************************************
020300* 1050-LOAD-PARM  --  READS THE ONE-RECORD VBKPARM FILE.  NO     *
020400*                     RECORD, OR ALERT DAYS THAT ARE NOT NUMERIC,*
020500*                     KEEPS THE 3-DAY DEFAULT.                   *
020600******************************************************************
020700 1050-LOAD-PARM.
020800
020900     OPEN INPUT Backlog-Parm
021000     IF WS-VBKPARM-STATUS NOT = '00'
021100         GO TO 1050-EXIT
021200     END-IF
021300     READ Backlog-Parm
021400         AT END
021500             CONTINUE
021600         NOT AT END
021700             IF VBP-ALERT-DAYS IS NUMERIC
021800                 MOVE VBP-ALERT-DAYS TO WS-ALERT-DAYS
021900             END-IF
022000     END-READ
022100     CLOSE Backlog-Parm
022200
022300     .
022400 1050-EXIT.
022500     EXIT.
022600
022700******************************************************************
022800* 2000-PROCESS-BACKLOG  --  COUNTS ONE BACKLOG ROW AGAINST ITS   *
022900*                           FEED, CLOSING OFF THE PREVIOUS FEED  *
023000*                           WHEN THE FEED CHANGES.  A ROW WHOSE  *
023100*                           DEFERRAL DATE IS NOT A DATE IS       *
023200*                           COUNTED BUT CANNOT BE AGED.          *
023300******************************************************************
023400 2000-PROCESS-BACKLOG.
023500
023600     IF VBK-FEED-ID NOT = WS-FEED-ID
023700         IF WS-FEED-ID NOT = SPACES
023800             PERFORM 3000-FEED-BREAK THRU 3000-EXIT
023900         END-IF
024000         MOVE VBK-FEED-ID TO WS-FEED-ID
024100         MOVE 0 TO WS-FEED-BACKLOG
024200         MOVE 0 TO WS-FEED-OVERDUE
024300         MOVE 0 TO WS-FEED-OLDEST-DATE
024400         MOVE 0 TO WS-FEED-OLDEST-DAYS
024500     END-IF
024600
024700     ADD 1 TO WS-BACKLOG-ROWS
024800     ADD 1 TO WS-FEED-BACKLOG
024900
025000     IF VBK-DEFERRED-DATE IS NOT NUMERIC
025100         OR VBK-DEFERRED-DATE < 16010101
025200         OR VBK-DEFERRED-DATE > WS-TODAY-DATE
025300         ADD 1 TO WS-BAD-DATE-ROWS
025400         GO TO 2000-READ-NEXT
025500     END-IF
025600
025700     COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNO
025800         - FUNCTION INTEGER-OF-DATE(VBK-DEFERRED-DATE)
025900     IF WS-FEED-OLDEST-DATE = 0
026000         MOVE VBK-DEFERRED-DATE TO WS-FEED-OLDEST-DATE
026100         MOVE WS-AGE-DAYS       TO WS-FEED-OLDEST-DAYS
026200     END-IF
026300     IF WS-AGE-DAYS > WS-ALERT-DAYS
026400         ADD 1 TO WS-FEED-OVERDUE
026500     END-IF
026600
026700     .
026800 2000-READ-NEXT.
026900     PERFORM 8000-READ-BACKLOG THRU 8000-EXIT
027000     .
027100 2000-EXIT.
027200     EXIT.
027300
027400******************************************************************
027500* 3000-FEED-BREAK  --  WRITES THE FINISHED FEED'S REPORT LINE    *
027600*                      AND, WHEN ANY OF ITS CUSTOMERS IS OVERDUE,*
027700*                      ITS VBKALRT ROW.                          *
027800******************************************************************
027900 3000-FEED-BREAK.
028000
028100     ADD 1 TO WS-FEEDS-LISTED
028200     ADD WS-FEED-OVERDUE TO WS-TOTAL-OVERDUE
028300
028400     MOVE WS-FEED-ID TO WS-RPT-FEED
028500     MOVE WS-FEED-BACKLOG TO WS-NUM-DISPLAY
028600     MOVE WS-NUM-DISPLAY TO WS-RPT-BACKLOG
028700     IF WS-FEED-OLDEST-DATE = 0
028800         MOVE SPACES TO WS-RPT-OLDEST
028900         MOVE SPACES TO WS-RPT-DAYS
029000     ELSE
029100         MOVE WS-FEED-OLDEST-DATE TO WS-RPT-OLDEST
029200         MOVE WS-FEED-OLDEST-DAYS TO WS-DAYS-DISPLAY
029300         MOVE WS-DAYS-DISPLAY TO WS-RPT-DAYS
029400     END-IF
029500     MOVE WS-FEED-OVERDUE TO WS-NUM-DISPLAY
029600     MOVE WS-NUM-DISPLAY TO WS-RPT-OVERDUE
029700     IF WS-FEED-OVERDUE > 0
029800         MOVE 'ALERTED' TO WS-RPT-FLAG
029900     ELSE
030000         MOVE SPACES TO WS-RPT-FLAG
030100     END-IF
030200     WRITE VBKRPT-REC FROM WS-RPT-DETAIL
030300
030400     IF WS-FEED-OVERDUE > 0
030500         PERFORM 3100-WRITE-AGE-ALERT THRU 3100-EXIT
030600         MOVE 4 TO RETURN-CODE
030700     END-IF
030800
030900     .
031000 3000-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400* 3100-WRITE-AGE-ALERT  --  APPENDS THE FEED'S VBKALRT ROW FOR   *
031500*                           ALRTMGR TO INGEST, OPENING THE FILE  *
031600*                           ON THE FIRST ALERT OF THE RUN.  A    *
031700*                           FAILED OPEN IS REPORTED ONCE; THE RUN*
031800*                           STILL ENDS RC 4 ON THE AGE ITSELF.   *
031900******************************************************************
032000 3100-WRITE-AGE-ALERT.
032100
032200     IF WS-VBKALRT-FAILED
032300         GO TO 3100-EXIT
032400     END-IF
032500
032600     IF NOT WS-VBKALRT-IS-OPEN
032700         OPEN EXTEND Backlog-Alerts
032800         IF WS-VBKALRT-STATUS = '05' OR WS-VBKALRT-STATUS = '35'
032900             OPEN OUTPUT Backlog-Alerts
033000         END-IF
033100         IF WS-VBKALRT-STATUS NOT = '00'
033200             DISPLAY MYNAME ' UNABLE TO OPEN VBKALRT, STATUS = '
033300                 WS-VBKALRT-STATUS
033400             SET WS-VBKALRT-FAILED TO TRUE
033500             GO TO 3100-EXIT
033600         END-IF
033700         SET WS-VBKALRT-IS-OPEN TO TRUE
033800     END-IF
033900
034000     MOVE WS-TODAY-DATE       TO VBA-TIMESTAMP-DATE
034100     MOVE WS-RUN-TIME         TO VBA-TIMESTAMP-TIME
034200     MOVE WS-FEED-ID          TO VBA-FEED-ID
034300     MOVE WS-FEED-BACKLOG     TO VBA-BACKLOG-COUNT
034400     MOVE WS-FEED-OVERDUE     TO VBA-OVERDUE-COUNT
034500     MOVE WS-FEED-OLDEST-DATE TO VBA-OLDEST-DATE
034600     MOVE WS-FEED-OLDEST-DAYS TO VBA-OLDEST-DAYS
034700     MOVE WS-ALERT-DAYS       TO VBA-ALERT-DAYS
034800     WRITE VBA-ALERT-RECORD
034900     ADD 1 TO WS-FEEDS-ALERTED
035000
035100     DISPLAY MYNAME ' BACKLOG AGE ALERT RAISED FOR FEED '
035200         WS-FEED-ID
035300
035400     .
035500 3100-EXIT.
035600     EXIT.
035700
035800******************************************************************
035900* 4000-TERMINATE  --  WRITES THE REPORT TOTALS AND CLOSES UP.    *
036000******************************************************************
036100 4000-TERMINATE.
036200
036300     IF WS-FEEDS-LISTED = 0
036400         MOVE SPACES TO VBKRPT-REC
036500         STRING 'NO CUSTOMERS ARE WAITING ON THE BACKLOG'
036600                 DELIMITED BY SIZE
036700             INTO VBKRPT-REC
036800         WRITE VBKRPT-REC
036900     END-IF
037000
037100     MOVE SPACES TO VBKRPT-REC
037200     WRITE VBKRPT-REC
037300     MOVE WS-FEEDS-LISTED TO WS-NUM-DISPLAY
037400     MOVE SPACES TO VBKRPT-REC
037500     STRING 'FEEDS WITH A BACKLOG         : ' DELIMITED BY SIZE
037600            WS-NUM-DISPLAY DELIMITED BY SIZE
037700         INTO VBKRPT-REC
037800     WRITE VBKRPT-REC
037900     MOVE WS-BACKLOG-ROWS TO WS-NUM-DISPLAY
038000     MOVE SPACES TO VBKRPT-REC
038100     STRING 'CUSTOMERS WAITING            : ' DELIMITED BY SIZE
038200            WS-NUM-DISPLAY DELIMITED BY SIZE
038300         INTO VBKRPT-REC
038400     WRITE VBKRPT-REC
038500     MOVE WS-TOTAL-OVERDUE TO WS-NUM-DISPLAY
038600     MOVE SPACES TO VBKRPT-REC
038700     STRING 'WAITING MORE THAN ALERT DAYS : ' DELIMITED BY SIZE
038800            WS-NUM-DISPLAY DELIMITED BY SIZE
038900         INTO VBKRPT-REC
039000     WRITE VBKRPT-REC
039100     MOVE WS-FEEDS-ALERTED TO WS-NUM-DISPLAY
039200     MOVE SPACES TO VBKRPT-REC
039300     STRING 'FEEDS ALERTED                : ' DELIMITED BY SIZE
039400            WS-NUM-DISPLAY DELIMITED BY SIZE
039500         INTO VBKRPT-REC
039600     WRITE VBKRPT-REC
039700     IF WS-BAD-DATE-ROWS > 0
039800         MOVE WS-BAD-DATE-ROWS TO WS-NUM-DISPLAY
039900         MOVE SPACES TO VBKRPT-REC
040000         STRING 'ROWS WITH NO USABLE DATE     : '
040100                 DELIMITED BY SIZE
040200                WS-NUM-DISPLAY DELIMITED BY SIZE
040300             INTO VBKRPT-REC
040400         WRITE VBKRPT-REC
040500     END-IF
040600
040700     IF WS-VBKALRT-IS-OPEN
040800         CLOSE Backlog-Alerts
040900     END-IF
041000     IF WS-VOLBKLG-STATUS = '00' OR WS-VOLBKLG-STATUS = '10'
041100         CLOSE Volume-Backlog
041200     END-IF
041300     CLOSE Backlog-Report
041400
041500     DISPLAY MYNAME ' FEEDS WITH A BACKLOG  = ' WS-FEEDS-LISTED
041600     DISPLAY MYNAME ' CUSTOMERS WAITING     = ' WS-BACKLOG-ROWS
041700     DISPLAY MYNAME ' OVERDUE CUSTOMERS     = ' WS-TOTAL-OVERDUE
041800     DISPLAY MYNAME ' FEEDS ALERTED         = ' WS-FEEDS-ALERTED
041900
042000     DISPLAY MYNAME ' End'
042100
042200     .
042300 4000-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700* 8000-READ-BACKLOG  --  PRIMES/ADVANCES THE VOLBKLG CURSOR.     *
042800******************************************************************
042900 8000-READ-BACKLOG.
043000
043100     READ Volume-Backlog NEXT RECORD
043200         AT END
043300             SET WS-VOLBKLG-EOF TO TRUE
043400     END-READ
043500
043600     .
043700 8000-EXIT.
043800     EXIT.

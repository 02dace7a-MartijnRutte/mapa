000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. STALERPT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  DAILY STALE-UPDATE         *
001500*                  CONFLICT REPORT: EVERY STALECF ROW JSNCMUPD   *
001600*                  LOGGED TODAY -- A CHANGE OLDER THAN THE       *
001700*                  CUSTOMER'S CUSTSTMP STAMP, REJECTED OR PENDED *
001800*                  -- WITH BOTH SIDES: THE INBOUND FEED, STAMP   *
001900*                  AND BUFFER, AND THE FEED, STAMP AND MASTER    *
002000*                  VALUES ON FILE, SO THE OWNING PARTNER CAN BE  *
002100*                  ASKED WHICH IS RIGHT.  TOTALS BY INBOUND FEED *
002200*                  FOLLOW.  RC 4 WHEN THERE WAS ANY CONFLICT.    *
002300******************************************************************
002400 Environment Division.
002500 Input-Output Section.
002600 File-Control.
002700     Select Stale-Conflicts Assign to 'STALECF'
002800         Organization is Line Sequential
002900         File Status is WS-STALECF-STATUS.
003000
003100     Select Stale-Report Assign to 'STALERPT'
003200         Organization is Line Sequential
003300         File Status is WS-STALERPT-STATUS.
003400 Data Division.
003500 File Section.
003600 FD  Stale-Conflicts
003700     Label Records are Standard
003800     Recording Mode is F.
003900 COPY STALECF.
004000
004100 FD  Stale-Report
004200     Label Records are Standard
004300     Recording Mode is F.
004400 01  STALERPT-REC             PIC X(132).
004500
004600 Working-Storage Section.
004700 01  CONSTANTS.
004800     05  MYNAME               PIC X(008) VALUE 'STALERPT'.
004900
005000 01  WS-STALECF-STATUS        PIC X(002) VALUE '00'.
005100 01  WS-STALERPT-STATUS       PIC X(002) VALUE '00'.
005200
005300 01  WS-SWITCHES.
005400     05  WS-STALECF-EOF-SW    PIC X(001) VALUE 'N'.
005500         88  WS-STALECF-EOF       VALUE 'Y'.
005600
005700 01  WS-TODAY                 PIC 9(008) VALUE 0.
005800
005900*
006000* THE MASTER RECORD ON FILE WHEN THE CONFLICT WAS LOGGED, BROKEN
006100* OUT BY FIELD FOR THE ON-FILE LINE.
006200 COPY SOMEDATA Replacing ==SOME-DATA== By ==WS-ON-FILE-DATA==.
006300
006400*
006500* ONE SLOT PER INBOUND FEED SEEN TODAY, IN ORDER OF FIRST
006600* APPEARANCE.  FEEDS BEYOND THE TABLE ARE COUNTED IN THE GRAND
006700* TOTALS ONLY.
006800 01  WS-FEED-TABLE.
006900     05  WS-FEED-MAX          PIC 9(004) COMP-5 VALUE 500.
007000     05  WS-FEED-COUNT        PIC 9(004) COMP-5 VALUE 0.
007100     05  WS-FEED-ENTRY OCCURS 500 TIMES.
007200         10  WS-FT-FEED-ID    PIC X(010).
007300         10  WS-FT-REJECTED   PIC 9(009) COMP-5.
007400         10  WS-FT-PENDED     PIC 9(009) COMP-5.
007500
007600 01  WS-GSUB                  PIC 9(004) COMP-5 VALUE 0.
007700 01  WS-FOUND-SLOT            PIC 9(004) COMP-5 VALUE 0.
007800
007900 01  WS-CONFLICT-LINE.
008000     05  WS-CL-CUST-KEY       PIC X(008).
008100     05  FILLER               PIC X(002) VALUE SPACES.
008200     05  WS-CL-ACTION         PIC X(008).
008300     05  FILLER               PIC X(002) VALUE SPACES.
008400     05  WS-CL-IN-FEED-ID     PIC X(010).
008500     05  FILLER               PIC X(002) VALUE SPACES.
008600     05  WS-CL-IN-STAMP       PIC X(017).
008700     05  FILLER               PIC X(002) VALUE SPACES.
008800     05  WS-CL-OF-FEED-ID     PIC X(010).
008900     05  FILLER               PIC X(002) VALUE SPACES.
009000     05  WS-CL-OF-STAMP       PIC X(017).
009100
009200 01  WS-STAMP-EDIT.
009300     05  WS-SE-DATE           PIC 9(008).
009400     05  FILLER               PIC X(001) VALUE SPACE.
009500     05  WS-SE-TIME           PIC 9(008).
009600
009700 01  WS-ON-FILE-LINE.
009800     05  FILLER               PIC X(012) VALUE '  ON FILE : '.
009900     05  FILLER               PIC X(008) VALUE 'SD-002 '.
010000     05  WS-OL-SD002-A        PIC X(001).
010100     05  FILLER               PIC X(001) VALUE SPACE.
010200     05  WS-OL-SD002-B        PIC X(001).
010300     05  FILLER               PIC X(009) VALUE '  SD-003 '.
010400     05  WS-OL-SD003          PIC X(008).
010500     05  FILLER               PIC X(009) VALUE '  SD-004 '.
010600     05  WS-OL-SD004          PIC X(008).
010700     05  FILLER               PIC X(009) VALUE '  STATUS '.
010800     05  WS-OL-STATUS         PIC X(001).
010900
011000 01  WS-FEED-LINE.
011100     05  WS-FL-FEED-ID        PIC X(010).
011200     05  FILLER               PIC X(002) VALUE SPACES.
011300     05  WS-FL-REJECTED       PIC ZZZ,ZZ9.
011400     05  FILLER               PIC X(002) VALUE SPACES.
011500     05  WS-FL-PENDED         PIC ZZZ,ZZ9.
011600
011700 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
011800
011900 01  WS-COUNTERS.
012000     05  WS-ROWS-READ         PIC 9(009) COMP-5 VALUE 0.
012100     05  WS-ROWS-TODAY        PIC 9(009) COMP-5 VALUE 0.
012200     05  WS-ROWS-REJECTED     PIC 9(009) COMP-5 VALUE 0.
012300     05  WS-ROWS-PENDED       PIC 9(009) COMP-5 VALUE 0.
012400     05  WS-FEED-OVERFLOW     PIC 9(009) COMP-5 VALUE 0.
012500
012600******************************************************************
012700 Procedure Division.
012800******************************************************************
012900 0000-MAINLINE.
013000
013100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
013200     PERFORM 2000-LIST-CONFLICTS   THRU 2000-EXIT
013300     PERFORM 4000-REPORT-BY-FEED   THRU 4000-EXIT
013400     PERFORM 9000-TERMINATE        THRU 9000-EXIT
013500
013600     GOBACK
013700     .
013800 0000-EXIT.
013900     EXIT.
014000
014100******************************************************************
014200* 1000-INITIALIZE  --  OPENS THE REPORT AND HEADS IT.  NO REPORT *
014300*                      IS RC 16.                                 *
014400******************************************************************
014500 1000-INITIALIZE.
014600
014700     DISPLAY MYNAME ' Begin'
014800
014900     ACCEPT WS-TODAY FROM DATE YYYYMMDD
015000
015100     OPEN OUTPUT Stale-Report
015200     IF WS-STALERPT-STATUS NOT = '00'
015300         DISPLAY MYNAME ' UNABLE TO OPEN STALERPT, STATUS = '
015400             WS-STALERPT-STATUS
015500         MOVE 16 TO RETURN-CODE
015600         GOBACK
015700     END-IF
015800
015900     MOVE SPACES TO STALERPT-REC
016000     STRING MYNAME DELIMITED BY SIZE
016100            ' STALE-UPDATE CONFLICT REPORT  RUN '
016150                DELIMITED BY SIZE
016200            WS-TODAY DELIMITED BY SIZE
016300         INTO STALERPT-REC
016400     WRITE STALERPT-REC
016500
016600     .
016700 1000-EXIT.
016800     EXIT.
016900
017000******************************************************************
017100* 2000-LIST-CONFLICTS  --  ONE PASS OF STALECF: EACH ROW LOGGED  *
017200*                          TODAY IS LISTED WITH BOTH SIDES AND   *
017300*                          COUNTED UNDER ITS INBOUND FEED.  NO   *
017400*                          STALECF IS NO CONFLICTS.              *
017500******************************************************************
017600 2000-LIST-CONFLICTS.
017700
017800     MOVE SPACES TO STALERPT-REC
017900     WRITE STALERPT-REC
018000     MOVE 'CONFLICTS TODAY' TO STALERPT-REC
018100     WRITE STALERPT-REC
018200     MOVE SPACES TO WS-CONFLICT-LINE
018300     MOVE 'CUSTOMER'      TO WS-CL-CUST-KEY
018400     MOVE 'ACTION'        TO WS-CL-ACTION
018500     MOVE 'IN FEED'       TO WS-CL-IN-FEED-ID
018600     MOVE 'INBOUND STAMP' TO WS-CL-IN-STAMP
018700     MOVE 'OWNER FEED'    TO WS-CL-OF-FEED-ID
018800     MOVE 'ON-FILE STAMP' TO WS-CL-OF-STAMP
018900     WRITE STALERPT-REC FROM WS-CONFLICT-LINE
019000
019100     OPEN INPUT Stale-Conflicts
019200     IF WS-STALECF-STATUS NOT = '00'
019300         DISPLAY MYNAME ' NO STALECF, STATUS = '
019400             WS-STALECF-STATUS
019500         MOVE 'NONE' TO STALERPT-REC
019600         WRITE STALERPT-REC
019700         GO TO 2000-EXIT
019800     END-IF
019900
020000     PERFORM 8000-READ-CONFLICT THRU 8000-EXIT
020100     PERFORM UNTIL WS-STALECF-EOF
020200         IF SCF-TIMESTAMP-DATE = WS-TODAY
020300             PERFORM 2100-LIST-ONE-CONFLICT THRU 2100-EXIT
020400         END-IF
020500         PERFORM 8000-READ-CONFLICT THRU 8000-EXIT
020600     END-PERFORM
020700
020800     CLOSE Stale-Conflicts
020900
021000     IF WS-ROWS-TODAY = 0
021100         MOVE 'NONE' TO STALERPT-REC
021200         WRITE STALERPT-REC
021300     END-IF
021400
021500     .
021600 2000-EXIT.
021700     EXIT.
021800
021900******************************************************************
022000* 2100-LIST-ONE-CONFLICT  --  THREE LINES FOR THE CURRENT ROW:   *
022100*                             WHO AND WHEN ON EACH SIDE, THE     *
022200*                             INBOUND BUFFER AS SENT, AND THE    *
022300*                             MASTER VALUES IT WOULD HAVE        *
022400*                             OVERWRITTEN.                       *
022500******************************************************************
022600 2100-LIST-ONE-CONFLICT.
022700
022800     ADD 1 TO WS-ROWS-TODAY
022900     PERFORM 2200-COUNT-BY-FEED THRU 2200-EXIT
023000
023100     MOVE SPACES TO STALERPT-REC
023200     WRITE STALERPT-REC
023300
023400     MOVE SPACES TO WS-CONFLICT-LINE
023500     MOVE SCF-CUSTOMER-KEY    TO WS-CL-CUST-KEY
023600     IF SCF-ACTION-PENDED
023700         MOVE 'PENDED'        TO WS-CL-ACTION
023800     ELSE
023900         MOVE 'REJECTED'      TO WS-CL-ACTION
024000     END-IF
024100     MOVE SCF-IN-FEED-ID      TO WS-CL-IN-FEED-ID
024200     MOVE SCF-IN-STAMP-DATE   TO WS-SE-DATE
024300     MOVE SCF-IN-STAMP-TIME   TO WS-SE-TIME
024400     MOVE WS-STAMP-EDIT       TO WS-CL-IN-STAMP
024500     MOVE SCF-OF-FEED-ID      TO WS-CL-OF-FEED-ID
024600     MOVE SCF-OF-STAMP-DATE   TO WS-SE-DATE
024700     MOVE SCF-OF-STAMP-TIME   TO WS-SE-TIME
024800     MOVE WS-STAMP-EDIT       TO WS-CL-OF-STAMP
024900     WRITE STALERPT-REC FROM WS-CONFLICT-LINE
025000
025100     MOVE SPACES TO STALERPT-REC
025200     STRING '  INBOUND : '    DELIMITED BY SIZE
025300            SCF-IN-BUFFER     DELIMITED BY SIZE
025400         INTO STALERPT-REC
025500     WRITE STALERPT-REC
025600
025700     MOVE SCF-OF-IMAGE        TO WS-ON-FILE-DATA
025800     MOVE SD-002-A OF WS-ON-FILE-DATA TO WS-OL-SD002-A
025900     MOVE SD-002-B OF WS-ON-FILE-DATA TO WS-OL-SD002-B
026000     MOVE SD-003 OF WS-ON-FILE-DATA   TO WS-OL-SD003
026100     MOVE SD-004 OF WS-ON-FILE-DATA   TO WS-OL-SD004
026200     MOVE SD-STATUS OF WS-ON-FILE-DATA TO WS-OL-STATUS
026300     WRITE STALERPT-REC FROM WS-ON-FILE-LINE
026400
026500     .
026600 2100-EXIT.
026700     EXIT.
026800
026900******************************************************************
027000* 2200-COUNT-BY-FEED  --  COUNTS THE CURRENT ROW UNDER ITS       *
027100*                         INBOUND FEED'S SLOT, ADDING THE SLOT   *
027200*                         ON THE FEED'S FIRST ROW.               *
027300******************************************************************
027400 2200-COUNT-BY-FEED.
027500
027600     IF SCF-ACTION-PENDED
027700         ADD 1 TO WS-ROWS-PENDED
027800     ELSE
027900         ADD 1 TO WS-ROWS-REJECTED
028000     END-IF
028100
028200     MOVE 0 TO WS-FOUND-SLOT
028300     MOVE 1 TO WS-GSUB
028400     PERFORM UNTIL WS-GSUB > WS-FEED-COUNT OR WS-FOUND-SLOT > 0
028500         IF WS-FT-FEED-ID (WS-GSUB) = SCF-IN-FEED-ID
028600             MOVE WS-GSUB TO WS-FOUND-SLOT
028700         END-IF
028800         ADD 1 TO WS-GSUB
028900     END-PERFORM
029000
029100     IF WS-FOUND-SLOT = 0
029200         IF WS-FEED-COUNT NOT < WS-FEED-MAX
029300             ADD 1 TO WS-FEED-OVERFLOW
029400             GO TO 2200-EXIT
029500         END-IF
029600         ADD 1 TO WS-FEED-COUNT
029700         MOVE WS-FEED-COUNT  TO WS-FOUND-SLOT
029800         MOVE SCF-IN-FEED-ID TO WS-FT-FEED-ID (WS-FOUND-SLOT)
029900         MOVE 0              TO WS-FT-REJECTED (WS-FOUND-SLOT)
030000         MOVE 0              TO WS-FT-PENDED (WS-FOUND-SLOT)
030100     END-IF
030200
030300     IF SCF-ACTION-PENDED
030400         ADD 1 TO WS-FT-PENDED (WS-FOUND-SLOT)
030500     ELSE
030600         ADD 1 TO WS-FT-REJECTED (WS-FOUND-SLOT)
030700     END-IF
030800
030900     .
031000 2200-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400* 4000-REPORT-BY-FEED  --  ONE LINE PER INBOUND FEED WITH        *
031500*                          TODAY'S REJECTED AND PENDED COUNTS.   *
031600******************************************************************
031700 4000-REPORT-BY-FEED.
031800
031900     MOVE SPACES TO STALERPT-REC
032000     WRITE STALERPT-REC
032100     MOVE 'CONFLICTS BY INBOUND FEED' TO STALERPT-REC
032200     WRITE STALERPT-REC
032300     MOVE SPACES TO STALERPT-REC
032400     MOVE 'FEED'     TO STALERPT-REC(1:10)
032500     MOVE 'REJECTED' TO STALERPT-REC(12:8)
032600     MOVE '  PENDED' TO STALERPT-REC(21:8)
032700     WRITE STALERPT-REC
032800
032900     MOVE 1 TO WS-GSUB
033000     PERFORM UNTIL WS-GSUB > WS-FEED-COUNT
033100         MOVE WS-FT-FEED-ID (WS-GSUB)  TO WS-FL-FEED-ID
033200         MOVE WS-FT-REJECTED (WS-GSUB) TO WS-FL-REJECTED
033300         MOVE WS-FT-PENDED (WS-GSUB)   TO WS-FL-PENDED
033400         WRITE STALERPT-REC FROM WS-FEED-LINE
033500         ADD 1 TO WS-GSUB
033600     END-PERFORM
033700
033800     IF WS-FEED-COUNT = 0
033900         MOVE 'NONE' TO STALERPT-REC
034000         WRITE STALERPT-REC
034100     END-IF
034200
034300     .
034400 4000-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800* 8000-READ-CONFLICT  --  PRIMES/ADVANCES THE STALECF CURSOR.    *
034900******************************************************************
035000 8000-READ-CONFLICT.
035100
035200     READ Stale-Conflicts
035300         AT END
035400             SET WS-STALECF-EOF TO TRUE
035500         NOT AT END
035600             ADD 1 TO WS-ROWS-READ
035700     END-READ
035800
035900     .
036000 8000-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400* 9000-TERMINATE  --  WRITES THE TOTALS AND CLOSES UP.  ANY      *
036500*                     CONFLICT TODAY ENDS THE RUN RC 4 SO THE    *
036600*                     SCHEDULE SHOWS THERE IS SOMEONE TO CALL.   *
036700******************************************************************
036800 9000-TERMINATE.
036900
037000     MOVE SPACES TO STALERPT-REC
037100     WRITE STALERPT-REC
037200     MOVE WS-ROWS-TODAY TO WS-NUM-DISPLAY
037300     MOVE SPACES TO STALERPT-REC
037400     STRING 'CONFLICTS TODAY    : ' DELIMITED BY SIZE
037500            WS-NUM-DISPLAY DELIMITED BY SIZE
037600         INTO STALERPT-REC
037700     WRITE STALERPT-REC
037800     MOVE WS-ROWS-REJECTED TO WS-NUM-DISPLAY
037900     MOVE SPACES TO STALERPT-REC
038000     STRING 'REJECTED           : ' DELIMITED BY SIZE
038100            WS-NUM-DISPLAY DELIMITED BY SIZE
038200         INTO STALERPT-REC
038300     WRITE STALERPT-REC
038400     MOVE WS-ROWS-PENDED TO WS-NUM-DISPLAY
038500     MOVE SPACES TO STALERPT-REC
038600     STRING 'PENDED TO CMPENDQ  : ' DELIMITED BY SIZE
038700            WS-NUM-DISPLAY DELIMITED BY SIZE
038800         INTO STALERPT-REC
038900     WRITE STALERPT-REC
039000     IF WS-FEED-OVERFLOW > 0
039100         MOVE WS-FEED-OVERFLOW TO WS-NUM-DISPLAY
039200         MOVE SPACES TO STALERPT-REC
039300         STRING 'ROWS NOT BY FEED   : ' DELIMITED BY SIZE
039400                WS-NUM-DISPLAY DELIMITED BY SIZE
039500                ' (TABLE FULL)' DELIMITED BY SIZE
039600             INTO STALERPT-REC
039700         WRITE STALERPT-REC
039800     END-IF
039900
040000     CLOSE Stale-Report
040100
040200     IF WS-ROWS-TODAY > 0
040300         MOVE 4 TO RETURN-CODE
040400     END-IF
040500
040600     DISPLAY MYNAME ' STALECF ROWS READ = ' WS-ROWS-READ
040700         ' CONFLICTS TODAY = ' WS-ROWS-TODAY
040800
040900     DISPLAY MYNAME ' End'
041000
041100     .
041200 9000-EXIT.
041300     EXIT.

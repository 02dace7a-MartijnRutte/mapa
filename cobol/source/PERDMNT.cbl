000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. PERDMNT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  PERIOD-CLOSE CONTROL      *
001500*                  MAINTENANCE: CARRIES PERDCTL FORWARD TO A    *
001600*                  NEW GENERATION (PERDCTLN) WITH THE PERDTXN   *
001700*                  CLOSE AND REOPEN TRANSACTIONS APPLIED IN     *
001800*                  FILE ORDER, LOGS EVERY ONE -- APPLIED OR     *
001900*                  REJECTED -- TO PERDLOG, AND LISTS EVERY      *
002000*                  CLOSED MONTH, WHO CLOSED IT, AND ANY REOPEN  *
002100*                  IN FORCE ON PERDRPT.  A REOPEN IS ONLY       *
002200*                  ACCEPTED WITH AN APPROVER OTHER THAN THE     *
002300*                  OPERATOR AND A REASON.  BILLXTR, PTNRSTMT    *
002400*                  AND OPSSCORE READ PERDCTL BEFORE THEY        *
002500*                  REGENERATE A MONTH.                          *
002600******************************************************************
002700 Environment Division.
002800 Input-Output Section.
002900 File-Control.
003000     Select Period-Ctl-Old Assign to 'PERDCTL'
003100         Organization is Line Sequential
003200         File Status is WS-PERD-OLD-STATUS.
003300
003400     Select Period-Ctl-New Assign to 'PERDCTLN'
003500         Organization is Line Sequential
003600         File Status is WS-PERD-NEW-STATUS.
003700
003800     Select Period-Transactions Assign to 'PERDTXN'
003900         Organization is Line Sequential
004000         File Status is WS-PERDTXN-STATUS.
004100
004200     Select Period-Log Assign to 'PERDLOG'
004300         Organization is Line Sequential
004400         File Status is WS-PERDLOG-STATUS.
004500
004600     Select Period-Report Assign to 'PERDRPT'
004700         Organization is Line Sequential
004800         File Status is WS-PERDRPT-STATUS.
004900 Data Division.
005000 File Section.
005100 FD  Period-Ctl-Old
005200     Label Records are Standard
005300     Recording Mode is F.
005400 COPY PERDCTL.
005500
005600 FD  Period-Ctl-New
005700     Label Records are Standard
005800     Recording Mode is F.
005900 01  PERDCTLN-REC             PIC X(095).
006000
006100 FD  Period-Transactions
006200     Label Records are Standard
006300     Recording Mode is F.
006400 COPY PERDTXN.
006500
006600 FD  Period-Log
006700     Label Records are Standard
006800     Recording Mode is F.
006900 COPY PERDLOG.
007000
007100 FD  Period-Report
007200     Label Records are Standard
007300     Recording Mode is F.
007400 01  PERDRPT-REC              PIC X(100).
007500
007600 Working-Storage Section.
007700 01  CONSTANTS.
007800     05  MYNAME               PIC X(008) VALUE 'PERDMNT '.
007900     05  WS-PERIOD-MAX        PIC 9(004) COMP-5 VALUE 600.
008000
008100 01  WS-PERD-OLD-STATUS       PIC X(002) VALUE '00'.
008200 01  WS-PERD-NEW-STATUS       PIC X(002) VALUE '00'.
008300 01  WS-PERDTXN-STATUS        PIC X(002) VALUE '00'.
008400 01  WS-PERDLOG-STATUS        PIC X(002) VALUE '00'.
008500 01  WS-PERDRPT-STATUS        PIC X(002) VALUE '00'.
008600
008700 01  WS-SWITCHES.
008800     05  WS-PERD-OLD-EOF-SW   PIC X(001) VALUE 'N'.
008900         88  WS-PERD-OLD-EOF      VALUE 'Y'.
009000     05  WS-TXN-EOF-SW        PIC X(001) VALUE 'N'.
009100         88  WS-TXN-EOF           VALUE 'Y'.
009200     05  WS-REJECT-SW         PIC X(001) VALUE 'N'.
009300         88  WS-TXN-REJECTED      VALUE 'Y'.
009400     05  WS-PERIOD-FOUND-SW   PIC X(001) VALUE 'N'.
009500         88  WS-PERIOD-FOUND      VALUE 'Y'.
009600     05  WS-PERDLOG-OPEN-SW   PIC X(001) VALUE 'N'.
009700         88  WS-PERDLOG-IS-OPEN   VALUE 'Y'.
009800
009900 01  WS-TODAY                 PIC 9(008) VALUE 0.
010000 01  WS-CURRENT-MONTH         PIC 9(006) VALUE 0.
010100 01  WS-TXN-MM                PIC 9(002) VALUE 0.
010200 01  WS-REASON                PIC X(040) VALUE SPACES.
010300 01  WS-REOPEN-FOR            PIC X(008) VALUE SPACES.
010400
010500*
010600* THE PERIOD-CLOSE ROWS, LOADED FROM THE OLD GENERATION, UPDATED
010700* IN PLACE BY THE TRANSACTIONS, AND WRITTEN OUT AS THE NEW ONE.
010800* EACH ENTRY HAS THE PERDCTL.CPY LAYOUT.  SIX HUNDRED MONTHS IS
010900* FIFTY YEARS OF CLOSES.
011000 01  WS-PERIOD-TABLE.
011100     05  WS-PERIOD-ENTRY OCCURS 600 TIMES.
011200         10  WS-PE-MONTH          PIC 9(006).
011300         10  WS-PE-CLOSE-DATE     PIC 9(008).
011400         10  WS-PE-CLOSED-BY      PIC X(008).
011500         10  WS-PE-REOPEN-SW      PIC X(001).
011600             88  WS-PE-REOPENED       VALUE 'Y'.
011700         10  WS-PE-REOPEN-PROGRAM PIC X(008).
011800         10  WS-PE-REOPEN-DATE    PIC 9(008).
011900         10  WS-PE-REOPENED-BY    PIC X(008).
012000         10  WS-PE-REOPEN-APPROVER PIC X(008).
012100         10  WS-PE-REOPEN-REASON  PIC X(040).
012200
012300 01  WS-PERIOD-COUNT          PIC 9(004) COMP-5 VALUE 0.
012400 01  WS-SUB                   PIC 9(004) COMP-5 VALUE 0.
012500 01  WS-PERIOD-SUB            PIC 9(004) COMP-5 VALUE 0.
012600 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
012700
012800 01  WS-COUNTERS.
012900     05  WS-TXN-READ          PIC 9(009) COMP-5 VALUE 0.
013000     05  WS-PERIODS-CLOSED    PIC 9(009) COMP-5 VALUE 0.
013100     05  WS-PERIODS-REOPENED  PIC 9(009) COMP-5 VALUE 0.
013200     05  WS-TXN-REJECT-CNT    PIC 9(009) COMP-5 VALUE 0.
013300
013400******************************************************************
013500 Procedure Division.
013600******************************************************************
013700 0000-MAINLINE.
013800
013900     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
014000     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
014100         UNTIL WS-TXN-EOF
014200     PERFORM 3000-WRITE-NEW-CONTROL THRU 3000-EXIT
014300     PERFORM 4000-TERMINATE         THRU 4000-EXIT
014400
014500     GOBACK
014600     .
014700 0000-EXIT.
014800     EXIT.
014900
015000******************************************************************
015100* 1000-INITIALIZE  --  OPENS THE REPORT, LOADS THE OLD PERDCTL   *
015200*                      GENERATION, OPENS THE NEW ONE, AND PRIMES *
015300*                      THE TRANSACTIONS.  A MISSING OLD PERDCTL  *
015400*                      IS THE FIRST EVER RUN; ONE TOO BIG FOR    *
015500*                      THE TABLE IS RC 8 WITH NOTHING WRITTEN.   *
015600******************************************************************
015700 1000-INITIALIZE.
015800
015900     DISPLAY MYNAME ' Begin'
016000
016100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
016200     MOVE WS-TODAY(1:6) TO WS-CURRENT-MONTH
016300
016400     OPEN OUTPUT Period-Report
016500     IF WS-PERDRPT-STATUS NOT = '00'
016600         DISPLAY MYNAME ' UNABLE TO OPEN PERDRPT, STATUS = '
016700             WS-PERDRPT-STATUS
016800         MOVE 16 TO RETURN-CODE
016900         GOBACK
017000     END-IF
017100
017200     PERFORM 1100-LOAD-PERIODS THRU 1100-EXIT
017300     IF RETURN-CODE = 8
017400         CLOSE Period-Report
017500         GOBACK
017600     END-IF
017700
017800     OPEN OUTPUT Period-Ctl-New
017900     IF WS-PERD-NEW-STATUS NOT = '00'
018000         DISPLAY MYNAME ' UNABLE TO OPEN PERDCTLN, STATUS = '
018100             WS-PERD-NEW-STATUS
018200         CLOSE Period-Report
018300         MOVE 16 TO RETURN-CODE
018400         GOBACK
018500     END-IF
018600
018700     MOVE SPACES TO PERDRPT-REC
018800     STRING MYNAME DELIMITED BY SIZE
018900            ' PERIOD-CLOSE CONTROL  RUN ' DELIMITED BY SIZE
019000            WS-TODAY DELIMITED BY SIZE
019100         INTO PERDRPT-REC
019200     WRITE PERDRPT-REC
019300
019400     OPEN INPUT Period-Transactions
019500     IF WS-PERDTXN-STATUS NOT = '00'
019600         DISPLAY MYNAME ' NO PERDTXN TRANSACTIONS, STATUS = '
019700             WS-PERDTXN-STATUS
019800         SET WS-TXN-EOF TO TRUE
019900     ELSE
020000         PERFORM 8000-READ-TXN THRU 8000-EXIT
020100     END-IF
020200
020300     .
020400 1000-EXIT.
020500     EXIT.
020600
020700******************************************************************
020800* 1100-LOAD-PERIODS  --  READS THE OLD PERDCTL GENERATION INTO   *
020900*                        THE PERIOD TABLE.                       *
021000******************************************************************
021100 1100-LOAD-PERIODS.
021200
021300     MOVE 0 TO WS-PERIOD-COUNT
021400
021500     OPEN INPUT Period-Ctl-Old
021600     IF WS-PERD-OLD-STATUS NOT = '00'
021700         DISPLAY MYNAME ' NO PRIOR PERDCTL, STATUS = '
021800             WS-PERD-OLD-STATUS ' -- FIRST RUN'
021900         GO TO 1100-EXIT
022000     END-IF
022100
022200     PERFORM 1110-READ-PERIOD-OLD THRU 1110-EXIT
022300     PERFORM UNTIL WS-PERD-OLD-EOF
022400         IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
022500             DISPLAY MYNAME ' PERDCTL HAS MORE THAN '
022600                 WS-PERIOD-MAX ' MONTHS -- NOTHING APPLIED'
022700             MOVE 8 TO RETURN-CODE
022800             SET WS-PERD-OLD-EOF TO TRUE
022900         ELSE
023000             ADD 1 TO WS-PERIOD-COUNT
023100             MOVE PDC-PERIOD-RECORD
023200                 TO WS-PERIOD-ENTRY (WS-PERIOD-COUNT)
023300             PERFORM 1110-READ-PERIOD-OLD THRU 1110-EXIT
023400         END-IF
023500     END-PERFORM
023600
023700     CLOSE Period-Ctl-Old
023800
023900     .
024000 1100-EXIT.
024100     EXIT.
024200
024300******************************************************************
024400* 1110-READ-PERIOD-OLD  --  PRIMES/ADVANCES THE OLD PERDCTL      *
024500*                           CURSOR.                              *
024600******************************************************************
024700 1110-READ-PERIOD-OLD.
024800
024900     READ Period-Ctl-Old
025000         AT END
025100             SET WS-PERD-OLD-EOF TO TRUE
025200     END-READ
025300
025400     .
025500 1110-EXIT.
025600     EXIT.
025700
025800******************************************************************
025900* 2000-APPLY-TRANSACTION  --  EDITS ONE PERDTXN TRANSACTION AND  *
026000*                             APPLIES IT TO THE PERIOD TABLE, OR *
026100*                             REJECTS IT WITH A REASON.  EITHER  *
026200*                             WAY IT IS LOGGED AND LISTED.       *
026300******************************************************************
026400 2000-APPLY-TRANSACTION.
026500
026600     ADD 1 TO WS-TXN-READ
026700     MOVE 'N'    TO WS-REJECT-SW
026800     MOVE SPACES TO WS-REASON
026900
027000     IF PDT-PERIOD-MONTH IS NUMERIC
027100         MOVE PDT-PERIOD-MONTH(5:2) TO WS-TXN-MM
027200     ELSE
027300         MOVE 0 TO WS-TXN-MM
027400     END-IF
027500
027600     EVALUATE TRUE
027700         WHEN WS-TXN-MM < 1 OR WS-TXN-MM > 12
027800             MOVE 'MONTH NOT A VALID YYYYMM' TO WS-REASON
027900         WHEN PDT-OPERATOR-ID = SPACES
028000             MOVE 'OPERATOR ID MISSING' TO WS-REASON
028100         WHEN PDT-ACTION-CLOSE
028200             PERFORM 2100-FIND-PERIOD  THRU 2100-EXIT
028300             PERFORM 2200-CLOSE-PERIOD THRU 2200-EXIT
028400         WHEN PDT-ACTION-REOPEN
028500             PERFORM 2100-FIND-PERIOD   THRU 2100-EXIT
028600             PERFORM 2300-REOPEN-PERIOD THRU 2300-EXIT
028700         WHEN OTHER
028800             MOVE 'ACTION NOT C OR O' TO WS-REASON
028900     END-EVALUATE
029000
029100     IF WS-REASON NOT = SPACES
029200         SET WS-TXN-REJECTED TO TRUE
029300         ADD 1 TO WS-TXN-REJECT-CNT
029400     END-IF
029500
029600     PERFORM 2900-WRITE-LOG THRU 2900-EXIT
029700
029800     IF PDT-PROGRAM-ID = SPACES
029900         MOVE 'ALL' TO WS-REOPEN-FOR
030000     ELSE
030100         MOVE PDT-PROGRAM-ID TO WS-REOPEN-FOR
030200     END-IF
030300
030400     MOVE SPACES TO PERDRPT-REC
030500     EVALUATE TRUE
030600         WHEN WS-TXN-REJECTED
030700             STRING 'REJECTED ' DELIMITED BY SIZE
030800                    PDT-ACTION DELIMITED BY SIZE
030900                    ' ' DELIMITED BY SIZE
031000                    PDT-PERIOD-MONTH DELIMITED BY SIZE
031100                    ' BY ' DELIMITED BY SIZE
031200                    PDT-OPERATOR-ID DELIMITED BY SIZE
031300                    ' ' DELIMITED BY SIZE
031400                    WS-REASON DELIMITED BY SIZE
031500                 INTO PERDRPT-REC
031600         WHEN PDT-ACTION-CLOSE
031700             STRING 'CLOSED   ' DELIMITED BY SIZE
031800                    PDT-PERIOD-MONTH DELIMITED BY SIZE
031900                    ' BY ' DELIMITED BY SIZE
032000                    PDT-OPERATOR-ID DELIMITED BY SIZE
032100                 INTO PERDRPT-REC
032200         WHEN OTHER
032300             STRING 'REOPENED ' DELIMITED BY SIZE
032400                    PDT-PERIOD-MONTH DELIMITED BY SIZE
032500                    ' FOR ' DELIMITED BY SIZE
032600                    WS-REOPEN-FOR DELIMITED BY SIZE
032700                    ' BY ' DELIMITED BY SIZE
032800                    PDT-OPERATOR-ID DELIMITED BY SIZE
032900                    ' APPROVED ' DELIMITED BY SIZE
033000                    PDT-APPROVER-ID DELIMITED BY SIZE
033100                    ' ' DELIMITED BY SIZE
033200                    PDT-REASON DELIMITED BY SIZE
033300                 INTO PERDRPT-REC
033400     END-EVALUATE
033500     WRITE PERDRPT-REC
033600
033700     PERFORM 8000-READ-TXN THRU 8000-EXIT
033800
033900     .
034000 2000-EXIT.
034100     EXIT.
034200
034300******************************************************************
034400* 2100-FIND-PERIOD  --  LOOKS THE TRANSACTION'S MONTH UP IN THE  *
034500*                       PERIOD TABLE.                            *
034600******************************************************************
034700 2100-FIND-PERIOD.
034800
034900     MOVE 'N' TO WS-PERIOD-FOUND-SW
035000     MOVE 0 TO WS-PERIOD-SUB
035100
035200     MOVE 1 TO WS-SUB
035300     PERFORM UNTIL WS-SUB > WS-PERIOD-COUNT OR WS-PERIOD-FOUND
035400         IF WS-PE-MONTH (WS-SUB) = PDT-PERIOD-MONTH
035500             SET WS-PERIOD-FOUND TO TRUE
035600             MOVE WS-SUB TO WS-PERIOD-SUB
035700         END-IF
035800         ADD 1 TO WS-SUB
035900     END-PERFORM
036000
036100     .
036200 2100-EXIT.
036300     EXIT.
036400
036500******************************************************************
036600* 2200-CLOSE-PERIOD  --  CLOSES A MONTH THAT HAS ENDED, STAMPED  *
036700*                        WITH TODAY AND THE OPERATOR.  CLOSING A *
036800*                        REOPENED MONTH AGAIN ENDS THE REOPEN    *
036900*                        AND MOVES THE CLOSE DATE UP, SO ONLY    *
037000*                        CONFIRMATIONS AFTER THE NEW CLOSE ARE   *
037100*                        CARRIED FORWARD.  A MONTH ALREADY       *
037200*                        CLOSED IS REFUSED.                      *
037300******************************************************************
037400 2200-CLOSE-PERIOD.
037500
037600     IF PDT-PERIOD-MONTH NOT < WS-CURRENT-MONTH
037700         MOVE 'MONTH HAS NOT ENDED' TO WS-REASON
037800         GO TO 2200-EXIT
037900     END-IF
038000
038100     IF WS-PERIOD-FOUND
038200         IF NOT WS-PE-REOPENED (WS-PERIOD-SUB)
038300             MOVE 'MONTH ALREADY CLOSED' TO WS-REASON
038400             GO TO 2200-EXIT
038500         END-IF
038600     ELSE
038700         IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
038800             MOVE 'PERIOD TABLE FULL' TO WS-REASON
038900             MOVE 8 TO RETURN-CODE
039000             GO TO 2200-EXIT
039100         END-IF
039200         ADD 1 TO WS-PERIOD-COUNT
039300         MOVE WS-PERIOD-COUNT TO WS-PERIOD-SUB
039400         MOVE PDT-PERIOD-MONTH TO WS-PE-MONTH (WS-PERIOD-SUB)
039500     END-IF
039600
039700     MOVE WS-TODAY        TO WS-PE-CLOSE-DATE (WS-PERIOD-SUB)
039800     MOVE PDT-OPERATOR-ID TO WS-PE-CLOSED-BY (WS-PERIOD-SUB)
039900     MOVE 'N'             TO WS-PE-REOPEN-SW (WS-PERIOD-SUB)
040000     MOVE SPACES       TO WS-PE-REOPEN-PROGRAM (WS-PERIOD-SUB)
040100     MOVE 0            TO WS-PE-REOPEN-DATE (WS-PERIOD-SUB)
040200     MOVE SPACES       TO WS-PE-REOPENED-BY (WS-PERIOD-SUB)
040300     MOVE SPACES       TO WS-PE-REOPEN-APPROVER (WS-PERIOD-SUB)
040400     MOVE SPACES       TO WS-PE-REOPEN-REASON (WS-PERIOD-SUB)
040500     ADD 1 TO WS-PERIODS-CLOSED
040600
040700     .
040800 2200-EXIT.
040900     EXIT.
041000
041100******************************************************************
041200* 2300-REOPEN-PERIOD  --  REOPENS A CLOSED MONTH FOR ONE MONTHLY *
041300*                         PROGRAM, OR ALL OF THEM.  ONLY AN      *
041400*                         AUTHORIZED REOPEN IS TAKEN: A SECOND   *
041500*                         PERSON'S APPROVAL AND A REASON.  A     *
041600*                         MONTH NEVER CLOSED, OR ALREADY         *
041700*                         REOPENED, IS REFUSED.                  *
041800******************************************************************
041900 2300-REOPEN-PERIOD.
042000
042100     EVALUATE TRUE
042200         WHEN PDT-APPROVER-ID = SPACES
042300             MOVE 'APPROVER ID MISSING' TO WS-REASON
042400         WHEN PDT-APPROVER-ID = PDT-OPERATOR-ID
042500             MOVE 'APPROVER IS THE OPERATOR' TO WS-REASON
042600         WHEN PDT-REASON = SPACES
042700             MOVE 'REOPEN REASON MISSING' TO WS-REASON
042800         WHEN NOT PDT-PROGRAM-VALID
042900             MOVE 'NOT A MONTHLY PROGRAM' TO WS-REASON
043000         WHEN NOT WS-PERIOD-FOUND
043100             MOVE 'MONTH IS NOT CLOSED' TO WS-REASON
043200         WHEN WS-PE-REOPENED (WS-PERIOD-SUB)
043300             MOVE 'MONTH ALREADY REOPENED' TO WS-REASON
043400     END-EVALUATE
043500     IF WS-REASON NOT = SPACES
043600         GO TO 2300-EXIT
043700     END-IF
043800
043900     MOVE 'Y'             TO WS-PE-REOPEN-SW (WS-PERIOD-SUB)
044000     MOVE PDT-PROGRAM-ID  TO WS-PE-REOPEN-PROGRAM (WS-PERIOD-SUB)
044100     MOVE WS-TODAY        TO WS-PE-REOPEN-DATE (WS-PERIOD-SUB)
044200     MOVE PDT-OPERATOR-ID TO WS-PE-REOPENED-BY (WS-PERIOD-SUB)
044300     MOVE PDT-APPROVER-ID
044400         TO WS-PE-REOPEN-APPROVER (WS-PERIOD-SUB)
044500     MOVE PDT-REASON      TO WS-PE-REOPEN-REASON (WS-PERIOD-SUB)
044600     ADD 1 TO WS-PERIODS-REOPENED
044700
044800     .
044900 2300-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300* 2900-WRITE-LOG  --  ONE PERDLOG ROW FOR THE TRANSACTION.  THE  *
045400*                     LOG IS OPENED ON FIRST USE AND APPENDED    *
045500*                     TO, CREATED WHEN IT DOES NOT YET EXIST.    *
045600******************************************************************
045700 2900-WRITE-LOG.
045800
045900     IF NOT WS-PERDLOG-IS-OPEN
046000         OPEN EXTEND Period-Log
046100         IF WS-PERDLOG-STATUS = '05' OR WS-PERDLOG-STATUS = '35'
046200             OPEN OUTPUT Period-Log
046300         END-IF
046400         SET WS-PERDLOG-IS-OPEN TO TRUE
046500     END-IF
046600
046700     ACCEPT PDL-TIMESTAMP-DATE FROM DATE YYYYMMDD
046800     ACCEPT PDL-TIMESTAMP-TIME FROM TIME
046900     MOVE MYNAME           TO PDL-PROGRAM-ID
047000     EVALUATE TRUE
047100         WHEN WS-TXN-REJECTED
047200             SET PDL-EVENT-REJECTED TO TRUE
047300         WHEN PDT-ACTION-CLOSE
047400             SET PDL-EVENT-CLOSED   TO TRUE
047500         WHEN OTHER
047600             SET PDL-EVENT-REOPENED TO TRUE
047700     END-EVALUATE
047800     IF PDT-PERIOD-MONTH IS NUMERIC
047900         MOVE PDT-PERIOD-MONTH TO PDL-PERIOD-MONTH
048000     ELSE
048100         MOVE 0 TO PDL-PERIOD-MONTH
048200     END-IF
048300     MOVE PDT-OPERATOR-ID  TO PDL-OPERATOR-ID
048400     MOVE PDT-APPROVER-ID  TO PDL-APPROVER-ID
048500     MOVE PDT-PROGRAM-ID   TO PDL-REOPEN-PROGRAM
048600     IF WS-TXN-REJECTED
048700         MOVE WS-REASON    TO PDL-REASON
048800     ELSE
048900         MOVE PDT-REASON   TO PDL-REASON
049000     END-IF
049100
049200     WRITE PDL-PERIOD-LOG-RECORD
049300
049400     .
049500 2900-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900* 3000-WRITE-NEW-CONTROL  --  WRITES THE PERIOD TABLE OUT AS THE *
050000*                             NEW PERDCTL GENERATION AND LISTS   *
050100*                             EVERY CLOSED MONTH ON THE REPORT.  *
050200******************************************************************
050300 3000-WRITE-NEW-CONTROL.
050400
050500     MOVE SPACES TO PERDRPT-REC
050600     WRITE PERDRPT-REC
050700     MOVE 'CLOSED PERIODS' TO PERDRPT-REC
050800     WRITE PERDRPT-REC
050900
051000     MOVE 1 TO WS-SUB
051100     PERFORM UNTIL WS-SUB > WS-PERIOD-COUNT
051200         MOVE WS-PERIOD-ENTRY (WS-SUB) TO PERDCTLN-REC
051300         WRITE PERDCTLN-REC
051400         PERFORM 3100-REPORT-PERIOD THRU 3100-EXIT
051500         ADD 1 TO WS-SUB
051600     END-PERFORM
051700
051800     .
051900 3000-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300* 3100-REPORT-PERIOD  --  ONE LINE PER CLOSED MONTH: WHEN AND BY *
052400*                         WHOM, AND THE REOPEN WHEN ONE IS IN    *
052500*                         FORCE.                                 *
052600******************************************************************
052700 3100-REPORT-PERIOD.
052800
052900     MOVE SPACES TO PERDRPT-REC
053000     IF WS-PE-REOPENED (WS-SUB)
053100         IF WS-PE-REOPEN-PROGRAM (WS-SUB) = SPACES
053200             MOVE 'ALL' TO WS-REOPEN-FOR
053300         ELSE
053400             MOVE WS-PE-REOPEN-PROGRAM (WS-SUB) TO WS-REOPEN-FOR
053500         END-IF
053600         STRING '  ' DELIMITED BY SIZE
053700                WS-PE-MONTH (WS-SUB) DELIMITED BY SIZE
053800                ' CLOSED ' DELIMITED BY SIZE
053900                WS-PE-CLOSE-DATE (WS-SUB) DELIMITED BY SIZE
054000                ' BY ' DELIMITED BY SIZE
054100                WS-PE-CLOSED-BY (WS-SUB) DELIMITED BY SIZE
054200                ' REOPENED FOR ' DELIMITED BY SIZE
054300                WS-REOPEN-FOR DELIMITED BY SIZE
054400                ' ' DELIMITED BY SIZE
054500                WS-PE-REOPEN-DATE (WS-SUB) DELIMITED BY SIZE
054600                ' BY ' DELIMITED BY SIZE
054700                WS-PE-REOPENED-BY (WS-SUB) DELIMITED BY SIZE
054800                '/' DELIMITED BY SIZE
054900                WS-PE-REOPEN-APPROVER (WS-SUB) DELIMITED BY SIZE
055000             INTO PERDRPT-REC
055100     ELSE
055200         STRING '  ' DELIMITED BY SIZE
055300                WS-PE-MONTH (WS-SUB) DELIMITED BY SIZE
055400                ' CLOSED ' DELIMITED BY SIZE
055500                WS-PE-CLOSE-DATE (WS-SUB) DELIMITED BY SIZE
055600                ' BY ' DELIMITED BY SIZE
055700                WS-PE-CLOSED-BY (WS-SUB) DELIMITED BY SIZE
055800             INTO PERDRPT-REC
055900     END-IF
056000     WRITE PERDRPT-REC
056100
056200     .
056300 3100-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700* 4000-TERMINATE  --  WRITES THE TOTALS AND CLOSES UP.  A        *
056800*                     REJECTED TRANSACTION ENDS THE RUN RC 4.    *
056900******************************************************************
057000 4000-TERMINATE.
057100
057200     MOVE SPACES TO PERDRPT-REC
057300     WRITE PERDRPT-REC
057400     MOVE WS-TXN-READ TO WS-NUM-DISPLAY
057500     MOVE SPACES TO PERDRPT-REC
057600     STRING 'TRANSACTIONS READ : ' DELIMITED BY SIZE
057700            WS-NUM-DISPLAY DELIMITED BY SIZE
057800         INTO PERDRPT-REC
057900     WRITE PERDRPT-REC
058000     MOVE WS-PERIODS-CLOSED TO WS-NUM-DISPLAY
058100     MOVE SPACES TO PERDRPT-REC
058200     STRING 'MONTHS CLOSED     : ' DELIMITED BY SIZE
058300            WS-NUM-DISPLAY DELIMITED BY SIZE
058400         INTO PERDRPT-REC
058500     WRITE PERDRPT-REC
058600     MOVE WS-PERIODS-REOPENED TO WS-NUM-DISPLAY
058700     MOVE SPACES TO PERDRPT-REC
058800     STRING 'MONTHS REOPENED   : ' DELIMITED BY SIZE
058900            WS-NUM-DISPLAY DELIMITED BY SIZE
059000         INTO PERDRPT-REC
059100     WRITE PERDRPT-REC
059200     MOVE WS-TXN-REJECT-CNT TO WS-NUM-DISPLAY
059300     MOVE SPACES TO PERDRPT-REC
059400     STRING 'REJECTED          : ' DELIMITED BY SIZE
059500            WS-NUM-DISPLAY DELIMITED BY SIZE
059600         INTO PERDRPT-REC
059700     WRITE PERDRPT-REC
059800
059900     IF WS-PERDTXN-STATUS = '00' OR WS-PERDTXN-STATUS = '10'
060000         CLOSE Period-Transactions
060100     END-IF
060200     IF WS-PERDLOG-IS-OPEN
060300         CLOSE Period-Log
060400     END-IF
060500     CLOSE Period-Ctl-New
060600     CLOSE Period-Report
060700
060800     DISPLAY MYNAME ' MONTHS CLOSED   = ' WS-PERIODS-CLOSED
060900     DISPLAY MYNAME ' MONTHS REOPENED = ' WS-PERIODS-REOPENED
061000     DISPLAY MYNAME ' REJECTED        = ' WS-TXN-REJECT-CNT
061100
061200     IF WS-TXN-REJECT-CNT > 0 AND RETURN-CODE < 4
061300         MOVE 4 TO RETURN-CODE
061400     END-IF
061500
061600     DISPLAY MYNAME ' End'
061700
061800     .
061900 4000-EXIT.
062000     EXIT.
062100
062200******************************************************************
062300* 8000-READ-TXN  --  PRIMES/ADVANCES THE PERDTXN CURSOR.         *
062400******************************************************************
062500 8000-READ-TXN.
062600
062700     READ Period-Transactions
062800         AT END
062900             SET WS-TXN-EOF TO TRUE
063000     END-READ
063100
063200     .
063300 8000-EXIT.
063400     EXIT.

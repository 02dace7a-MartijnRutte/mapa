000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. PKXMAINT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  PARTNER-KEY CROSS-        *
001500*                  REFERENCE MAINTENANCE: APPLIES THE PKXTXN    *
001600*                  ADD, VERIFY AND RETIRE REQUESTS TO PKEYXREF  *
001700*                  IN PLACE, WITH EDIT CHECKS AGAINST CUSTMAST  *
001800*                  AND THE FEED'S OTHER ROWS, AUDITS EVERY      *
001900*                  REQUEST ON PKXAUDIT, THEN LISTS EVERY ROW    *
002000*                  STILL PENDING REVIEW ON PKXRPT -- THE ROWS   *
002100*                  JSNCMUPD CREATED FOR UNKNOWN PARTNER KEYS.   *
002200*                  HOLDS THE RUNLOCK CUSTOMER-MASTER RUN LOCK,  *
002300*                  SINCE JSNCMUPD WRITES PKEYXREF TOO.          *
002400******************************************************************
002500 Environment Division.
002600 Input-Output Section.
002700 File-Control.
002800     Select Xref-Transactions Assign to 'PKXTXN'
002900         Organization is Line Sequential
003000         File Status is WS-PKXTXN-STATUS.
003100
003200     Select Partner-Key-Xref Assign to 'PKEYXREF'
003300         Organization is Indexed
003400         Access Mode is Dynamic
003500         Record Key is PKX-XREF-KEY
003600         File Status is WS-PKEYXREF-STATUS.
003700
003800     Select Customer-Master Assign to 'CUSTMAST'
003900         Organization is Indexed
004000         Access Mode is Random
004100         Record Key is SD-001 OF CUSTMAST-REC
004200         File Status is WS-CUSTMAST-STATUS.
004300
004400     Select Xref-Audit Assign to 'PKXAUDIT'
004500         Organization is Line Sequential
004600         File Status is WS-PKXAUDIT-STATUS.
004700
004800     Select Xref-Report Assign to 'PKXRPT'
004900         Organization is Line Sequential
005000         File Status is WS-PKXRPT-STATUS.
005100
005200     Select Run-Lock Assign to 'RUNLOCK'
005300         Organization is Sequential
005400         File Status is WS-RUNLOCK-STATUS.
005500 Data Division.
005600 File Section.
005700 FD  Xref-Transactions
005800     Label Records are Standard
005900     Recording Mode is F.
006000 COPY PKXTXN.
006100
006200 FD  Partner-Key-Xref
006300     Label Records are Standard
006400     Recording Mode is F.
006500 COPY PKEYXREF.
006600
006700 FD  Customer-Master
006800     Label Records are Standard
006900     Recording Mode is F.
007000 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMAST-REC==.
007100
007200 FD  Xref-Audit
007300     Label Records are Standard
007400     Recording Mode is F.
007500 COPY PKXAUDIT.
007600
007700 FD  Xref-Report
007800     Label Records are Standard
007900     Recording Mode is F.
008000 01  PKXRPT-REC               PIC X(100).
008100
008200 FD  Run-Lock
008300     Label Records are Standard
008400     Recording Mode is F.
008500 COPY RUNLOCK.
008600
008700 Working-Storage Section.
008800 01  CONSTANTS.
008900     05  MYNAME               PIC X(008) VALUE 'PKXMAINT'.
009000     05  WS-CONTROL-FEED-ID   PIC X(010) VALUE '*CONTROL'.
009100
009200 01  WS-PKXTXN-STATUS         PIC X(002) VALUE '00'.
009300 01  WS-PKEYXREF-STATUS       PIC X(002) VALUE '00'.
009400 01  WS-CUSTMAST-STATUS       PIC X(002) VALUE '00'.
009500 01  WS-PKXAUDIT-STATUS       PIC X(002) VALUE '00'.
009600 01  WS-PKXRPT-STATUS         PIC X(002) VALUE '00'.
009700
009800*
009900* RUNLOCK RUN-SERIALIZATION SUPPORT (1900/8900).
010000 01  WS-RUNLOCK-STATUS        PIC X(002) VALUE '00'.
010100 01  WS-LOCK-RUN-DATE         PIC 9(008) VALUE 0.
010200 01  WS-LOCK-RUN-TIME         PIC 9(008) VALUE 0.
010300
010400 01  WS-SWITCHES.
010500     05  WS-TXN-EOF-SW        PIC X(001) VALUE 'N'.
010600         88  WS-TXN-EOF           VALUE 'Y'.
010700     05  WS-XREF-EOF-SW       PIC X(001) VALUE 'N'.
010800         88  WS-XREF-EOF          VALUE 'Y'.
010900     05  WS-REJECT-SW         PIC X(001) VALUE 'N'.
011000         88  WS-TXN-REJECTED      VALUE 'Y'.
011100     05  WS-ROW-FOUND-SW      PIC X(001) VALUE 'N'.
011200         88  WS-ROW-FOUND         VALUE 'Y'.
011300     05  WS-CUST-MAPPED-SW    PIC X(001) VALUE 'N'.
011400         88  WS-CUST-MAPPED       VALUE 'Y'.
011500
011600 01  WS-TODAY                 PIC 9(008) VALUE 0.
011700 01  WS-TODAY-INT             PIC 9(008) COMP-5 VALUE 0.
011800 01  WS-CREATED-INT           PIC 9(008) COMP-5 VALUE 0.
011900 01  WS-AGE-DAYS              PIC 9(004) VALUE 0.
012000 01  WS-REASON                PIC X(040) VALUE SPACES.
012100 01  WS-OLD-CUSTOMER-KEY      PIC X(008) VALUE SPACES.
012200 01  WS-NEW-CUSTOMER-KEY      PIC X(008) VALUE SPACES.
012300 01  WS-PROBE-CUSTOMER        PIC X(008) VALUE SPACES.
012400
012500 01  WS-PENDING-LINE.
012600     05  WS-PL-FEED-ID        PIC X(010).
012700     05  FILLER               PIC X(002) VALUE SPACES.
012800     05  WS-PL-PARTNER-KEY    PIC X(008).
012900     05  FILLER               PIC X(002) VALUE SPACES.
013000     05  WS-PL-CUSTOMER-KEY   PIC X(008).
013100     05  FILLER               PIC X(002) VALUE SPACES.
013200     05  WS-PL-CREATED-DATE   PIC 9(008).
013300     05  FILLER               PIC X(002) VALUE SPACES.
013400     05  WS-PL-CREATED-BY     PIC X(008).
013500     05  FILLER               PIC X(002) VALUE SPACES.
013600     05  WS-PL-AGE-DAYS       PIC ZZZ9.
013700
013800 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
013900
014000 01  WS-COUNTERS.
014100     05  WS-TXN-READ          PIC 9(009) COMP-5 VALUE 0.
014200     05  WS-TXN-APPLIED       PIC 9(009) COMP-5 VALUE 0.
014300     05  WS-TXN-REJECT-CNT    PIC 9(009) COMP-5 VALUE 0.
014400     05  WS-ROWS-ACTIVE       PIC 9(009) COMP-5 VALUE 0.
014500     05  WS-ROWS-PENDING      PIC 9(009) COMP-5 VALUE 0.
014600     05  WS-ROWS-RETIRED      PIC 9(009) COMP-5 VALUE 0.
014700
014800******************************************************************
014900 Procedure Division.
015000******************************************************************
015100 0000-MAINLINE.
015200
015300     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
015400     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
015500         UNTIL WS-TXN-EOF
015600     PERFORM 3000-REPORT-PENDING   THRU 3000-EXIT
015700     PERFORM 9000-TERMINATE        THRU 9000-EXIT
015800
015900     GOBACK
016000     .
016100 0000-EXIT.
016200     EXIT.
016300
016400******************************************************************
016500* 1000-INITIALIZE  --  CLAIMS THE RUN LOCK AND OPENS THE FILES.  *
016600*                      PKEYXREF IS CREATED ON ITS FIRST EVER     *
016700*                      USE.  NO PKXTXN MEANS NO REQUESTS -- THE  *
016800*                      RUN STILL LISTS THE PENDING ROWS.  NO     *
016900*                      PKEYXREF, CUSTMAST OR REPORT IS RC 16.    *
017000******************************************************************
017100 1000-INITIALIZE.
017200
017300     DISPLAY MYNAME ' Begin'
017400
017500     ACCEPT WS-TODAY FROM DATE YYYYMMDD
017600     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
017700
017800     PERFORM 1900-CLAIM-RUN-LOCK THRU 1900-EXIT
017900
018000     OPEN OUTPUT Xref-Report
018100     IF WS-PKXRPT-STATUS NOT = '00'
018200         DISPLAY MYNAME ' UNABLE TO OPEN PKXRPT, STATUS = '
018300             WS-PKXRPT-STATUS
018400         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
018500         MOVE 16 TO RETURN-CODE
018600         GOBACK
018700     END-IF
018800
018900     OPEN I-O Partner-Key-Xref
019000     IF WS-PKEYXREF-STATUS = '35'
019100         OPEN OUTPUT Partner-Key-Xref
019200         CLOSE Partner-Key-Xref
019300         OPEN I-O Partner-Key-Xref
019400     END-IF
019500     IF WS-PKEYXREF-STATUS NOT = '00'
019600         DISPLAY MYNAME ' UNABLE TO OPEN PKEYXREF, STATUS = '
019700             WS-PKEYXREF-STATUS
019800         CLOSE Xref-Report
019900         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
020000         MOVE 16 TO RETURN-CODE
020100         GOBACK
020200     END-IF
020300
020400     OPEN INPUT Customer-Master
020500     IF WS-CUSTMAST-STATUS NOT = '00'
020600         DISPLAY MYNAME ' UNABLE TO OPEN CUSTMAST, STATUS = '
020700             WS-CUSTMAST-STATUS
020800         CLOSE Xref-Report
020900         CLOSE Partner-Key-Xref
021000         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
021100         MOVE 16 TO RETURN-CODE
021200         GOBACK
021300     END-IF
021400
021500     OPEN EXTEND Xref-Audit
021600     IF WS-PKXAUDIT-STATUS = '05' OR WS-PKXAUDIT-STATUS = '35'
021700         OPEN OUTPUT Xref-Audit
021800     END-IF
021900
022000     MOVE SPACES TO PKXRPT-REC
022100     STRING MYNAME DELIMITED BY SIZE
022200            ' PARTNER-KEY CROSS-REFERENCE  RUN ' DELIMITED BY SIZE
022300            WS-TODAY DELIMITED BY SIZE
022400         INTO PKXRPT-REC
022500     WRITE PKXRPT-REC
022600
022700     OPEN INPUT Xref-Transactions
022800     IF WS-PKXTXN-STATUS NOT = '00'
022900         DISPLAY MYNAME ' NO PKXTXN REQUESTS, STATUS = '
023000             WS-PKXTXN-STATUS
023100         SET WS-TXN-EOF TO TRUE
023200     ELSE
023300         PERFORM 8000-READ-TXN THRU 8000-EXIT
023400     END-IF
023500
023600     .
023700 1000-EXIT.
023800     EXIT.
023900
024000******************************************************************
024100* 2000-APPLY-TRANSACTION  --  EDITS ONE PKXTXN REQUEST AND       *
024200*                             APPLIES IT, OR REJECTS IT WITH A   *
024300*                             REASON.  EITHER WAY IT IS AUDITED  *
024400*                             AND LISTED ON THE REPORT.          *
024500******************************************************************
024600 2000-APPLY-TRANSACTION.
024700
024800     MOVE 'N'    TO WS-REJECT-SW
024900     MOVE SPACES TO WS-REASON
025000     MOVE SPACES TO WS-OLD-CUSTOMER-KEY
025100     MOVE SPACES TO WS-NEW-CUSTOMER-KEY
025200
025300     EVALUATE TRUE
025400         WHEN PXT-FEED-ID = SPACES OR PXT-PARTNER-KEY = SPACES
025500             MOVE 'FEED ID OR PARTNER KEY MISSING' TO WS-REASON
025600         WHEN PXT-FEED-ID = WS-CONTROL-FEED-ID
025700             MOVE 'FEED ID IS RESERVED' TO WS-REASON
025800         WHEN PXT-OPERATOR-ID = SPACES
025900             MOVE 'OPERATOR ID MISSING' TO WS-REASON
026000         WHEN PXT-ACTION-ADD
026100             PERFORM 2100-ADD-XREF    THRU 2100-EXIT
026200         WHEN PXT-ACTION-VERIFY
026300             PERFORM 2200-VERIFY-XREF THRU 2200-EXIT
026400         WHEN PXT-ACTION-RETIRE
026500             PERFORM 2300-RETIRE-XREF THRU 2300-EXIT
026600         WHEN OTHER
026700             MOVE 'ACTION NOT A, V OR R' TO WS-REASON
026800     END-EVALUATE
026900
027000     IF WS-REASON NOT = SPACES
027100         SET WS-TXN-REJECTED TO TRUE
027200         ADD 1 TO WS-TXN-REJECT-CNT
027300     ELSE
027400         ADD 1 TO WS-TXN-APPLIED
027500     END-IF
027600
027700     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT
027800
027900     MOVE SPACES TO PKXRPT-REC
028000     IF WS-TXN-REJECTED
028100         STRING 'REJECTED ' DELIMITED BY SIZE
028200                PXT-ACTION DELIMITED BY SIZE
028300                ' ' DELIMITED BY SIZE
028400                PXT-FEED-ID DELIMITED BY SIZE
028500                ' ' DELIMITED BY SIZE
028600                PXT-PARTNER-KEY DELIMITED BY SIZE
028700                ' ' DELIMITED BY SIZE
028800                WS-REASON DELIMITED BY SIZE
028900             INTO PKXRPT-REC
029000     ELSE
029100         STRING 'APPLIED  ' DELIMITED BY SIZE
029200                PXT-ACTION DELIMITED BY SIZE
029300                ' ' DELIMITED BY SIZE
029400                PXT-FEED-ID DELIMITED BY SIZE
029500                ' ' DELIMITED BY SIZE
029600                PXT-PARTNER-KEY DELIMITED BY SIZE
029700                ' -> ' DELIMITED BY SIZE
029800                WS-NEW-CUSTOMER-KEY DELIMITED BY SIZE
029900                ' BY ' DELIMITED BY SIZE
030000                PXT-OPERATOR-ID DELIMITED BY SIZE
030100             INTO PKXRPT-REC
030200     END-IF
030300     WRITE PKXRPT-REC
030400
030500     PERFORM 8000-READ-TXN THRU 8000-EXIT
030600
030700     .
030800 2000-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200* 2100-ADD-XREF  --  MAPS A PARTNER KEY TO AN SD-001 ON          *
031300*                    CUSTMAST.  REFUSED WHEN THE PARTNER KEY IS  *
031400*                    ALREADY IN FORCE FOR THE FEED, OR THE       *
031500*                    CUSTOMER ALREADY HAS ANOTHER PARTNER KEY ON *
031600*                    IT -- THE OUTBOUND SIDE CAN ONLY SEND ONE.  *
031700*                    A RETIRED ROW FOR THE KEY IS BROUGHT BACK.  *
031800******************************************************************
031900 2100-ADD-XREF.
032000
032100     IF PXT-CUSTOMER-KEY = SPACES
032200         MOVE 'CUSTOMER KEY MISSING' TO WS-REASON
032300         GO TO 2100-EXIT
032400     END-IF
032500
032600     MOVE PXT-CUSTOMER-KEY TO SD-001 OF CUSTMAST-REC
032700     READ Customer-Master
032800         INVALID KEY
032900             MOVE 'CUSTOMER NOT ON CUSTMAST' TO WS-REASON
033000             GO TO 2100-EXIT
033100     END-READ
033200
033300     MOVE PXT-CUSTOMER-KEY TO WS-PROBE-CUSTOMER
033400     PERFORM 2500-CHECK-CUSTOMER-MAPPED THRU 2500-EXIT
033500     IF WS-CUST-MAPPED
033600         MOVE 'CUSTOMER ALREADY HAS A KEY ON THIS FEED'
033700             TO WS-REASON
033800         GO TO 2100-EXIT
033900     END-IF
034000
034100     PERFORM 2600-READ-XREF-ROW THRU 2600-EXIT
034200     IF WS-ROW-FOUND AND PKX-IN-FORCE
034300         MOVE 'PARTNER KEY ALREADY IN FORCE' TO WS-REASON
034400         GO TO 2100-EXIT
034500     END-IF
034600
034700     MOVE PXT-CUSTOMER-KEY TO WS-NEW-CUSTOMER-KEY
034800     IF WS-ROW-FOUND
034900         MOVE PKX-CUSTOMER-KEY TO WS-OLD-CUSTOMER-KEY
035000         MOVE PXT-CUSTOMER-KEY TO PKX-CUSTOMER-KEY
035100         SET PKX-STATUS-ACTIVE TO TRUE
035200         MOVE WS-TODAY         TO PKX-UPDATED-DATE
035300         MOVE PXT-OPERATOR-ID  TO PKX-UPDATED-BY
035400         REWRITE PKX-XREF-RECORD
035500     ELSE
035600         MOVE PXT-FEED-ID      TO PKX-FEED-ID
035700         MOVE PXT-PARTNER-KEY  TO PKX-PARTNER-KEY
035800         MOVE PXT-CUSTOMER-KEY TO PKX-CUSTOMER-KEY
035900         SET PKX-STATUS-ACTIVE TO TRUE
036000         MOVE WS-TODAY         TO PKX-CREATED-DATE
036100         MOVE PXT-OPERATOR-ID  TO PKX-CREATED-BY
036200         MOVE WS-TODAY         TO PKX-UPDATED-DATE
036300         MOVE PXT-OPERATOR-ID  TO PKX-UPDATED-BY
036400         WRITE PKX-XREF-RECORD
036500     END-IF
036600     IF WS-PKEYXREF-STATUS NOT = '00'
036700         MOVE SPACES TO WS-REASON
036800         STRING 'PKEYXREF WRITE FAILED, STATUS '
036900                    DELIMITED BY SIZE
037000                WS-PKEYXREF-STATUS DELIMITED BY SIZE
037100             INTO WS-REASON
037200     END-IF
037300
037400     .
037500 2100-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900* 2200-VERIFY-XREF  --  ACCEPTS A PENDING ROW.  A CUSTOMER KEY   *
038000*                       ON THE REQUEST RE-POINTS THE PARTNER KEY *
038100*                       AT THAT CUSTOMER FIRST -- THE CUSTOMER   *
038200*                       JSNCMUPD CREATED IS THEN A DUPLICATE FOR *
038300*                       CMREKEY TO MERGE.                        *
038400******************************************************************
038500 2200-VERIFY-XREF.
038600
038700     IF PXT-CUSTOMER-KEY NOT = SPACES
038800         MOVE PXT-CUSTOMER-KEY TO SD-001 OF CUSTMAST-REC
038900         READ Customer-Master
039000             INVALID KEY
039100                 MOVE 'CUSTOMER NOT ON CUSTMAST' TO WS-REASON
039200                 GO TO 2200-EXIT
039300         END-READ
039400         MOVE PXT-CUSTOMER-KEY TO WS-PROBE-CUSTOMER
039500         PERFORM 2500-CHECK-CUSTOMER-MAPPED THRU 2500-EXIT
039600         IF WS-CUST-MAPPED
039700             MOVE 'CUSTOMER ALREADY HAS A KEY ON THIS FEED'
039800                 TO WS-REASON
039900             GO TO 2200-EXIT
040000         END-IF
040100     END-IF
040200
040300     PERFORM 2600-READ-XREF-ROW THRU 2600-EXIT
040400     IF NOT WS-ROW-FOUND
040500         MOVE 'PARTNER KEY NOT ON PKEYXREF' TO WS-REASON
040600         GO TO 2200-EXIT
040700     END-IF
040800     IF NOT PKX-STATUS-PENDING
040900         MOVE 'PARTNER KEY IS NOT PENDING REVIEW' TO WS-REASON
041000         GO TO 2200-EXIT
041100     END-IF
041200
041300     MOVE PKX-CUSTOMER-KEY TO WS-OLD-CUSTOMER-KEY
041400     IF PXT-CUSTOMER-KEY NOT = SPACES
041500         MOVE PXT-CUSTOMER-KEY TO PKX-CUSTOMER-KEY
041600     END-IF
041700     MOVE PKX-CUSTOMER-KEY TO WS-NEW-CUSTOMER-KEY
041800     SET PKX-STATUS-ACTIVE TO TRUE
041900     MOVE WS-TODAY         TO PKX-UPDATED-DATE
042000     MOVE PXT-OPERATOR-ID  TO PKX-UPDATED-BY
042100     REWRITE PKX-XREF-RECORD
042200
042300     .
042400 2200-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800* 2300-RETIRE-XREF  --  THE PARTNER KEY STOPS RESOLVING.  THE    *
042900*                       ROW STAYS, RETIRED, FOR HISTORY.         *
043000******************************************************************
043100 2300-RETIRE-XREF.
043200
043300     PERFORM 2600-READ-XREF-ROW THRU 2600-EXIT
043400     IF NOT WS-ROW-FOUND
043500         MOVE 'PARTNER KEY NOT ON PKEYXREF' TO WS-REASON
043600         GO TO 2300-EXIT
043700     END-IF
043800     IF NOT PKX-IN-FORCE
043900         MOVE 'PARTNER KEY ALREADY RETIRED' TO WS-REASON
044000         GO TO 2300-EXIT
044100     END-IF
044200
044300     MOVE PKX-CUSTOMER-KEY TO WS-OLD-CUSTOMER-KEY
044400     SET PKX-STATUS-RETIRED TO TRUE
044500     MOVE WS-TODAY         TO PKX-UPDATED-DATE
044600     MOVE PXT-OPERATOR-ID  TO PKX-UPDATED-BY
044700     REWRITE PKX-XREF-RECORD
044800
044900     .
045000 2300-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400* 2500-CHECK-CUSTOMER-MAPPED  --  WALKS THE FEED'S ROWS FOR ONE  *
045500*                                 IN FORCE ON WS-PROBE-CUSTOMER  *
045600*                                 UNDER A DIFFERENT PARTNER KEY. *
045700******************************************************************
045800 2500-CHECK-CUSTOMER-MAPPED.
045900
046000     MOVE 'N' TO WS-CUST-MAPPED-SW
046100     MOVE 'N' TO WS-XREF-EOF-SW
046200     MOVE PXT-FEED-ID TO PKX-FEED-ID
046300     MOVE LOW-VALUES  TO PKX-PARTNER-KEY
046400     START Partner-Key-Xref KEY IS NOT < PKX-XREF-KEY
046500         INVALID KEY
046600             GO TO 2500-EXIT
046700     END-START
046800
046900     PERFORM 8100-READ-NEXT-XREF THRU 8100-EXIT
047000     PERFORM UNTIL WS-XREF-EOF OR WS-CUST-MAPPED
047100                OR PKX-FEED-ID NOT = PXT-FEED-ID
047200         IF PKX-IN-FORCE
047300             AND PKX-CUSTOMER-KEY = WS-PROBE-CUSTOMER
047400             AND PKX-PARTNER-KEY NOT = PXT-PARTNER-KEY
047500             SET WS-CUST-MAPPED TO TRUE
047600         END-IF
047700         PERFORM 8100-READ-NEXT-XREF THRU 8100-EXIT
047800     END-PERFORM
047900
048000     .
048100 2500-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500* 2600-READ-XREF-ROW  --  READS THE REQUEST'S ROW BY KEY.        *
048600******************************************************************
048700 2600-READ-XREF-ROW.
048800
048900     MOVE 'Y' TO WS-ROW-FOUND-SW
049000     MOVE PXT-FEED-ID     TO PKX-FEED-ID
049100     MOVE PXT-PARTNER-KEY TO PKX-PARTNER-KEY
049200     READ Partner-Key-Xref
049300         INVALID KEY
049400             MOVE 'N' TO WS-ROW-FOUND-SW
049500     END-READ
049600
049700     .
049800 2600-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200* 2900-WRITE-AUDIT  --  ONE PKXAUDIT ROW FOR THE REQUEST.        *
050300******************************************************************
050400 2900-WRITE-AUDIT.
050500
050600     ACCEPT PXA-TIMESTAMP-DATE FROM DATE YYYYMMDD
050700     ACCEPT PXA-TIMESTAMP-TIME FROM TIME
050800     MOVE MYNAME              TO PXA-PROGRAM-ID
050900     MOVE PXT-OPERATOR-ID     TO PXA-OPERATOR-ID
051000     MOVE PXT-ACTION          TO PXA-ACTION
051100     MOVE PXT-FEED-ID         TO PXA-FEED-ID
051200     MOVE PXT-PARTNER-KEY     TO PXA-PARTNER-KEY
051300     MOVE WS-OLD-CUSTOMER-KEY TO PXA-OLD-CUSTOMER-KEY
051400     MOVE WS-NEW-CUSTOMER-KEY TO PXA-NEW-CUSTOMER-KEY
051500     IF WS-TXN-REJECTED
051600         SET PXA-RESULT-REJECTED TO TRUE
051700     ELSE
051800         SET PXA-RESULT-APPLIED  TO TRUE
051900     END-IF
052000     MOVE WS-REASON           TO PXA-REASON
052100
052200     WRITE PXA-AUDIT-RECORD
052300
052400     .
052500 2900-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900* 3000-REPORT-PENDING  --  ONE PASS OF PKEYXREF: EVERY ROW STILL *
053000*                          PENDING REVIEW IS LISTED WITH ITS AGE *
053100*                          IN DAYS, AND THE ROWS ARE COUNTED BY  *
053200*                          STATUS.                               *
053300******************************************************************
053400 3000-REPORT-PENDING.
053500
053600     MOVE SPACES TO PKXRPT-REC
053700     WRITE PKXRPT-REC
053800     MOVE 'PARTNER KEYS PENDING REVIEW' TO PKXRPT-REC
053900     WRITE PKXRPT-REC
054000     MOVE SPACES TO PKXRPT-REC
054100     STRING 'FEED ID     PARTNER   CUSTOMER  CREATED'
054200                DELIMITED BY SIZE
054300            '   CREATED BY  AGE' DELIMITED BY SIZE
054400         INTO PKXRPT-REC
054500     WRITE PKXRPT-REC
054600
054700     MOVE 'N' TO WS-XREF-EOF-SW
054800     MOVE LOW-VALUES TO PKX-XREF-KEY
054900     START Partner-Key-Xref KEY IS NOT < PKX-XREF-KEY
055000         INVALID KEY
055100             SET WS-XREF-EOF TO TRUE
055200     END-START
055300
055400     IF NOT WS-XREF-EOF
055500         PERFORM 8100-READ-NEXT-XREF THRU 8100-EXIT
055600     END-IF
055700     PERFORM UNTIL WS-XREF-EOF
055800         EVALUATE TRUE
055900             WHEN PKX-STATUS-ACTIVE
056000                 ADD 1 TO WS-ROWS-ACTIVE
056100             WHEN PKX-STATUS-RETIRED
056200                 ADD 1 TO WS-ROWS-RETIRED
056300             WHEN PKX-STATUS-PENDING
056400                 ADD 1 TO WS-ROWS-PENDING
056500                 PERFORM 3100-WRITE-PENDING-LINE THRU 3100-EXIT
056600         END-EVALUATE
056700         PERFORM 8100-READ-NEXT-XREF THRU 8100-EXIT
056800     END-PERFORM
056900
057000     IF WS-ROWS-PENDING = 0
057100         MOVE 'NONE' TO PKXRPT-REC
057200         WRITE PKXRPT-REC
057300     END-IF
057400
057500     .
057600 3000-EXIT.
057700     EXIT.
057800
057900******************************************************************
058000* 3100-WRITE-PENDING-LINE  --  ONE PENDING ROW AND ITS AGE.      *
058100******************************************************************
058200 3100-WRITE-PENDING-LINE.
058300
058400     MOVE 0 TO WS-AGE-DAYS
058500     IF PKX-CREATED-DATE IS NUMERIC AND PKX-CREATED-DATE > 0
058600         COMPUTE WS-CREATED-INT =
058700             FUNCTION INTEGER-OF-DATE (PKX-CREATED-DATE)
058800         IF WS-TODAY-INT > WS-CREATED-INT
058900             COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CREATED-INT
059000         END-IF
059100     END-IF
059200
059300     MOVE SPACES           TO WS-PENDING-LINE
059400     MOVE PKX-FEED-ID      TO WS-PL-FEED-ID
059500     MOVE PKX-PARTNER-KEY  TO WS-PL-PARTNER-KEY
059600     MOVE PKX-CUSTOMER-KEY TO WS-PL-CUSTOMER-KEY
059700     MOVE PKX-CREATED-DATE TO WS-PL-CREATED-DATE
059800     MOVE PKX-CREATED-BY   TO WS-PL-CREATED-BY
059900     MOVE WS-AGE-DAYS      TO WS-PL-AGE-DAYS
060000     WRITE PKXRPT-REC FROM WS-PENDING-LINE
060100
060200     .
060300 3100-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700* 8000-READ-TXN  --  PRIMES/ADVANCES THE PKXTXN CURSOR.          *
060800******************************************************************
060900 8000-READ-TXN.
061000
061100     READ Xref-Transactions
061200         AT END
061300             SET WS-TXN-EOF TO TRUE
061400         NOT AT END
061500             ADD 1 TO WS-TXN-READ
061600     END-READ
061700
061800     .
061900 8000-EXIT.
062000     EXIT.
062100
062200******************************************************************
062300* 8100-READ-NEXT-XREF  --  NEXT PKEYXREF ROW IN KEY ORDER,       *
062400*                          PASSING OVER THE CONTROL ROW.         *
062500******************************************************************
062600 8100-READ-NEXT-XREF.
062700
062800     READ Partner-Key-Xref NEXT RECORD
062900         AT END
063000             SET WS-XREF-EOF TO TRUE
063100             GO TO 8100-EXIT
063200     END-READ
063300     IF PKX-CONTROL-ROW
063400         GO TO 8100-READ-NEXT-XREF
063500     END-IF
063600
063700     .
063800 8100-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200* 1900-CLAIM-RUN-LOCK  --  CLAIMS THE SHARED CUSTOMER-MASTER RUN *
064300*                          LOCK, CREATING THE LOCK FILE ON ITS   *
064400*                          FIRST EVER USE.  A LOCK ALREADY HELD  *
064500*                          REFUSES THE RUN WITH RETURN CODE 8 -- *
064600*                          DISTINCT FROM THE OPEN-FAILURE 16 --  *
064700*                          NAMING THE HOLDER.  SEE RUNLOCK.CPY.  *
064800******************************************************************
064900 1900-CLAIM-RUN-LOCK.
065000
065100     ACCEPT WS-LOCK-RUN-DATE FROM DATE YYYYMMDD
065200     ACCEPT WS-LOCK-RUN-TIME FROM TIME
065300
065400     OPEN I-O Run-Lock
065500     IF WS-RUNLOCK-STATUS = '05' OR WS-RUNLOCK-STATUS = '35'
065600         OPEN OUTPUT Run-Lock
065700         PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
065800         WRITE RLK-LOCK-RECORD
065900         CLOSE Run-Lock
066000         GO TO 1900-EXIT
066100     END-IF
066200     IF WS-RUNLOCK-STATUS NOT = '00'
066300         DISPLAY MYNAME ' UNABLE TO OPEN RUNLOCK, STATUS = '
066400             WS-RUNLOCK-STATUS
066500         MOVE 16 TO RETURN-CODE
066600         GOBACK
066700     END-IF
066800
066900     READ Run-Lock
067000         AT END
067100             CLOSE Run-Lock
067200             OPEN OUTPUT Run-Lock
067300             PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
067400             WRITE RLK-LOCK-RECORD
067500             CLOSE Run-Lock
067600             GO TO 1900-EXIT
067700     END-READ
067800
067900     IF RLK-LOCKED
068000         DISPLAY MYNAME ' CUSTMAST RUN LOCK HELD BY '
068100             RLK-OWNER-PGM ' RUN ' RLK-RUN-ID ', RUN REFUSED'
068200         CLOSE Run-Lock
068300         MOVE 8 TO RETURN-CODE
068400         GOBACK
068500     END-IF
068600
068700     PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
068800     REWRITE RLK-LOCK-RECORD
068900     CLOSE Run-Lock
069000
069100     .
069200 1900-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600* 1950-BUILD-LOCKED-RECORD  --  STAMPS THE LOCK RECORD WITH THIS *
069700*                               RUN'S OWNER AND RUN ID.          *
069800******************************************************************
069900 1950-BUILD-LOCKED-RECORD.
070000
070100     MOVE 'Y'              TO RLK-LOCK-SW
070200     MOVE MYNAME           TO RLK-OWNER-PGM
070300     MOVE WS-LOCK-RUN-DATE TO RLK-RUN-ID-DATE
070400     MOVE WS-LOCK-RUN-TIME TO RLK-RUN-ID-TIME
070500
070600     .
070700 1950-EXIT.
070800     EXIT.
070900
071000******************************************************************
071100* 8900-RELEASE-RUN-LOCK  --  RELEASES THE RUN LOCK, BUT ONLY IF  *
071200*                            THIS PROGRAM STILL OWNS IT.         *
071300******************************************************************
071400 8900-RELEASE-RUN-LOCK.
071500
071600     OPEN I-O Run-Lock
071700     IF WS-RUNLOCK-STATUS NOT = '00'
071800         GO TO 8900-EXIT
071900     END-IF
072000
072100     READ Run-Lock
072200         AT END
072300             CLOSE Run-Lock
072400             GO TO 8900-EXIT
072500     END-READ
072600
072700     IF RLK-LOCKED AND RLK-OWNER-PGM = MYNAME
072800         MOVE 'N'    TO RLK-LOCK-SW
072900         MOVE SPACES TO RLK-OWNER-PGM
073000         MOVE 0      TO RLK-RUN-ID-DATE
073100         MOVE 0      TO RLK-RUN-ID-TIME
073200         REWRITE RLK-LOCK-RECORD
073300     END-IF
073400
073500     CLOSE Run-Lock
073600
073700     .
073800 8900-EXIT.
073900     EXIT.
074000
074100******************************************************************
074200* 9000-TERMINATE  --  WRITES THE TOTALS, CLOSES UP AND RELEASES  *
074300*                     THE RUN LOCK.  A REJECTED REQUEST OR A ROW *
074400*                     STILL PENDING REVIEW ENDS THE RUN RC 4.    *
074500******************************************************************
074600 9000-TERMINATE.
074700
074800     MOVE SPACES TO PKXRPT-REC
074900     WRITE PKXRPT-REC
075000     MOVE WS-TXN-READ TO WS-NUM-DISPLAY
075100     MOVE SPACES TO PKXRPT-REC
075200     STRING 'REQUESTS READ     : ' DELIMITED BY SIZE
075300            WS-NUM-DISPLAY DELIMITED BY SIZE
075400         INTO PKXRPT-REC
075500     WRITE PKXRPT-REC
075600     MOVE WS-TXN-APPLIED TO WS-NUM-DISPLAY
075700     MOVE SPACES TO PKXRPT-REC
075800     STRING 'REQUESTS APPLIED  : ' DELIMITED BY SIZE
075900            WS-NUM-DISPLAY DELIMITED BY SIZE
076000         INTO PKXRPT-REC
076100     WRITE PKXRPT-REC
076200     MOVE WS-TXN-REJECT-CNT TO WS-NUM-DISPLAY
076300     MOVE SPACES TO PKXRPT-REC
076400     STRING 'REQUESTS REJECTED : ' DELIMITED BY SIZE
076500            WS-NUM-DISPLAY DELIMITED BY SIZE
076600         INTO PKXRPT-REC
076700     WRITE PKXRPT-REC
076800     MOVE WS-ROWS-ACTIVE TO WS-NUM-DISPLAY
076900     MOVE SPACES TO PKXRPT-REC
077000     STRING 'KEYS ACTIVE       : ' DELIMITED BY SIZE
077100            WS-NUM-DISPLAY DELIMITED BY SIZE
077200         INTO PKXRPT-REC
077300     WRITE PKXRPT-REC
077400     MOVE WS-ROWS-PENDING TO WS-NUM-DISPLAY
077500     MOVE SPACES TO PKXRPT-REC
077600     STRING 'KEYS PENDING      : ' DELIMITED BY SIZE
077700            WS-NUM-DISPLAY DELIMITED BY SIZE
077800         INTO PKXRPT-REC
077900     WRITE PKXRPT-REC
078000     MOVE WS-ROWS-RETIRED TO WS-NUM-DISPLAY
078100     MOVE SPACES TO PKXRPT-REC
078200     STRING 'KEYS RETIRED      : ' DELIMITED BY SIZE
078300            WS-NUM-DISPLAY DELIMITED BY SIZE
078400         INTO PKXRPT-REC
078500     WRITE PKXRPT-REC
078600
078700     IF WS-PKXTXN-STATUS = '00'
078800         CLOSE Xref-Transactions
078900     END-IF
079000     CLOSE Partner-Key-Xref
079100     CLOSE Customer-Master
079200     CLOSE Xref-Audit
079300     CLOSE Xref-Report
079400
079500     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
079600
079700     DISPLAY MYNAME ' REQUESTS APPLIED = ' WS-TXN-APPLIED
079800         ' REJECTED = ' WS-TXN-REJECT-CNT
079900         ' PENDING REVIEW = ' WS-ROWS-PENDING
080000
080100     IF WS-TXN-REJECT-CNT > 0 OR WS-ROWS-PENDING > 0
080200         MOVE 4 TO RETURN-CODE
080300     END-IF
080400
080500     DISPLAY MYNAME ' End'
080600
080700     .
080800 9000-EXIT.
080900     EXIT.

000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. HIERMNT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  CUSTOMER HIERARCHY        *
001500*                  MAINTENANCE: APPLIES THE HIERTXN LINK AND    *
001600*                  UNLINK REQUESTS TO CUSTHIER IN PLACE, WITH   *
001700*                  EDIT CHECKS AGAINST CUSTMAST AND THE CHAIN   *
001800*                  OF PARENTS ALREADY ON FILE, AUDITS EVERY     *
001900*                  REQUEST ON HIERAUD AND LISTS IT ON HIERMRPT. *
002000*                  HOLDS THE RUNLOCK CUSTOMER-MASTER RUN LOCK,  *
002100*                  SINCE JSNCMUPD WRITES CUSTHIER TOO.          *
002200******************************************************************
002300 Environment Division.
002400 Input-Output Section.
002500 File-Control.
002600     Select Hier-Transactions Assign to 'HIERTXN'
002700         Organization is Line Sequential
002800         File Status is WS-HIERTXN-STATUS.
002900
003000     Select Customer-Hierarchy Assign to 'CUSTHIER'
003100         Organization is Indexed
003200         Access Mode is Random
003300         Record Key is CHR-CUSTOMER-KEY
003400         File Status is WS-CUSTHIER-STATUS.
003500
003600     Select Customer-Master Assign to 'CUSTMAST'
003700         Organization is Indexed
003800         Access Mode is Random
003900         Record Key is SD-001 OF CUSTMAST-REC
004000         File Status is WS-CUSTMAST-STATUS.
004100
004200     Select Hier-Audit Assign to 'HIERAUD'
004300         Organization is Line Sequential
004400         File Status is WS-HIERAUD-STATUS.
004500
004600     Select Hier-Report Assign to 'HIERMRPT'
004700         Organization is Line Sequential
004800         File Status is WS-HIERMRPT-STATUS.
004900
005000     Select Run-Lock Assign to 'RUNLOCK'
005100         Organization is Sequential
005200         File Status is WS-RUNLOCK-STATUS.
005300 Data Division.
005400 File Section.
005500 FD  Hier-Transactions
005600     Label Records are Standard
005700     Recording Mode is F.
005800 COPY HIERTXN.
005900
006000 FD  Customer-Hierarchy
006100     Label Records are Standard
006200     Recording Mode is F.
006300 COPY CUSTHIER.
006400
006500 FD  Customer-Master
006600     Label Records are Standard
006700     Recording Mode is F.
006800 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMAST-REC==.
006900
007000 FD  Hier-Audit
007100     Label Records are Standard
007200     Recording Mode is F.
007300 COPY HIERAUD.
007400
007500 FD  Hier-Report
007600     Label Records are Standard
007700     Recording Mode is F.
007800 01  HIERMRPT-REC             PIC X(100).
007900
008000 FD  Run-Lock
008100     Label Records are Standard
008200     Recording Mode is F.
008300 COPY RUNLOCK.
008400
008500 Working-Storage Section.
008600 01  CONSTANTS.
008700     05  MYNAME               PIC X(008) VALUE 'HIERMNT '.
008800     05  WS-DEPTH-LIMIT       PIC 9(004) COMP-5 VALUE 50.
008900
009000 01  WS-HIERTXN-STATUS        PIC X(002) VALUE '00'.
009100 01  WS-CUSTHIER-STATUS       PIC X(002) VALUE '00'.
009200 01  WS-CUSTMAST-STATUS       PIC X(002) VALUE '00'.
009300 01  WS-HIERAUD-STATUS        PIC X(002) VALUE '00'.
009400 01  WS-HIERMRPT-STATUS       PIC X(002) VALUE '00'.
009500
009600*
009700* RUNLOCK RUN-SERIALIZATION SUPPORT (1900/8900).
009800 01  WS-RUNLOCK-STATUS        PIC X(002) VALUE '00'.
009900 01  WS-LOCK-RUN-DATE         PIC 9(008) VALUE 0.
010000 01  WS-LOCK-RUN-TIME         PIC 9(008) VALUE 0.
010100
010200 01  WS-SWITCHES.
010300     05  WS-TXN-EOF-SW        PIC X(001) VALUE 'N'.
010400         88  WS-TXN-EOF           VALUE 'Y'.
010500     05  WS-REJECT-SW         PIC X(001) VALUE 'N'.
010600         88  WS-TXN-REJECTED      VALUE 'Y'.
010700     05  WS-ROW-FOUND-SW      PIC X(001) VALUE 'N'.
010800         88  WS-ROW-FOUND         VALUE 'Y'.
010900     05  WS-CYCLE-SW          PIC X(001) VALUE 'N'.
011000         88  WS-CYCLE-FOUND       VALUE 'Y'.
011100
011200 01  WS-TODAY                 PIC 9(008) VALUE 0.
011300 01  WS-REASON                PIC X(040) VALUE SPACES.
011400 01  WS-OLD-PARENT-KEY        PIC X(008) VALUE SPACES.
011500 01  WS-NEW-PARENT-KEY        PIC X(008) VALUE SPACES.
011600 01  WS-WALK-KEY              PIC X(008) VALUE SPACES.
011700 01  WS-WALK-DEPTH            PIC 9(004) COMP-5 VALUE 0.
011800
011900 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
012000
012100 01  WS-COUNTERS.
012200     05  WS-TXN-READ          PIC 9(009) COMP-5 VALUE 0.
012300     05  WS-TXN-APPLIED       PIC 9(009) COMP-5 VALUE 0.
012400     05  WS-TXN-REJECT-CNT    PIC 9(009) COMP-5 VALUE 0.
012500
012600******************************************************************
012700 Procedure Division.
012800******************************************************************
012900 0000-MAINLINE.
013000
013100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
013200     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
013300         UNTIL WS-TXN-EOF
013400     PERFORM 9000-TERMINATE        THRU 9000-EXIT
013500
013600     GOBACK
013700     .
013800 0000-EXIT.
013900     EXIT.
014000
014100******************************************************************
014200* 1000-INITIALIZE  --  CLAIMS THE RUN LOCK AND OPENS THE FILES.  *
014300*                      CUSTHIER IS CREATED ON ITS FIRST EVER     *
014400*                      USE.  NO HIERTXN MEANS NO REQUESTS.  NO   *
014500*                      CUSTHIER, CUSTMAST OR REPORT IS RC 16.    *
014600******************************************************************
014700 1000-INITIALIZE.
014800
014900     DISPLAY MYNAME ' Begin'
015000
015100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
015200
015300     PERFORM 1900-CLAIM-RUN-LOCK THRU 1900-EXIT
015400
015500     OPEN OUTPUT Hier-Report
015600     IF WS-HIERMRPT-STATUS NOT = '00'
015700         DISPLAY MYNAME ' UNABLE TO OPEN HIERMRPT, STATUS = '
015800             WS-HIERMRPT-STATUS
015900         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
016000         MOVE 16 TO RETURN-CODE
016100         GOBACK
016200     END-IF
016300
016400     OPEN I-O Customer-Hierarchy
016500     IF WS-CUSTHIER-STATUS = '35'
016600         OPEN OUTPUT Customer-Hierarchy
016700         CLOSE Customer-Hierarchy
016800         OPEN I-O Customer-Hierarchy
016900     END-IF
017000     IF WS-CUSTHIER-STATUS NOT = '00'
017100         DISPLAY MYNAME ' UNABLE TO OPEN CUSTHIER, STATUS = '
017200             WS-CUSTHIER-STATUS
017300         CLOSE Hier-Report
017400         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
017500         MOVE 16 TO RETURN-CODE
017600         GOBACK
017700     END-IF
017800
017900     OPEN INPUT Customer-Master
018000     IF WS-CUSTMAST-STATUS NOT = '00'
018100         DISPLAY MYNAME ' UNABLE TO OPEN CUSTMAST, STATUS = '
018200             WS-CUSTMAST-STATUS
018300         CLOSE Hier-Report
018400         CLOSE Customer-Hierarchy
018500         PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
018600         MOVE 16 TO RETURN-CODE
018700         GOBACK
018800     END-IF
018900
019000     OPEN EXTEND Hier-Audit
019100     IF WS-HIERAUD-STATUS = '05' OR WS-HIERAUD-STATUS = '35'
019200         OPEN OUTPUT Hier-Audit
019300     END-IF
019400
019500     MOVE SPACES TO HIERMRPT-REC
019600     STRING MYNAME DELIMITED BY SIZE
019700            ' CUSTOMER HIERARCHY MAINTENANCE  RUN '
019800                DELIMITED BY SIZE
019900            WS-TODAY DELIMITED BY SIZE
020000         INTO HIERMRPT-REC
020100     WRITE HIERMRPT-REC
020200
020300     OPEN INPUT Hier-Transactions
020400     IF WS-HIERTXN-STATUS NOT = '00'
020500         DISPLAY MYNAME ' NO HIERTXN REQUESTS, STATUS = '
020600             WS-HIERTXN-STATUS
020700         SET WS-TXN-EOF TO TRUE
020800     ELSE
020900         PERFORM 8000-READ-TXN THRU 8000-EXIT
021000     END-IF
021100
021200     .
021300 1000-EXIT.
021400     EXIT.
021500
021600******************************************************************
021700* 2000-APPLY-TRANSACTION  --  EDITS ONE HIERTXN REQUEST AND      *
021800*                             APPLIES IT, OR REJECTS IT WITH A   *
021900*                             REASON.  EITHER WAY IT IS AUDITED  *
022000*                             AND LISTED ON THE REPORT.          *
022100******************************************************************
022200 2000-APPLY-TRANSACTION.
022300
022400     MOVE 'N'    TO WS-REJECT-SW
022500     MOVE SPACES TO WS-REASON
022600     MOVE SPACES TO WS-OLD-PARENT-KEY
022700     MOVE SPACES TO WS-NEW-PARENT-KEY
022800
022900     EVALUATE TRUE
023000         WHEN HTX-CUSTOMER-KEY = SPACES
023100             MOVE 'CUSTOMER KEY MISSING' TO WS-REASON
023200         WHEN HTX-OPERATOR-ID = SPACES
023300             MOVE 'OPERATOR ID MISSING' TO WS-REASON
023400         WHEN HTX-ACTION-LINK
023500             PERFORM 2100-LINK-PARENT   THRU 2100-EXIT
023600         WHEN HTX-ACTION-UNLINK
023700             PERFORM 2200-UNLINK-PARENT THRU 2200-EXIT
023800         WHEN OTHER
023900             MOVE 'ACTION NOT L OR U' TO WS-REASON
024000     END-EVALUATE
024100
024200     IF WS-REASON NOT = SPACES
024300         SET WS-TXN-REJECTED TO TRUE
024400         ADD 1 TO WS-TXN-REJECT-CNT
024500     ELSE
024600         ADD 1 TO WS-TXN-APPLIED
024700     END-IF
024800
024900     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT
025000
025100     MOVE SPACES TO HIERMRPT-REC
025200     IF WS-TXN-REJECTED
025300         STRING 'REJECTED ' DELIMITED BY SIZE
025400                HTX-ACTION DELIMITED BY SIZE
025500                ' ' DELIMITED BY SIZE
025600                HTX-CUSTOMER-KEY DELIMITED BY SIZE
025700                ' ' DELIMITED BY SIZE
025800                HTX-PARENT-KEY DELIMITED BY SIZE
025900                ' ' DELIMITED BY SIZE
026000                WS-REASON DELIMITED BY SIZE
026100             INTO HIERMRPT-REC
026200     ELSE
026300         STRING 'APPLIED  ' DELIMITED BY SIZE
026400                HTX-ACTION DELIMITED BY SIZE
026500                ' ' DELIMITED BY SIZE
026600                HTX-CUSTOMER-KEY DELIMITED BY SIZE
026700                ' PARENT ' DELIMITED BY SIZE
026800                WS-OLD-PARENT-KEY DELIMITED BY SIZE
026900                ' -> ' DELIMITED BY SIZE
027000                WS-NEW-PARENT-KEY DELIMITED BY SIZE
027100                ' BY ' DELIMITED BY SIZE
027200                HTX-OPERATOR-ID DELIMITED BY SIZE
027300             INTO HIERMRPT-REC
027400     END-IF
027500     WRITE HIERMRPT-REC
027600
027700     PERFORM 8000-READ-TXN THRU 8000-EXIT
027800
027900     .
028000 2000-EXIT.
028100     EXIT.
028200
028300******************************************************************
028400* 2100-LINK-PARENT  --  MAKES HTX-PARENT-KEY THE CUSTOMER'S      *
028500*                       PARENT.  BOTH MUST BE ON CUSTMAST, THE   *
028600*                       PARENT MUST NOT ALREADY BE ITS PARENT,   *
028700*                       AND THE CUSTOMER MUST NOT SIT ANYWHERE   *
028800*                       ABOVE IT (2500) -- CUSTHIER NEVER LOOPS. *
028900******************************************************************
029000 2100-LINK-PARENT.
029100
029200     IF HTX-PARENT-KEY = SPACES
029300         MOVE 'PARENT KEY MISSING' TO WS-REASON
029400         GO TO 2100-EXIT
029500     END-IF
029600
029700     MOVE HTX-CUSTOMER-KEY TO SD-001 OF CUSTMAST-REC
029800     READ Customer-Master
029900         INVALID KEY
030000             MOVE 'CUSTOMER NOT ON CUSTMAST' TO WS-REASON
030100             GO TO 2100-EXIT
030200     END-READ
030300
030400     MOVE HTX-PARENT-KEY TO SD-001 OF CUSTMAST-REC
030500     READ Customer-Master
030600         INVALID KEY
030700             MOVE 'PARENT NOT ON CUSTMAST' TO WS-REASON
030800             GO TO 2100-EXIT
030900     END-READ
031000
031100     PERFORM 2600-READ-HIER-ROW THRU 2600-EXIT
031200     IF WS-ROW-FOUND AND CHR-PARENT-KEY = HTX-PARENT-KEY
031300         MOVE 'ALREADY LINKED TO THAT PARENT' TO WS-REASON
031400         GO TO 2100-EXIT
031500     END-IF
031600     IF WS-ROW-FOUND
031700         MOVE CHR-PARENT-KEY TO WS-OLD-PARENT-KEY
031800     END-IF
031900
032000     PERFORM 2500-CHECK-CYCLE THRU 2500-EXIT
032100     IF WS-CYCLE-FOUND
032200         MOVE 'LINK WOULD MAKE A HIERARCHY CYCLE' TO WS-REASON
032300         GO TO 2100-EXIT
032400     END-IF
032500
032600     MOVE HTX-PARENT-KEY   TO WS-NEW-PARENT-KEY
032700     MOVE HTX-CUSTOMER-KEY TO CHR-CUSTOMER-KEY
032800     MOVE HTX-PARENT-KEY   TO CHR-PARENT-KEY
032900     MOVE WS-TODAY         TO CHR-UPDATED-DATE
033000     MOVE HTX-OPERATOR-ID  TO CHR-UPDATED-BY
033100     IF WS-ROW-FOUND
033200         REWRITE CHR-HIERARCHY-RECORD
033300     ELSE
033400         WRITE CHR-HIERARCHY-RECORD
033500     END-IF
033600     IF WS-CUSTHIER-STATUS NOT = '00'
033700         MOVE SPACES TO WS-REASON
033800         STRING 'CUSTHIER WRITE FAILED, STATUS '
033900                    DELIMITED BY SIZE
034000                WS-CUSTHIER-STATUS DELIMITED BY SIZE
034100             INTO WS-REASON
034200     END-IF
034300
034400     .
034500 2100-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900* 2200-UNLINK-PARENT  --  THE CUSTOMER BECOMES A TOP-LEVEL       *
035000*                         ACCOUNT: ITS CUSTHIER ROW IS DELETED.  *
035100******************************************************************
035200 2200-UNLINK-PARENT.
035300
035400     PERFORM 2600-READ-HIER-ROW THRU 2600-EXIT
035500     IF NOT WS-ROW-FOUND
035600         MOVE 'CUSTOMER HAS NO PARENT' TO WS-REASON
035700         GO TO 2200-EXIT
035800     END-IF
035900
036000     MOVE CHR-PARENT-KEY TO WS-OLD-PARENT-KEY
036100     DELETE Customer-Hierarchy RECORD
036200     IF WS-CUSTHIER-STATUS NOT = '00'
036300         MOVE SPACES TO WS-REASON
036400         STRING 'CUSTHIER DELETE FAILED, STATUS '
036500                    DELIMITED BY SIZE
036600                WS-CUSTHIER-STATUS DELIMITED BY SIZE
036700             INTO WS-REASON
036800     END-IF
036900
037000     .
037100 2200-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500* 2500-CHECK-CYCLE  --  CLIMBS CUSTHIER FROM THE NEW PARENT TO   *
037600*                       ITS TOP.  MEETING THE CUSTOMER ON THE    *
037700*                       WAY UP -- OR CLIMBING PAST WS-DEPTH-     *
037800*                       LIMIT LEVELS -- MEANS THE LINK WOULD     *
037900*                       LOOP.                                    *
038000******************************************************************
038100 2500-CHECK-CYCLE.
038200
038300     MOVE 'N' TO WS-CYCLE-SW
038400     MOVE 0   TO WS-WALK-DEPTH
038500     MOVE HTX-PARENT-KEY TO WS-WALK-KEY
038600
038700     PERFORM UNTIL WS-WALK-KEY = SPACES OR WS-CYCLE-FOUND
038800         IF WS-WALK-KEY = HTX-CUSTOMER-KEY
038900             OR WS-WALK-DEPTH > WS-DEPTH-LIMIT
039000             SET WS-CYCLE-FOUND TO TRUE
039100         ELSE
039200             ADD 1 TO WS-WALK-DEPTH
039300             MOVE WS-WALK-KEY TO CHR-CUSTOMER-KEY
039400             READ Customer-Hierarchy
039500                 INVALID KEY
039600                     MOVE SPACES TO WS-WALK-KEY
039700                 NOT INVALID KEY
039800                     MOVE CHR-PARENT-KEY TO WS-WALK-KEY
039900             END-READ
040000         END-IF
040100     END-PERFORM
040200
040300     .
040400 2500-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800* 2600-READ-HIER-ROW  --  READS THE REQUEST'S CUSTHIER ROW.      *
040900******************************************************************
041000 2600-READ-HIER-ROW.
041100
041200     MOVE 'Y' TO WS-ROW-FOUND-SW
041300     MOVE HTX-CUSTOMER-KEY TO CHR-CUSTOMER-KEY
041400     READ Customer-Hierarchy
041500         INVALID KEY
041600             MOVE 'N' TO WS-ROW-FOUND-SW
041700     END-READ
041800
041900     .
042000 2600-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400* 2900-WRITE-AUDIT  --  ONE HIERAUD ROW FOR THE REQUEST.         *
042500******************************************************************
042600 2900-WRITE-AUDIT.
042700
042800     ACCEPT HAU-TIMESTAMP-DATE FROM DATE YYYYMMDD
042900     ACCEPT HAU-TIMESTAMP-TIME FROM TIME
043000     MOVE MYNAME              TO HAU-PROGRAM-ID
043100     MOVE HTX-OPERATOR-ID     TO HAU-OPERATOR-ID
043200     MOVE HTX-ACTION          TO HAU-ACTION
043300     MOVE HTX-CUSTOMER-KEY    TO HAU-CUSTOMER-KEY
043400     MOVE WS-OLD-PARENT-KEY   TO HAU-OLD-PARENT-KEY
043500     IF WS-TXN-REJECTED
043600         MOVE WS-OLD-PARENT-KEY TO HAU-NEW-PARENT-KEY
043700         SET HAU-RESULT-REJECTED TO TRUE
043800     ELSE
043900         MOVE WS-NEW-PARENT-KEY TO HAU-NEW-PARENT-KEY
044000         SET HAU-RESULT-APPLIED  TO TRUE
044100     END-IF
044200     MOVE WS-REASON           TO HAU-REASON
044300
044400     WRITE HAU-AUDIT-RECORD
044500
044600     .
044700 2900-EXIT.
044800     EXIT.
044900
045000******************************************************************
045100* 8000-READ-TXN  --  PRIMES/ADVANCES THE HIERTXN CURSOR.         *
045200******************************************************************
045300 8000-READ-TXN.
045400
045500     READ Hier-Transactions
045600         AT END
045700             SET WS-TXN-EOF TO TRUE
045800         NOT AT END
045900             ADD 1 TO WS-TXN-READ
046000     END-READ
046100
046200     .
046300 8000-EXIT.
046400     EXIT.
046500
046600******************************************************************
046700* 1900-CLAIM-RUN-LOCK  --  CLAIMS THE SHARED CUSTOMER-MASTER RUN *
046800*                          LOCK, CREATING THE LOCK FILE ON ITS   *
046900*                          FIRST EVER USE.  A LOCK ALREADY HELD  *
047000*                          REFUSES THE RUN WITH RETURN CODE 8 -- *
047100*                          DISTINCT FROM THE OPEN-FAILURE 16 --  *
047200*                          NAMING THE HOLDER.  SEE RUNLOCK.CPY.  *
047300******************************************************************
047400 1900-CLAIM-RUN-LOCK.
047500
047600     ACCEPT WS-LOCK-RUN-DATE FROM DATE YYYYMMDD
047700     ACCEPT WS-LOCK-RUN-TIME FROM TIME
047800
047900     OPEN I-O Run-Lock
048000     IF WS-RUNLOCK-STATUS = '05' OR WS-RUNLOCK-STATUS = '35'
048100         OPEN OUTPUT Run-Lock
048200         PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
048300         WRITE RLK-LOCK-RECORD
048400         CLOSE Run-Lock
048500         GO TO 1900-EXIT
048600     END-IF
048700     IF WS-RUNLOCK-STATUS NOT = '00'
048800         DISPLAY MYNAME ' UNABLE TO OPEN RUNLOCK, STATUS = '
048900             WS-RUNLOCK-STATUS
049000         MOVE 16 TO RETURN-CODE
049100         GOBACK
049200     END-IF
049300
049400     READ Run-Lock
049500         AT END
049600             CLOSE Run-Lock
049700             OPEN OUTPUT Run-Lock
049800             PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
049900             WRITE RLK-LOCK-RECORD
050000             CLOSE Run-Lock
050100             GO TO 1900-EXIT
050200     END-READ
050300
050400     IF RLK-LOCKED
050500         DISPLAY MYNAME ' CUSTMAST RUN LOCK HELD BY '
050600             RLK-OWNER-PGM ' RUN ' RLK-RUN-ID ', RUN REFUSED'
050700         CLOSE Run-Lock
050800         MOVE 8 TO RETURN-CODE
050900         GOBACK
051000     END-IF
051100
051200     PERFORM 1950-BUILD-LOCKED-RECORD THRU 1950-EXIT
051300     REWRITE RLK-LOCK-RECORD
051400     CLOSE Run-Lock
051500
051600     .
051700 1900-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100* 1950-BUILD-LOCKED-RECORD  --  STAMPS THE LOCK RECORD WITH THIS *
052200*                               RUN'S OWNER AND RUN ID.          *
052300******************************************************************
052400 1950-BUILD-LOCKED-RECORD.
052500
052600     MOVE 'Y'              TO RLK-LOCK-SW
052700     MOVE MYNAME           TO RLK-OWNER-PGM
052800     MOVE WS-LOCK-RUN-DATE TO RLK-RUN-ID-DATE
052900     MOVE WS-LOCK-RUN-TIME TO RLK-RUN-ID-TIME
053000
053100     .
053200 1950-EXIT.
053300     EXIT.
053400
053500******************************************************************
053600* 8900-RELEASE-RUN-LOCK  --  RELEASES THE RUN LOCK, BUT ONLY IF  *
053700*                            THIS PROGRAM STILL OWNS IT.         *
053800******************************************************************
053900 8900-RELEASE-RUN-LOCK.
054000
054100     OPEN I-O Run-Lock
054200     IF WS-RUNLOCK-STATUS NOT = '00'
054300         GO TO 8900-EXIT
054400     END-IF
054500
054600     READ Run-Lock
054700         AT END
054800             CLOSE Run-Lock
054900             GO TO 8900-EXIT
055000     END-READ
055100
055200     IF RLK-LOCKED AND RLK-OWNER-PGM = MYNAME
055300         MOVE 'N'    TO RLK-LOCK-SW
055400         MOVE SPACES TO RLK-OWNER-PGM
055500         MOVE 0      TO RLK-RUN-ID-DATE
055600         MOVE 0      TO RLK-RUN-ID-TIME
055700         REWRITE RLK-LOCK-RECORD
055800     END-IF
055900
056000     CLOSE Run-Lock
056100
056200     .
056300 8900-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700* 9000-TERMINATE  --  WRITES THE TOTALS, CLOSES UP AND RELEASES  *
056800*                     THE RUN LOCK.  A REJECTED REQUEST ENDS THE *
056900*                     RUN RC 4.                                  *
057000******************************************************************
057100 9000-TERMINATE.
057200
057300     MOVE SPACES TO HIERMRPT-REC
057400     WRITE HIERMRPT-REC
057500     MOVE WS-TXN-READ TO WS-NUM-DISPLAY
057600     MOVE SPACES TO HIERMRPT-REC
057700     STRING 'REQUESTS READ     : ' DELIMITED BY SIZE
057800            WS-NUM-DISPLAY DELIMITED BY SIZE
057900         INTO HIERMRPT-REC
058000     WRITE HIERMRPT-REC
058100     MOVE WS-TXN-APPLIED TO WS-NUM-DISPLAY
058200     MOVE SPACES TO HIERMRPT-REC
058300     STRING 'REQUESTS APPLIED  : ' DELIMITED BY SIZE
058400            WS-NUM-DISPLAY DELIMITED BY SIZE
058500         INTO HIERMRPT-REC
058600     WRITE HIERMRPT-REC
058700     MOVE WS-TXN-REJECT-CNT TO WS-NUM-DISPLAY
058800     MOVE SPACES TO HIERMRPT-REC
058900     STRING 'REQUESTS REJECTED : ' DELIMITED BY SIZE
059000            WS-NUM-DISPLAY DELIMITED BY SIZE
059100         INTO HIERMRPT-REC
059200     WRITE HIERMRPT-REC
059300
059400     IF WS-HIERTXN-STATUS = '00'
059500         CLOSE Hier-Transactions
059600     END-IF
059700     CLOSE Customer-Hierarchy
059800     CLOSE Customer-Master
059900     CLOSE Hier-Audit
060000     CLOSE Hier-Report
060100
060200     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
060300
060400     DISPLAY MYNAME ' REQUESTS APPLIED = ' WS-TXN-APPLIED
060500         ' REJECTED = ' WS-TXN-REJECT-CNT
060600
060700     IF WS-TXN-REJECT-CNT > 0
060800         MOVE 4 TO RETURN-CODE
060900     END-IF
061000
061100     DISPLAY MYNAME ' End'
061200
061300     .
061400 9000-EXIT.
061500     EXIT.

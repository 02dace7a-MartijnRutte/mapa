000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. HIERRPT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  CUSTOMER HIERARCHY        *
001500*                  ROLL-UP: GROUPS EVERY CUSTHIER CUSTOMER      *
001600*                  UNDER ITS TOP PARENT WITH THE GROUP'S        *
001700*                  CUSTOMER AND ACTIVE COUNTS, THEN ROLLS THE   *
001800*                  ENTLTBL ENTITLEMENTS UP TO THE SAME GROUPS,  *
001900*                  IN TOTAL AND BY FEED.  A LINK WHOSE CHILD OR *
002000*                  PARENT IS NOT ON CUSTMAST, OR WHOSE CHAIN    *
002100*                  LOOPS, IS LISTED AS AN EXCEPTION AND ENDS    *
002200*                  THE RUN RC 4.                                *
002300******************************************************************
002400 Environment Division.
002500 Input-Output Section.
002600 File-Control.
002700     Select Customer-Hierarchy Assign to 'CUSTHIER'
002800         Organization is Indexed
002900         Access Mode is Sequential
003000         Record Key is CHR-CUSTOMER-KEY OF CUSTHIER-REC
003100         File Status is WS-CUSTHIER-STATUS.
003200
003300     Select Hierarchy-Lookup Assign to 'CUSTHIER'
003400         Organization is Indexed
003500         Access Mode is Random
003600         Record Key is CHR-CUSTOMER-KEY OF CHRL-LOOKUP-RECORD
003700         File Status is WS-CHRLKUP-STATUS.
003800
003900     Select Customer-Master Assign to 'CUSTMAST'
004000         Organization is Indexed
004100         Access Mode is Random
004200         Record Key is SD-001 OF CUSTMAST-REC
004300         File Status is WS-CUSTMAST-STATUS.
004400
004500     Select Entitle-Table Assign to 'ENTLTBL'
004600         Organization is Line Sequential
004700         File Status is WS-ENTLTBL-STATUS.
004800
004900     Select Hier-Report Assign to 'HIERRPT'
005000         Organization is Line Sequential
005100         File Status is WS-HIERRPT-STATUS.
005200 Data Division.
005300 File Section.
005400 FD  Customer-Hierarchy
005500     Label Records are Standard
005600     Recording Mode is F.
005700 COPY CUSTHIER Replacing ==CHR-HIERARCHY-RECORD== By
005800                         ==CUSTHIER-REC==.
005900
006000 FD  Hierarchy-Lookup
006100     Label Records are Standard
006200     Recording Mode is F.
006300 COPY CUSTHIER Replacing ==CHR-HIERARCHY-RECORD== By
006400                         ==CHRL-LOOKUP-RECORD==.
006500
006600 FD  Customer-Master
006700     Label Records are Standard
006800     Recording Mode is F.
006900 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMAST-REC==.
007000
007100 FD  Entitle-Table
007200     Label Records are Standard
007300     Recording Mode is F.
007400 COPY ENTLTBL.
007500
007600 FD  Hier-Report
007700     Label Records are Standard
007800     Recording Mode is F.
007900 01  HIERRPT-REC              PIC X(100).
008000
008100 Working-Storage Section.
008200 01  CONSTANTS.
008300     05  MYNAME               PIC X(008) VALUE 'HIERRPT '.
008400     05  WS-DEPTH-LIMIT       PIC 9(004) COMP-5 VALUE 50.
008500
008600 01  WS-CUSTHIER-STATUS       PIC X(002) VALUE '00'.
008700 01  WS-CHRLKUP-STATUS        PIC X(002) VALUE '00'.
008800 01  WS-CUSTMAST-STATUS       PIC X(002) VALUE '00'.
008900 01  WS-ENTLTBL-STATUS        PIC X(002) VALUE '00'.
009000 01  WS-HIERRPT-STATUS        PIC X(002) VALUE '00'.
009100
009200 01  WS-SWITCHES.
009300     05  WS-HIER-EOF-SW       PIC X(001) VALUE 'N'.
009400         88  WS-HIER-EOF          VALUE 'Y'.
009500     05  WS-ENTL-EOF-SW       PIC X(001) VALUE 'N'.
009600         88  WS-ENTL-EOF          VALUE 'Y'.
009700     05  WS-CYCLE-SW          PIC X(001) VALUE 'N'.
009800         88  WS-CYCLE-FOUND       VALUE 'Y'.
009900     05  WS-CHILD-ACTIVE-SW   PIC X(001) VALUE 'N'.
010000         88  WS-CHILD-ACTIVE      VALUE 'Y'.
010100     05  WS-TOP-ACTIVE-SW     PIC X(001) VALUE 'N'.
010200         88  WS-TOP-ACTIVE        VALUE 'Y'.
010300
010400 01  WS-TODAY                 PIC 9(008) VALUE 0.
010500 01  WS-START-KEY             PIC X(008) VALUE SPACES.
010600 01  WS-WALK-KEY              PIC X(008) VALUE SPACES.
010700 01  WS-TOP-KEY               PIC X(008) VALUE SPACES.
010800 01  WS-WALK-DEPTH            PIC 9(004) COMP-5 VALUE 0.
010900 01  WS-REASON                PIC X(040) VALUE SPACES.
011000
011100*
011200* ONE SLOT PER TOP PARENT, IN THE ORDER FIRST MET ON CUSTHIER.
011300* THE TOP PARENT COUNTS AS ONE OF ITS GROUP'S CUSTOMERS.  LINKS
011400* UNDER A TOP BEYOND THE TABLE ARE COUNTED, NOT LISTED.
011500 01  WS-GROUP-TABLE.
011600     05  WS-GROUP-MAX         PIC 9(004) COMP-5 VALUE 2000.
011700     05  WS-GROUP-COUNT       PIC 9(004) COMP-5 VALUE 0.
011800     05  WS-GROUP-ENTRY OCCURS 2000 TIMES.
011900         10  WS-GRP-TOP-KEY   PIC X(008).
012000         10  WS-GRP-MEMBERS   PIC 9(009) COMP-5.
012100         10  WS-GRP-ACTIVE    PIC 9(009) COMP-5.
012200         10  WS-GRP-ENTITLE   PIC 9(009) COMP-5.
012300
012400*
012500* ONE SLOT PER TOP PARENT AND FEED A GROUP CUSTOMER IS ENTITLED
012600* TO, WITH THE GROUP'S CUSTOMERS ENTITLED TO THAT FEED.
012700 01  WS-GROUP-FEED-TABLE.
012800     05  WS-GF-MAX            PIC 9(004) COMP-5 VALUE 4000.
012900     05  WS-GF-COUNT          PIC 9(004) COMP-5 VALUE 0.
013000     05  WS-GF-ENTRY OCCURS 4000 TIMES.
013100         10  WS-GF-TOP-KEY    PIC X(008).
013200         10  WS-GF-FEED-ID    PIC X(010).
013300         10  WS-GF-CUSTOMERS  PIC 9(009) COMP-5.
013400
013500 01  WS-SUB                   PIC 9(004) COMP-5 VALUE 0.
013600 01  WS-GSUB                  PIC 9(004) COMP-5 VALUE 0.
013700 01  WS-FOUND-SLOT            PIC 9(004) COMP-5 VALUE 0.
013800
013900 01  WS-GROUP-LINE.
014000     05  WS-GL-TOP-KEY        PIC X(010).
014100     05  FILLER               PIC X(002) VALUE SPACES.
014200     05  WS-GL-MEMBERS        PIC ZZZ,ZZZ,ZZ9.
014300     05  FILLER               PIC X(002) VALUE SPACES.
014400     05  WS-GL-ACTIVE         PIC ZZZ,ZZZ,ZZ9.
014500     05  FILLER               PIC X(002) VALUE SPACES.
014600     05  WS-GL-ENTITLE        PIC ZZZ,ZZZ,ZZ9.
014700
014800 01  WS-FEED-LINE.
014900     05  WS-FL-TOP-KEY        PIC X(010).
015000     05  FILLER               PIC X(002) VALUE SPACES.
015100     05  WS-FL-FEED-ID        PIC X(010).
015200     05  FILLER               PIC X(002) VALUE SPACES.
015300     05  WS-FL-CUSTOMERS      PIC ZZZ,ZZZ,ZZ9.
015400
015500 01  WS-EXCEPTION-LINE.
015600     05  WS-XL-CUSTOMER-KEY   PIC X(010).
015700     05  FILLER               PIC X(002) VALUE SPACES.
015800     05  WS-XL-PARENT-KEY     PIC X(010).
015900     05  FILLER               PIC X(002) VALUE SPACES.
016000     05  WS-XL-REASON         PIC X(040).
016100
016200 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
016300
016400 01  WS-COUNTERS.
016500     05  WS-LINKS-READ        PIC 9(009) COMP-5 VALUE 0.
016600     05  WS-LINKS-GROUPED     PIC 9(009) COMP-5 VALUE 0.
016700     05  WS-LINKS-EXCEPTION   PIC 9(009) COMP-5 VALUE 0.
016800     05  WS-LINKS-OVERFLOW    PIC 9(009) COMP-5 VALUE 0.
016900     05  WS-ENTL-READ         PIC 9(009) COMP-5 VALUE 0.
017000     05  WS-ENTL-GROUPED      PIC 9(009) COMP-5 VALUE 0.
017100     05  WS-GF-OVERFLOW       PIC 9(009) COMP-5 VALUE 0.
017200
017300******************************************************************
017400 Procedure Division.
017500******************************************************************
017600 0000-MAINLINE.
017700
017800     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
017900     PERFORM 2000-ROLL-UP-LINK     THRU 2000-EXIT
018000         UNTIL WS-HIER-EOF
018100     PERFORM 2900-FINISH-EXCEPTIONS THRU 2900-EXIT
018200     PERFORM 3000-ROLL-UP-ENTITLEMENTS THRU 3000-EXIT
018300     PERFORM 4000-REPORT-GROUPS    THRU 4000-EXIT
018400     PERFORM 4100-REPORT-GROUP-FEEDS THRU 4100-EXIT
018500     PERFORM 9000-TERMINATE        THRU 9000-EXIT
018600
018700     GOBACK
018800     .
018900 0000-EXIT.
019000     EXIT.
019100
019200******************************************************************
019300* 1000-INITIALIZE  --  OPENS THE REPORT, CUSTHIER (TWICE -- ONE  *
019400*                      CURSOR FOR THE PASS, ONE FOR WALKING UP   *
019500*                      EACH CHAIN) AND CUSTMAST, AND HEADS THE   *
019600*                      EXCEPTION SECTION PASS 1 WRITES INTO.  A  *
019700*                      MISSING CUSTHIER IS AN EMPTY HIERARCHY.   *
019800*                      NO REPORT OR CUSTMAST IS RC 16.           *
019900******************************************************************
020000 1000-INITIALIZE.
020100
020200     DISPLAY MYNAME ' Begin'
020300
020400     ACCEPT WS-TODAY FROM DATE YYYYMMDD
020500
020600     OPEN OUTPUT Hier-Report
020700     IF WS-HIERRPT-STATUS NOT = '00'
020800         DISPLAY MYNAME ' UNABLE TO OPEN HIERRPT, STATUS = '
020900             WS-HIERRPT-STATUS
021000         MOVE 16 TO RETURN-CODE
021100         GOBACK
021200     END-IF
021300
021400     OPEN INPUT Customer-Master
021500     IF WS-CUSTMAST-STATUS NOT = '00'
021600         DISPLAY MYNAME ' UNABLE TO OPEN CUSTMAST, STATUS = '
021700             WS-CUSTMAST-STATUS
021800         CLOSE Hier-Report
021900         MOVE 16 TO RETURN-CODE
022000         GOBACK
022100     END-IF
022200
022300     MOVE SPACES TO HIERRPT-REC
022400     STRING MYNAME DELIMITED BY SIZE
022500            ' CUSTOMER HIERARCHY ROLL-UP  RUN ' DELIMITED BY SIZE
022600            WS-TODAY DELIMITED BY SIZE
022700         INTO HIERRPT-REC
022800     WRITE HIERRPT-REC
022900     MOVE SPACES TO HIERRPT-REC
023000     WRITE HIERRPT-REC
023100     MOVE 'HIERARCHY EXCEPTIONS' TO HIERRPT-REC
023200     WRITE HIERRPT-REC
023300     MOVE 'CUSTOMER'    TO WS-XL-CUSTOMER-KEY
023400     MOVE 'PARENT'      TO WS-XL-PARENT-KEY
023500     MOVE 'REASON'      TO WS-XL-REASON
023600     WRITE HIERRPT-REC FROM WS-EXCEPTION-LINE
023700
023800     OPEN INPUT Customer-Hierarchy
023900     IF WS-CUSTHIER-STATUS NOT = '00'
024000         DISPLAY MYNAME ' NO CUSTHIER HIERARCHY, STATUS = '
024100             WS-CUSTHIER-STATUS
024200         SET WS-HIER-EOF TO TRUE
024300         GO TO 1000-EXIT
024400     END-IF
024500     OPEN INPUT Hierarchy-Lookup
024600     IF WS-CHRLKUP-STATUS NOT = '00'
024700         DISPLAY MYNAME ' UNABLE TO OPEN CUSTHIER, STATUS = '
024800             WS-CHRLKUP-STATUS
024900         CLOSE Customer-Hierarchy
025000         MOVE '99' TO WS-CUSTHIER-STATUS
025100         SET WS-HIER-EOF TO TRUE
025200         GO TO 1000-EXIT
025300     END-IF
025400
025500     PERFORM 8000-READ-HIERARCHY THRU 8000-EXIT
025600
025700     .
025800 1000-EXIT.
025900     EXIT.
026000
026100******************************************************************
026200* 2000-ROLL-UP-LINK  --  ONE CUSTHIER ROW.  THE CHILD AND ITS    *
026300*                        PARENT MUST BOTH BE ON CUSTMAST AND THE *
026400*                        CHAIN ABOVE MUST REACH A TOP (2200);    *
026500*                        OTHERWISE THE ROW IS AN EXCEPTION.  A   *
026600*                        GOOD ROW COUNTS THE CHILD INTO ITS TOP  *
026700*                        PARENT'S GROUP.                         *
026800******************************************************************
026900 2000-ROLL-UP-LINK.
027000
027100     MOVE SPACES TO WS-REASON
027200
027300     MOVE CHR-CUSTOMER-KEY OF CUSTHIER-REC
027400         TO SD-001 OF CUSTMAST-REC
027500     READ Customer-Master
027600         INVALID KEY
027700             MOVE 'CUSTOMER NOT ON CUSTMAST' TO WS-REASON
027800             PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
027900             GO TO 2000-NEXT
028000     END-READ
028100     MOVE 'N' TO WS-CHILD-ACTIVE-SW
028200     IF SD-STATUS-ACTIVE OF CUSTMAST-REC
028300         SET WS-CHILD-ACTIVE TO TRUE
028400     END-IF
028500
028600     MOVE CHR-PARENT-KEY OF CUSTHIER-REC
028700         TO SD-001 OF CUSTMAST-REC
028800     READ Customer-Master
028900         INVALID KEY
029000             MOVE 'PARENT NOT ON CUSTMAST (ORPHAN LINK)'
029100                 TO WS-REASON
029200             PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
029300             GO TO 2000-NEXT
029400     END-READ
029500
029600     MOVE CHR-CUSTOMER-KEY OF CUSTHIER-REC TO WS-START-KEY
029700     PERFORM 2200-WALK-TO-TOP THRU 2200-EXIT
029800     IF WS-CYCLE-FOUND
029900         MOVE 'CHAIN OF PARENTS LOOPS (CYCLE)' TO WS-REASON
030000         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
030100         GO TO 2000-NEXT
030200     END-IF
030300
030400     PERFORM 2300-FIND-GROUP THRU 2300-EXIT
030500     IF WS-FOUND-SLOT = 0
030600         ADD 1 TO WS-GROUP-COUNT
030700         IF WS-GROUP-COUNT > WS-GROUP-MAX
030800             MOVE WS-GROUP-MAX TO WS-GROUP-COUNT
030900             ADD 1 TO WS-LINKS-OVERFLOW
031000             GO TO 2000-NEXT
031100         END-IF
031200         MOVE WS-GROUP-COUNT TO WS-FOUND-SLOT
031300         MOVE WS-TOP-KEY TO WS-GRP-TOP-KEY (WS-FOUND-SLOT)
031400         MOVE 1 TO WS-GRP-MEMBERS (WS-FOUND-SLOT)
031500         MOVE 0 TO WS-GRP-ACTIVE (WS-FOUND-SLOT)
031600         MOVE 0 TO WS-GRP-ENTITLE (WS-FOUND-SLOT)
031700         PERFORM 2250-CHECK-TOP-ACTIVE THRU 2250-EXIT
031800         IF WS-TOP-ACTIVE
031900             ADD 1 TO WS-GRP-ACTIVE (WS-FOUND-SLOT)
032000         END-IF
032100     END-IF
032200
032300     ADD 1 TO WS-GRP-MEMBERS (WS-FOUND-SLOT)
032400     IF WS-CHILD-ACTIVE
032500         ADD 1 TO WS-GRP-ACTIVE (WS-FOUND-SLOT)
032600     END-IF
032700     ADD 1 TO WS-LINKS-GROUPED
032800
032900     .
033000 2000-NEXT.
033100     PERFORM 8000-READ-HIERARCHY THRU 8000-EXIT
033200     .
033300 2000-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700* 2200-WALK-TO-TOP  --  CLIMBS CUSTHIER FROM WS-START-KEY UNTIL  *
033800*                       A CUSTOMER WITH NO PARENT ROW, LEAVING   *
033900*                       IT IN WS-TOP-KEY.  MEETING THE START KEY *
034000*                       AGAIN, OR CLIMBING PAST WS-DEPTH-LIMIT   *
034100*                       LEVELS, IS A CYCLE.                      *
034200******************************************************************
034300 2200-WALK-TO-TOP.
034400
034500     MOVE 'N' TO WS-CYCLE-SW
034600     MOVE 0   TO WS-WALK-DEPTH
034700     MOVE WS-START-KEY TO WS-WALK-KEY
034800     MOVE SPACES       TO WS-TOP-KEY
034900
035000     PERFORM UNTIL WS-TOP-KEY NOT = SPACES OR WS-CYCLE-FOUND
035100         MOVE WS-WALK-KEY
035200             TO CHR-CUSTOMER-KEY OF CHRL-LOOKUP-RECORD
035300         READ Hierarchy-Lookup
035400             INVALID KEY
035500                 MOVE WS-WALK-KEY TO WS-TOP-KEY
035600             NOT INVALID KEY
035700                 MOVE CHR-PARENT-KEY OF CHRL-LOOKUP-RECORD
035800                     TO WS-WALK-KEY
035900                 ADD 1 TO WS-WALK-DEPTH
036000                 IF WS-WALK-KEY = WS-START-KEY
036100                     OR WS-WALK-DEPTH > WS-DEPTH-LIMIT
036200                     SET WS-CYCLE-FOUND TO TRUE
036300                 END-IF
036400         END-READ
036500     END-PERFORM
036600
036700     .
036800 2200-EXIT.
036900     EXIT.
037000
037100******************************************************************
037200* 2250-CHECK-TOP-ACTIVE  --  IS THE NEW GROUP'S TOP PARENT       *
037300*                            ACTIVE ON CUSTMAST.                 *
037400******************************************************************
037500 2250-CHECK-TOP-ACTIVE.
037600
037700     MOVE 'N' TO WS-TOP-ACTIVE-SW
037800     MOVE WS-TOP-KEY TO SD-001 OF CUSTMAST-REC
037900     READ Customer-Master
038000         INVALID KEY
038100             GO TO 2250-EXIT
038200     END-READ
038300     IF SD-STATUS-ACTIVE OF CUSTMAST-REC
038400         SET WS-TOP-ACTIVE TO TRUE
038500     END-IF
038600
038700     .
038800 2250-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200* 2300-FIND-GROUP  --  THE GROUP TABLE SLOT FOR WS-TOP-KEY, OR   *
039300*                      ZERO.                                     *
039400******************************************************************
039500 2300-FIND-GROUP.
039600
039700     MOVE 0 TO WS-FOUND-SLOT
039800     MOVE 1 TO WS-GSUB
039900     PERFORM UNTIL WS-GSUB > WS-GROUP-COUNT OR WS-FOUND-SLOT > 0
040000         IF WS-GRP-TOP-KEY (WS-GSUB) = WS-TOP-KEY
040100             MOVE WS-GSUB TO WS-FOUND-SLOT
040200         END-IF
040300         ADD 1 TO WS-GSUB
040400     END-PERFORM
040500
040600     .
040700 2300-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100* 2400-WRITE-EXCEPTION  --  LISTS THE CURRENT CUSTHIER ROW WITH  *
041200*                           WS-REASON.                           *
041300******************************************************************
041400 2400-WRITE-EXCEPTION.
041500
041600     ADD 1 TO WS-LINKS-EXCEPTION
041700     MOVE SPACES TO WS-EXCEPTION-LINE
041800     MOVE CHR-CUSTOMER-KEY OF CUSTHIER-REC TO WS-XL-CUSTOMER-KEY
041900     MOVE CHR-PARENT-KEY OF CUSTHIER-REC   TO WS-XL-PARENT-KEY
042000     MOVE WS-REASON                        TO WS-XL-REASON
042100     WRITE HIERRPT-REC FROM WS-EXCEPTION-LINE
042200
042300     .
042400 2400-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800* 2900-FINISH-EXCEPTIONS  --  CLOSES THE EXCEPTION SECTION.      *
042900******************************************************************
043000 2900-FINISH-EXCEPTIONS.
043100
043200     IF WS-LINKS-EXCEPTION = 0
043300         MOVE 'NONE' TO HIERRPT-REC
043400         WRITE HIERRPT-REC
043500     END-IF
043600
043700     .
043800 2900-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200* 3000-ROLL-UP-ENTITLEMENTS  --  ONE PASS OF ENTLTBL: EACH ROW   *
044300*                                WHOSE CUSTOMER CLIMBS TO A TOP  *
044400*                                PARENT IN THE GROUP TABLE IS    *
044500*                                COUNTED INTO THAT GROUP, IN     *
044600*                                TOTAL AND FOR ITS FEED.  NO     *
044700*                                ENTLTBL, OR NO HIERARCHY, ROLLS *
044800*                                NOTHING UP.                     *
044900******************************************************************
045000 3000-ROLL-UP-ENTITLEMENTS.
045100
045200     IF WS-GROUP-COUNT = 0
045300         GO TO 3000-EXIT
045400     END-IF
045500
045600     OPEN INPUT Entitle-Table
045700     IF WS-ENTLTBL-STATUS NOT = '00'
045800         DISPLAY MYNAME ' NO ENTLTBL, STATUS = '
045900             WS-ENTLTBL-STATUS
046000         GO TO 3000-EXIT
046100     END-IF
046200
046300     PERFORM 8100-READ-ENTLTBL THRU 8100-EXIT
046400     PERFORM UNTIL WS-ENTL-EOF
046500         MOVE ETL-CUSTOMER-KEY TO WS-START-KEY
046600         PERFORM 2200-WALK-TO-TOP THRU 2200-EXIT
046700         IF NOT WS-CYCLE-FOUND
046800             PERFORM 2300-FIND-GROUP THRU 2300-EXIT
046900             IF WS-FOUND-SLOT > 0
047000                 ADD 1 TO WS-GRP-ENTITLE (WS-FOUND-SLOT)
047100                 ADD 1 TO WS-ENTL-GROUPED
047200                 PERFORM 3100-ADD-GROUP-FEED THRU 3100-EXIT
047300             END-IF
047400         END-IF
047500         PERFORM 8100-READ-ENTLTBL THRU 8100-EXIT
047600     END-PERFORM
047700
047800     CLOSE Entitle-Table
047900
048000     .
048100 3000-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500* 3100-ADD-GROUP-FEED  --  COUNTS ONE ENTITLED CUSTOMER INTO THE *
048600*                          GROUP/FEED TABLE, ADDING THE SLOT ON  *
048700*                          ITS FIRST USE.                        *
048800******************************************************************
048900 3100-ADD-GROUP-FEED.
049000
049100     MOVE 0 TO WS-SUB
049200     MOVE 1 TO WS-GSUB
049300     PERFORM UNTIL WS-GSUB > WS-GF-COUNT OR WS-SUB > 0
049400         IF WS-GF-TOP-KEY (WS-GSUB) = WS-TOP-KEY
049500             AND WS-GF-FEED-ID (WS-GSUB) = ETL-FEED-ID
049600             MOVE WS-GSUB TO WS-SUB
049700         END-IF
049800         ADD 1 TO WS-GSUB
049900     END-PERFORM
050000
050100     IF WS-SUB = 0
050200         IF WS-GF-COUNT >= WS-GF-MAX
050300             ADD 1 TO WS-GF-OVERFLOW
050400             GO TO 3100-EXIT
050500         END-IF
050600         ADD 1 TO WS-GF-COUNT
050700         MOVE WS-GF-COUNT TO WS-SUB
050800         MOVE WS-TOP-KEY  TO WS-GF-TOP-KEY (WS-SUB)
050900         MOVE ETL-FEED-ID TO WS-GF-FEED-ID (WS-SUB)
051000         MOVE 0           TO WS-GF-CUSTOMERS (WS-SUB)
051100     END-IF
051200
051300     ADD 1 TO WS-GF-CUSTOMERS (WS-SUB)
051400
051500     .
051600 3100-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000* 4000-REPORT-GROUPS  --  ONE LINE PER TOP PARENT.               *
052100******************************************************************
052200 4000-REPORT-GROUPS.
052300
052400     MOVE SPACES TO HIERRPT-REC
052500     WRITE HIERRPT-REC
052600     MOVE 'CUSTOMER GROUPS BY TOP PARENT' TO HIERRPT-REC
052700     WRITE HIERRPT-REC
052800     MOVE SPACES TO HIERRPT-REC
052900     STRING 'TOP PARENT    CUSTOMERS       ACTIVE'
053000                DELIMITED BY SIZE
053100            '  ENTITLEMENTS' DELIMITED BY SIZE
053200         INTO HIERRPT-REC
053300     WRITE HIERRPT-REC
053400
053500     MOVE 1 TO WS-GSUB
053600     PERFORM UNTIL WS-GSUB > WS-GROUP-COUNT
053700         MOVE SPACES TO WS-GROUP-LINE
053800         MOVE WS-GRP-TOP-KEY (WS-GSUB) TO WS-GL-TOP-KEY
053900         MOVE WS-GRP-MEMBERS (WS-GSUB) TO WS-GL-MEMBERS
054000         MOVE WS-GRP-ACTIVE (WS-GSUB)  TO WS-GL-ACTIVE
054100         MOVE WS-GRP-ENTITLE (WS-GSUB) TO WS-GL-ENTITLE
054200         WRITE HIERRPT-REC FROM WS-GROUP-LINE
054300         ADD 1 TO WS-GSUB
054400     END-PERFORM
054500
054600     IF WS-GROUP-COUNT = 0
054700         MOVE 'NONE' TO HIERRPT-REC
054800         WRITE HIERRPT-REC
054900     END-IF
055000
055100     .
055200 4000-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600* 4100-REPORT-GROUP-FEEDS  --  ONE LINE PER TOP PARENT AND FEED, *
055700*                              WITH THE GROUP'S CUSTOMERS        *
055800*                              ENTITLED TO THE FEED.             *
055900******************************************************************
056000 4100-REPORT-GROUP-FEEDS.
056100
056200     MOVE SPACES TO HIERRPT-REC
056300     WRITE HIERRPT-REC
056400     MOVE 'GROUP ENTITLEMENTS BY FEED' TO HIERRPT-REC
056500     WRITE HIERRPT-REC
056600     MOVE 'TOP PARENT  FEED          CUSTOMERS' TO HIERRPT-REC
056700     WRITE HIERRPT-REC
056800
056900     MOVE 1 TO WS-GSUB
057000     PERFORM UNTIL WS-GSUB > WS-GF-COUNT
057100         MOVE SPACES TO WS-FEED-LINE
057200         MOVE WS-GF-TOP-KEY (WS-GSUB)   TO WS-FL-TOP-KEY
057300         MOVE WS-GF-FEED-ID (WS-GSUB)   TO WS-FL-FEED-ID
057400         MOVE WS-GF-CUSTOMERS (WS-GSUB) TO WS-FL-CUSTOMERS
057500         WRITE HIERRPT-REC FROM WS-FEED-LINE
057600         ADD 1 TO WS-GSUB
057700     END-PERFORM
057800
057900     IF WS-GF-COUNT = 0
058000         MOVE 'NONE' TO HIERRPT-REC
058100         WRITE HIERRPT-REC
058200     END-IF
058300
058400     .
058500 4100-EXIT.
058600     EXIT.
058700
058800******************************************************************
058900* 8000-READ-HIERARCHY  --  PRIMES/ADVANCES THE CUSTHIER CURSOR.  *
059000******************************************************************
059100 8000-READ-HIERARCHY.
059200
059300     READ Customer-Hierarchy NEXT RECORD
059400         AT END
059500             SET WS-HIER-EOF TO TRUE
059600         NOT AT END
059700             ADD 1 TO WS-LINKS-READ
059800     END-READ
059900
060000     .
060100 8000-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500* 8100-READ-ENTLTBL  --  PRIMES/ADVANCES THE ENTLTBL CURSOR.     *
060600******************************************************************
060700 8100-READ-ENTLTBL.
060800
060900     READ Entitle-Table
061000         AT END
061100             SET WS-ENTL-EOF TO TRUE
061200         NOT AT END
061300             ADD 1 TO WS-ENTL-READ
061400     END-READ
061500
061600     .
061700 8100-EXIT.
061800     EXIT.
061900
062000******************************************************************
062100* 9000-TERMINATE  --  WRITES THE TOTALS AND CLOSES UP.  ANY      *
062200*                     HIERARCHY EXCEPTION ENDS THE RUN RC 4.     *
062300******************************************************************
062400 9000-TERMINATE.
062500
062600     MOVE SPACES TO HIERRPT-REC
062700     WRITE HIERRPT-REC
062800     MOVE WS-LINKS-READ TO WS-NUM-DISPLAY
062900     MOVE SPACES TO HIERRPT-REC
063000     STRING 'LINKS READ         : ' DELIMITED BY SIZE
063100            WS-NUM-DISPLAY DELIMITED BY SIZE
063200         INTO HIERRPT-REC
063300     WRITE HIERRPT-REC
063400     MOVE WS-LINKS-GROUPED TO WS-NUM-DISPLAY
063500     MOVE SPACES TO HIERRPT-REC
063600     STRING 'LINKS GROUPED      : ' DELIMITED BY SIZE
063700            WS-NUM-DISPLAY DELIMITED BY SIZE
063800         INTO HIERRPT-REC
063900     WRITE HIERRPT-REC
064000     MOVE WS-LINKS-EXCEPTION TO WS-NUM-DISPLAY
064100     MOVE SPACES TO HIERRPT-REC
064200     STRING 'LINK EXCEPTIONS    : ' DELIMITED BY SIZE
064300            WS-NUM-DISPLAY DELIMITED BY SIZE
064400         INTO HIERRPT-REC
064500     WRITE HIERRPT-REC
064600     MOVE WS-GROUP-COUNT TO WS-NUM-DISPLAY
064700     MOVE SPACES TO HIERRPT-REC
064800     STRING 'CUSTOMER GROUPS    : ' DELIMITED BY SIZE
064900            WS-NUM-DISPLAY DELIMITED BY SIZE
065000         INTO HIERRPT-REC
065100     WRITE HIERRPT-REC
065200     MOVE WS-ENTL-GROUPED TO WS-NUM-DISPLAY
065300     MOVE SPACES TO HIERRPT-REC
065400     STRING 'ENTITLEMENTS GROUPED: ' DELIMITED BY SIZE
065500            WS-NUM-DISPLAY DELIMITED BY SIZE
065600         INTO HIERRPT-REC
065700     WRITE HIERRPT-REC
065800     IF WS-LINKS-OVERFLOW > 0 OR WS-GF-OVERFLOW > 0
065900         MOVE WS-LINKS-OVERFLOW TO WS-NUM-DISPLAY
066000         MOVE SPACES TO HIERRPT-REC
066100         STRING 'LINKS NOT LISTED   : ' DELIMITED BY SIZE
066200                WS-NUM-DISPLAY DELIMITED BY SIZE
066300                ' (GROUP TABLE FULL)' DELIMITED BY SIZE
066400             INTO HIERRPT-REC
066500         WRITE HIERRPT-REC
066600         MOVE WS-GF-OVERFLOW TO WS-NUM-DISPLAY
066700         MOVE SPACES TO HIERRPT-REC
066800         STRING 'FEED ROWS NOT LISTED: ' DELIMITED BY SIZE
066900                WS-NUM-DISPLAY DELIMITED BY SIZE
067000                ' (FEED TABLE FULL)' DELIMITED BY SIZE
067100             INTO HIERRPT-REC
067200         WRITE HIERRPT-REC
067300     END-IF
067400
067500     IF WS-CUSTHIER-STATUS = '00'
067600         CLOSE Customer-Hierarchy
067700         CLOSE Hierarchy-Lookup
067800     END-IF
067900     CLOSE Customer-Master
068000     CLOSE Hier-Report
068100
068200     DISPLAY MYNAME ' LINKS READ = ' WS-LINKS-READ
068300         ' GROUPS = ' WS-GROUP-COUNT
068400         ' EXCEPTIONS = ' WS-LINKS-EXCEPTION
068500
068600     IF WS-LINKS-EXCEPTION > 0
068700         MOVE 4 TO RETURN-CODE
068800     END-IF
068900
069000     DISPLAY MYNAME ' End'
069100
069200     .
069300 9000-EXIT.
069400     EXIT.

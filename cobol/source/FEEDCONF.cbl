000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. FEEDCONF.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  PRE-RELEASE CONFORMANCE    *
001500*                  CHECK: RE-READS A JSONFEED GENERATION RUN-    *
001600*                  HEADER SECTION BY SECTION AND CHECKS EVERY    *
001700*                  BUFFER AGAINST THE FEED'S PUBLISHED PAYLOAD   *
001800*                  SPEC ON PAYLSPEC -- REQUIRED FIELDS, MAXIMUM  *
001900*                  LENGTHS, DATE/NUMERIC FORMATS AND ALLOWED     *
002000*                  VALUES.  EVERY VIOLATION (UP TO A CAP PER     *
002100*                  SECTION) AND ONE VERDICT PER SECTION GO TO    *
002200*                  THE CONFRPT REPORT.  A SECTION WHOSE          *
002300*                  VIOLATING RECORDS PASS THE FEED'S THRESHOLD   *
002400*                  HAS ITS DLVTRACK ROW SET HELD ON THE DLVTRKO  *
002500*                  REWRITE, SO IT IS NOT TRANSMITTED FOR THE     *
002600*                  PARTNER'S LOADER TO REJECT; A HELD ROW WHOSE  *
002700*                  GENERATION NOW PASSES (SPEC CORRECTED, CHECK  *
002800*                  RE-RUN) GOES BACK TO PENDING.  RETURN CODE 4  *
002900*                  WHEN ANYTHING IS HELD, 8 WHEN THE FEED FILE   *
003000*                  HAS RECORDS OUTSIDE ANY SECTION.              *
003100******************************************************************
003200 Environment Division.
003300 Input-Output Section.
003400 File-Control.
003500     Select Json-Feed Assign to 'JSONFEED'
003600         Organization is Line Sequential
003700         File Status is WS-JSONFEED-STATUS.
003800
003900     Select Payload-Spec Assign to 'PAYLSPEC'
004000         Organization is Line Sequential
004100         File Status is WS-PAYLSPEC-STATUS.
004200
004300     Select Conform-Report Assign to 'CONFRPT'
004400         Organization is Line Sequential
004500         File Status is WS-CONFRPT-STATUS.
004600
004700     Select Delivery-Track Assign to 'DLVTRACK'
004800         Organization is Line Sequential
004900         File Status is WS-DLVTRACK-STATUS.
005000
005100     Select Delivery-Track-Out Assign to 'DLVTRKO'
005200         Organization is Line Sequential
005300         File Status is WS-DLVTRKO-STATUS.
005400 Data Division.
005500 File Section.
005600 FD  Json-Feed
005700     Label Records are Standard
005800     Recording Mode is V.
005900 01  JSONFEED-REC             PIC X(250).
006000
006100 FD  Payload-Spec
006200     Label Records are Standard
006300     Recording Mode is F.
006400 COPY PAYLSPEC.
006500
006600 FD  Conform-Report
006700     Label Records are Standard
006800     Recording Mode is F.
006900 01  CONFRPT-REC              PIC X(100).
007000
007100 FD  Delivery-Track
007200     Label Records are Standard
007300     Recording Mode is F.
007400 COPY DLVTRACK.
007500
007600 FD  Delivery-Track-Out
007700     Label Records are Standard
007800     Recording Mode is F.
007900 COPY DLVTRACK Replacing ==DLV-TRACK-RECORD==
008000     By ==DLV-TRACK-OUT-RECORD==.
008100
008200 Working-Storage Section.
008300 01  CONSTANTS.
008400     05  MYNAME               PIC X(008) VALUE 'FEEDCONF'.
008500
008600 01  WS-JSONFEED-STATUS       PIC X(002) VALUE '00'.
008700 01  WS-PAYLSPEC-STATUS       PIC X(002) VALUE '00'.
008800 01  WS-CONFRPT-STATUS        PIC X(002) VALUE '00'.
008900 01  WS-DLVTRACK-STATUS       PIC X(002) VALUE '00'.
009000 01  WS-DLVTRKO-STATUS        PIC X(002) VALUE '00'.
009100
009200 01  WS-SWITCHES.
009300     05  WS-FEED-EOF-SW       PIC X(001) VALUE 'N'.
009400         88  WS-FEED-EOF          VALUE 'Y'.
009500     05  WS-SPEC-EOF-SW       PIC X(001) VALUE 'N'.
009600         88  WS-SPEC-EOF          VALUE 'Y'.
009700     05  WS-TRACK-EOF-SW      PIC X(001) VALUE 'N'.
009800         88  WS-TRACK-EOF         VALUE 'Y'.
009900     05  WS-SECTION-OPEN-SW   PIC X(001) VALUE 'N'.
010000         88  WS-SECTION-OPEN      VALUE 'Y'.
010100     05  WS-REC-BAD-SW        PIC X(001) VALUE 'N'.
010200         88  WS-REC-BAD           VALUE 'Y'.
010300     05  WS-PAIR-FOUND-SW     PIC X(001) VALUE 'N'.
010400         88  WS-PAIR-FOUND        VALUE 'Y'.
010500     05  WS-FORMAT-OK-SW      PIC X(001) VALUE 'N'.
010600         88  WS-FORMAT-OK         VALUE 'Y'.
010700     05  WS-VALUE-OK-SW       PIC X(001) VALUE 'N'.
010800         88  WS-VALUE-OK          VALUE 'Y'.
010900     05  WS-VALUE-SEEN-SW     PIC X(001) VALUE 'N'.
011000         88  WS-VALUE-SEEN        VALUE 'Y'.
011100
011200 01  WS-REC                   PIC X(250) VALUE SPACES.
011300 01  WS-REC-LEN               PIC 9(004) COMP-5 VALUE 0.
011400
011500*
011600* A RUN HEADER OPENS '{"RUN-DATE":"' AND CARRIES ITS RUN DATE,
011700* RUN TIME AND FEED ID AT FIXED OFFSETS -- SEE JSNGDLY'S
011800* 1300-WRITE-RUN-HEADER.  A RECALL NOTICE OPENS WITH ITS ACTION
011900* AND IS NOT A PAYLOAD RECORD, SO THE SPEC DOES NOT APPLY TO IT.
012000 01  WS-HEADER-TAG            PIC X(013) VALUE '{"RUN-DATE":"'.
012100 01  WS-RECALL-TAG            PIC X(018)
012200                              VALUE '{"ACTION":"RECALL"'.
012300
012400 01  WS-SECT-DATE             PIC 9(008) VALUE 0.
012500 01  WS-SECT-TIME             PIC 9(008) VALUE 0.
012600 01  WS-SECT-FEED             PIC X(010) VALUE SPACES.
012700 01  WS-SECT-RECORDS          PIC 9(009) COMP-5 VALUE 0.
012800 01  WS-SECT-RECALLS          PIC 9(009) COMP-5 VALUE 0.
012900 01  WS-SECT-BAD-RECORDS      PIC 9(009) COMP-5 VALUE 0.
013000 01  WS-SECT-VIOLATIONS       PIC 9(009) COMP-5 VALUE 0.
013100 01  WS-SECT-THRESHOLD        PIC 9(009) COMP-5 VALUE 0.
013200 01  WS-SECT-VERDICT          PIC X(001) VALUE SPACE.
013300     88  WS-SECT-HELD             VALUE 'H'.
013400     88  WS-SECT-PASSED           VALUE 'P'.
013500 01  WS-DETAIL-CAP            PIC 9(004) COMP-5 VALUE 20.
013600
013700*
013800* THE SECTION'S FEED'S SPEC ROWS, RE-LOADED FROM PAYLSPEC AT
013900* EACH RUN HEADER (1100).
014000 01  WS-SPEC-TABLE.
014100     05  WS-SPEC-ENTRY OCCURS 200 TIMES.
014200         10  WS-SPEC-RULE     PIC X(001).
014300         10  WS-SPEC-FIELD    PIC X(020).
014400         10  WS-SPEC-MAX-LEN  PIC 9(003).
014500         10  WS-SPEC-FORMAT   PIC X(008).
014600         10  WS-SPEC-VALUE    PIC X(020).
014700 01  WS-SPEC-MAX              PIC 9(004) COMP-5 VALUE 200.
014800 01  WS-SPEC-COUNT            PIC 9(004) COMP-5 VALUE 0.
014900 01  WS-SPEC-SUB              PIC 9(004) COMP-5 VALUE 0.
015000 01  WS-SPEC-SUB-2            PIC 9(004) COMP-5 VALUE 0.
015100
015200*
015300* THE "NAME":VALUE PAIRS OF THE BUFFER BEING CHECKED (2300).
015400* A NESTED OBJECT'S OWN PAIRS ARE TAKEN AT THE SAME LEVEL.
015500 01  WS-PAIR-TABLE.
015600     05  WS-PAIR-ENTRY OCCURS 40 TIMES.
015700         10  WS-PAIR-NAME     PIC X(020).
015800         10  WS-PAIR-VALUE    PIC X(100).
015900         10  WS-PAIR-LEN      PIC 9(004) COMP-5.
016000 01  WS-PAIR-MAX              PIC 9(004) COMP-5 VALUE 40.
016100 01  WS-PAIR-COUNT            PIC 9(004) COMP-5 VALUE 0.
016200 01  WS-PAIR-SUB              PIC 9(004) COMP-5 VALUE 0.
016300 01  WS-POS                   PIC 9(004) COMP-5 VALUE 0.
016400 01  WS-START                 PIC 9(004) COMP-5 VALUE 0.
016500 01  WS-LEN                   PIC 9(004) COMP-5 VALUE 0.
016600 01  WS-NAME                  PIC X(020) VALUE SPACES.
016700 01  WS-REC-KEY               PIC X(020) VALUE SPACES.
016800
016900*
017000* THE VALUE UNDER TEST (2400/2450) AND THE VIOLATION TEXT.
017100 01  WS-CHK-VALUE             PIC X(100) VALUE SPACES.
017200 01  WS-CHK-LEN               PIC 9(004) COMP-5 VALUE 0.
017300 01  WS-CHK-MM                PIC 9(002) VALUE 0.
017400 01  WS-CHK-DD                PIC 9(002) VALUE 0.
017500 01  WS-VIOLATION             PIC X(012) VALUE SPACES.
017600
017700*
017800* ONE VERDICT PER CHECKED SECTION, APPLIED TO ITS DLVTRACK ROW
017900* ON THE REWRITE (4000).  H HELD, P PASSED.
018000 01  WS-VERDICT-TABLE.
018100     05  WS-VERDICT-ENTRY OCCURS 500 TIMES.
018200         10  WS-VRD-DATE      PIC 9(008).
018300         10  WS-VRD-TIME      PIC 9(008).
018400         10  WS-VRD-FEED      PIC X(010).
018500         10  WS-VRD-SW        PIC X(001).
018600             88  WS-VRD-HELD      VALUE 'H'.
018700             88  WS-VRD-PASSED    VALUE 'P'.
018800 01  WS-VERDICT-MAX           PIC 9(004) COMP-5 VALUE 500.
018900 01  WS-VERDICT-COUNT         PIC 9(004) COMP-5 VALUE 0.
019000 01  WS-VERDICT-SUB           PIC 9(004) COMP-5 VALUE 0.
019100
019200 01  WS-COUNTERS.
019300     05  WS-SECTIONS-READ     PIC 9(009) COMP-5 VALUE 0.
019400     05  WS-SECTIONS-NOSPEC   PIC 9(009) COMP-5 VALUE 0.
019500     05  WS-SECTIONS-PASSED   PIC 9(009) COMP-5 VALUE 0.
019600     05  WS-SECTIONS-HELD     PIC 9(009) COMP-5 VALUE 0.
019700     05  WS-ORPHAN-RECORDS    PIC 9(009) COMP-5 VALUE 0.
019800     05  WS-TOTAL-VIOLATIONS  PIC 9(009) COMP-5 VALUE 0.
019900     05  WS-ROWS-HELD         PIC 9(009) COMP-5 VALUE 0.
020000     05  WS-ROWS-RELEASED     PIC 9(009) COMP-5 VALUE 0.
020100
020200 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
020300 01  WS-NUM-DISPLAY-2         PIC 9(009) VALUE 0.
020400 01  WS-NUM-DISPLAY-3         PIC 9(009) VALUE 0.
020500
020600******************************************************************
020700 Procedure Division.
020800******************************************************************
020900 0000-MAINLINE.
021000
021100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
021200     PERFORM 2000-PROCESS-RECORD  THRU 2000-EXIT
021300         UNTIL WS-FEED-EOF
021400     PERFORM 2600-CLOSE-SECTION   THRU 2600-EXIT
021500     PERFORM 4000-REWRITE-TRACK   THRU 4000-EXIT
021600     PERFORM 3000-TERMINATE       THRU 3000-EXIT
021700
021800     GOBACK
021900     .
022000 0000-EXIT.
022100     EXIT.
022200
022300******************************************************************
022400* 1000-INITIALIZE  --  OPENS THE FEED AND THE REPORT AND PRIMES  *
022500*                      THE FEED CURSOR.                          *
022600******************************************************************
022700 1000-INITIALIZE.
022800
022900     DISPLAY MYNAME ' Begin'
023000
023100     OPEN INPUT Json-Feed
023200     IF WS-JSONFEED-STATUS NOT = '00'
023300         DISPLAY MYNAME ' UNABLE TO OPEN JSONFEED, STATUS = '
023400             WS-JSONFEED-STATUS
023500         MOVE 16 TO RETURN-CODE
023600         GOBACK
023700     END-IF
023800
023900     OPEN OUTPUT Conform-Report
024000     IF WS-CONFRPT-STATUS NOT = '00'
024100         DISPLAY MYNAME ' UNABLE TO OPEN CONFRPT, STATUS = '
024200             WS-CONFRPT-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         GOBACK
024500     END-IF
024600
024700     PERFORM 8000-READ-FEED THRU 8000-EXIT
024800
024900     .
025000 1000-EXIT.
025100     EXIT.
025200
025300******************************************************************
025400* 1100-LOAD-SPEC  --  LOADS THE SECTION'S FEED'S PAYLSPEC ROWS   *
025500*                     INTO WS-SPEC-TABLE, AND ITS THRESHOLD.     *
025600*                     NO PAYLSPEC FILE LEAVES THE TABLE EMPTY,   *
025700*                     SO THE FEED IS NOT CHECKED.                *
025800******************************************************************
025900 1100-LOAD-SPEC.
026000
026100     MOVE 0 TO WS-SPEC-COUNT
026200     MOVE 0 TO WS-SECT-THRESHOLD
026300     MOVE 'N' TO WS-SPEC-EOF-SW
026400
026500     OPEN INPUT Payload-Spec
026600     IF WS-PAYLSPEC-STATUS NOT = '00'
026700         GO TO 1100-EXIT
026800     END-IF
026900
027000     PERFORM 8100-READ-SPEC THRU 8100-EXIT
027100     PERFORM UNTIL WS-SPEC-EOF
027200         IF PSP-FEED-ID = WS-SECT-FEED
027300             IF PSP-RULE-THRESHOLD
027400                 MOVE PSP-HOLD-THRESHOLD TO WS-SECT-THRESHOLD
027500             ELSE
027600                 PERFORM 1150-ADD-SPEC-ROW THRU 1150-EXIT
027700             END-IF
027800         END-IF
027900         PERFORM 8100-READ-SPEC THRU 8100-EXIT
028000     END-PERFORM
028100
028200     CLOSE Payload-Spec
028300
028400     .
028500 1100-EXIT.
028600     EXIT.
028700
028800******************************************************************
028900* 1150-ADD-SPEC-ROW  --  ONE RULE ROW INTO WS-SPEC-TABLE.  A     *
029000*                        FEED WITH MORE ROWS THAN THE TABLE      *
029100*                        HOLDS IS CHECKED AGAINST THE FIRST      *
029200*                        WS-SPEC-MAX AND SAYS SO.                *
029300******************************************************************
029400 1150-ADD-SPEC-ROW.
029500
029600     IF WS-SPEC-COUNT >= WS-SPEC-MAX
029700         DISPLAY MYNAME ' PAYLSPEC TABLE FULL FOR FEED '
029800             WS-SECT-FEED ', RULE IGNORED FOR ' PSP-FIELD-NAME
029900         GO TO 1150-EXIT
030000     END-IF
030100
030200     ADD 1 TO WS-SPEC-COUNT
030300     MOVE PSP-RULE-TYPE  TO WS-SPEC-RULE (WS-SPEC-COUNT)
030400     MOVE PSP-FIELD-NAME TO WS-SPEC-FIELD (WS-SPEC-COUNT)
030500     MOVE 0              TO WS-SPEC-MAX-LEN (WS-SPEC-COUNT)
030600     MOVE SPACES         TO WS-SPEC-FORMAT (WS-SPEC-COUNT)
030700     MOVE SPACES         TO WS-SPEC-VALUE (WS-SPEC-COUNT)
030800
030900     EVALUATE TRUE
031000         WHEN PSP-RULE-LENGTH
031100             MOVE PSP-MAX-LENGTH
031200                 TO WS-SPEC-MAX-LEN (WS-SPEC-COUNT)
031300         WHEN PSP-RULE-FORMAT
031400             MOVE PSP-FORMAT
031500                 TO WS-SPEC-FORMAT (WS-SPEC-COUNT)
031600         WHEN PSP-RULE-VALUE
031700             MOVE PSP-ALLOWED-VALUE
031800                 TO WS-SPEC-VALUE (WS-SPEC-COUNT)
031900     END-EVALUATE
032000
032100     .
032200 1150-EXIT.
032300     EXIT.
032400
032500******************************************************************
032600* 2000-PROCESS-RECORD  --  A RUN HEADER CLOSES THE SECTION IN    *
032700*                          FLIGHT AND OPENS THE NEXT; ANY OTHER  *
032800*                          RECORD IS CHECKED AGAINST THE OPEN    *
032900*                          SECTION'S SPEC.                       *
033000******************************************************************
033100 2000-PROCESS-RECORD.
033200
033300     EVALUATE TRUE
033400         WHEN WS-REC(1:13) = WS-HEADER-TAG
033500             PERFORM 2600-CLOSE-SECTION THRU 2600-EXIT
033600             PERFORM 2100-START-SECTION THRU 2100-EXIT
033700         WHEN NOT WS-SECTION-OPEN
033800             ADD 1 TO WS-ORPHAN-RECORDS
033900         WHEN WS-REC(1:18) = WS-RECALL-TAG
034000             ADD 1 TO WS-SECT-RECALLS
034100         WHEN OTHER
034200             ADD 1 TO WS-SECT-RECORDS
034300             IF WS-SPEC-COUNT > 0
034400                 PERFORM 2300-PARSE-BUFFER THRU 2300-EXIT
034500                 PERFORM 2400-CHECK-RECORD THRU 2400-EXIT
034600             END-IF
034700     END-EVALUATE
034800
034900     PERFORM 8000-READ-FEED THRU 8000-EXIT
035000
035100     .
035200 2000-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600* 2100-START-SECTION  --  TAKES THE GENERATION'S KEY FROM THE    *
035700*                         RUN HEADER AND LOADS ITS FEED'S SPEC.  *
035800******************************************************************
035900 2100-START-SECTION.
036000
036100     MOVE WS-REC(14:8)  TO WS-SECT-DATE
036200     MOVE WS-REC(36:8)  TO WS-SECT-TIME
036300     MOVE WS-REC(57:10) TO WS-SECT-FEED
036400     MOVE 0 TO WS-SECT-RECORDS
036500     MOVE 0 TO WS-SECT-RECALLS
036600     MOVE 0 TO WS-SECT-BAD-RECORDS
036700     MOVE 0 TO WS-SECT-VIOLATIONS
036800     SET WS-SECTION-OPEN TO TRUE
036900     ADD 1 TO WS-SECTIONS-READ
037000
037100     PERFORM 1100-LOAD-SPEC THRU 1100-EXIT
037200
037300     .
037400 2100-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800* 2300-PARSE-BUFFER  --  SPLITS THE BUFFER INTO ITS "NAME":VALUE *
037900*                        PAIRS.  A QUOTED VALUE RUNS TO ITS      *
038000*                        CLOSING QUOTE, A BARE ONE (TRUE, FALSE, *
038100*                        A NUMBER) TO THE NEXT COMMA OR BRACE.   *
038200*                        THE FIRST PAIR'S VALUE -- THE CUSTOMER  *
038300*                        KEY -- IDENTIFIES THE RECORD ON THE     *
038400*                        REPORT.                                 *
038500******************************************************************
038600 2300-PARSE-BUFFER.
038700
038800     MOVE 0 TO WS-PAIR-COUNT
038900     MOVE SPACES TO WS-REC-KEY
039000
039100     MOVE 250 TO WS-REC-LEN
039200     PERFORM UNTIL WS-REC-LEN = 0
039300         OR WS-REC(WS-REC-LEN:1) NOT = SPACE
039400         SUBTRACT 1 FROM WS-REC-LEN
039500     END-PERFORM
039600
039700     MOVE 1 TO WS-POS
039800     PERFORM UNTIL WS-POS > WS-REC-LEN
039900         IF WS-REC(WS-POS:1) = '"'
040000             PERFORM 2310-TAKE-PAIR THRU 2310-EXIT
040100         ELSE
040200             ADD 1 TO WS-POS
040300         END-IF
040400     END-PERFORM
040500
040600     IF WS-PAIR-COUNT > 0
040700         MOVE WS-PAIR-VALUE (1) TO WS-REC-KEY
040800     END-IF
040900
041000     .
041100 2300-EXIT.
041200     EXIT.
041300
041400******************************************************************
041500* 2310-TAKE-PAIR  --  WS-POS IS ON THE OPENING QUOTE OF A NAME.  *
041600*                     TAKES THE NAME AND ITS VALUE AND LEAVES    *
041700*                     WS-POS PAST THEM.  A NAME OPENING A NESTED *
041800*                     OBJECT IS PASSED OVER -- ITS MEMBERS ARE   *
041900*                     TAKEN AS PAIRS OF THEIR OWN.               *
042000******************************************************************
042100 2310-TAKE-PAIR.
042200
042300     ADD 1 TO WS-POS
042400     MOVE WS-POS TO WS-START
042500     PERFORM UNTIL WS-POS > WS-REC-LEN
042600         OR WS-REC(WS-POS:1) = '"'
042700         ADD 1 TO WS-POS
042800     END-PERFORM
042900     IF WS-POS > WS-REC-LEN
043000         GO TO 2310-EXIT
043100     END-IF
043200
043300     MOVE SPACES TO WS-NAME
043400     COMPUTE WS-LEN = WS-POS - WS-START
043500     IF WS-LEN > 0
043600         IF WS-LEN > 20
043700             MOVE 20 TO WS-LEN
043800         END-IF
043900         MOVE WS-REC(WS-START:WS-LEN) TO WS-NAME
044000     END-IF
044100     ADD 1 TO WS-POS
044200
044300     IF WS-POS > WS-REC-LEN
044400         OR WS-REC(WS-POS:1) NOT = ':'
044500         GO TO 2310-EXIT
044600     END-IF
044700     ADD 1 TO WS-POS
044800     IF WS-POS > WS-REC-LEN
044900         OR WS-REC(WS-POS:1) = '{'
045000         GO TO 2310-EXIT
045100     END-IF
045200
045300     IF WS-REC(WS-POS:1) = '"'
045400         ADD 1 TO WS-POS
045500         MOVE WS-POS TO WS-START
045600         PERFORM UNTIL WS-POS > WS-REC-LEN
045700             OR WS-REC(WS-POS:1) = '"'
045800             ADD 1 TO WS-POS
045900         END-PERFORM
046000         COMPUTE WS-LEN = WS-POS - WS-START
046100         ADD 1 TO WS-POS
046200     ELSE
046300         MOVE WS-POS TO WS-START
046400         PERFORM UNTIL WS-POS > WS-REC-LEN
046500             OR WS-REC(WS-POS:1) = ','
046600             OR WS-REC(WS-POS:1) = '}'
046700             ADD 1 TO WS-POS
046800         END-PERFORM
046900         COMPUTE WS-LEN = WS-POS - WS-START
047000     END-IF
047100
047200     IF WS-PAIR-COUNT >= WS-PAIR-MAX
047300         GO TO 2310-EXIT
047400     END-IF
047500     ADD 1 TO WS-PAIR-COUNT
047600     MOVE WS-NAME TO WS-PAIR-NAME (WS-PAIR-COUNT)
047700     MOVE SPACES  TO WS-PAIR-VALUE (WS-PAIR-COUNT)
047800     MOVE WS-LEN  TO WS-PAIR-LEN (WS-PAIR-COUNT)
047900     IF WS-LEN > 0
048000         IF WS-LEN > 100
048100             MOVE 100 TO WS-LEN
048200         END-IF
048300         MOVE WS-REC(WS-START:WS-LEN)
048400             TO WS-PAIR-VALUE (WS-PAIR-COUNT)
048500     END-IF
048600
048700     .
048800 2310-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200* 2400-CHECK-RECORD  --  APPLIES EVERY SPEC ROW TO THE PARSED    *
049300*                        BUFFER.  A RECORD WITH ANY VIOLATION    *
049400*                        COUNTS ONCE TOWARD THE THRESHOLD, HOW-  *
049500*                        EVER MANY FIELDS ARE WRONG.             *
049600******************************************************************
049700 2400-CHECK-RECORD.
049800
049900     MOVE 'N' TO WS-REC-BAD-SW
050000
050100     MOVE 1 TO WS-SPEC-SUB
050200     PERFORM UNTIL WS-SPEC-SUB > WS-SPEC-COUNT
050300         PERFORM 2410-CHECK-RULE THRU 2410-EXIT
050400         ADD 1 TO WS-SPEC-SUB
050500     END-PERFORM
050600
050700     IF WS-REC-BAD
050800         ADD 1 TO WS-SECT-BAD-RECORDS
050900     END-IF
051000
051100     .
051200 2400-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600* 2410-CHECK-RULE  --  ONE SPEC ROW AGAINST THE PARSED BUFFER.   *
051700*                      ONLY THE FIRST V ROW FOR A FIELD TESTS    *
051800*                      IT, AGAINST ALL OF THE FIELD'S V ROWS.    *
051900******************************************************************
052000 2410-CHECK-RULE.
052100
052200     MOVE WS-SPEC-FIELD (WS-SPEC-SUB) TO WS-NAME
052300     PERFORM 2420-FIND-PAIR THRU 2420-EXIT
052400     MOVE SPACES TO WS-VIOLATION
052500
052600     EVALUATE WS-SPEC-RULE (WS-SPEC-SUB)
052700         WHEN 'R'
052800             IF NOT WS-PAIR-FOUND
052900                 OR WS-CHK-VALUE = SPACES
053000                 MOVE 'MISSING' TO WS-VIOLATION
053100             END-IF
053200         WHEN 'L'
053300             IF WS-PAIR-FOUND
053400                 AND WS-CHK-LEN > WS-SPEC-MAX-LEN (WS-SPEC-SUB)
053500                 MOVE 'TOO LONG' TO WS-VIOLATION
053600             END-IF
053700         WHEN 'F'
053800             IF WS-PAIR-FOUND
053900                 AND WS-CHK-VALUE NOT = SPACES
054000                 PERFORM 2450-CHECK-FORMAT THRU 2450-EXIT
054100                 IF NOT WS-FORMAT-OK
054200                     MOVE 'BAD FORMAT' TO WS-VIOLATION
054300                 END-IF
054400             END-IF
054500         WHEN 'V'
054600             IF WS-PAIR-FOUND
054700                 PERFORM 2460-CHECK-VALUE THRU 2460-EXIT
054800                 IF WS-VALUE-SEEN
054900                     CONTINUE
055000                 ELSE
055100                     IF NOT WS-VALUE-OK
055200                         MOVE 'NOT ALLOWED' TO WS-VIOLATION
055300                     END-IF
055400                 END-IF
055500             END-IF
055600     END-EVALUATE
055700
055800     IF WS-VIOLATION NOT = SPACES
055900         PERFORM 2500-WRITE-VIOLATION THRU 2500-EXIT
056000     END-IF
056100
056200     .
056300 2410-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700* 2420-FIND-PAIR  --  LOOKS UP WS-NAME AMONG THE BUFFER'S PAIRS, *
056800*                     LEAVING ITS VALUE AND LENGTH IN            *
056900*                     WS-CHK-VALUE/WS-CHK-LEN.                   *
057000******************************************************************
057100 2420-FIND-PAIR.
057200
057300     MOVE 'N' TO WS-PAIR-FOUND-SW
057400     MOVE SPACES TO WS-CHK-VALUE
057500     MOVE 0 TO WS-CHK-LEN
057600
057700     MOVE 1 TO WS-PAIR-SUB
057800     PERFORM UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
057900         OR WS-PAIR-FOUND
058000         IF WS-PAIR-NAME (WS-PAIR-SUB) = WS-NAME
058100             SET WS-PAIR-FOUND TO TRUE
058200             MOVE WS-PAIR-VALUE (WS-PAIR-SUB) TO WS-CHK-VALUE
058300             MOVE WS-PAIR-LEN (WS-PAIR-SUB)   TO WS-CHK-LEN
058400         ELSE
058500             ADD 1 TO WS-PAIR-SUB
058600         END-IF
058700     END-PERFORM
058800
058900     .
059000 2420-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400* 2450-CHECK-FORMAT  --  WS-CHK-VALUE AGAINST THE ROW'S FORMAT.  *
059500*                        DATES MUST BE THE RIGHT SHAPE AND CARRY *
059600*                        A POSSIBLE MONTH AND DAY.  AN UNKNOWN   *
059700*                        FORMAT NAME FAILS EVERY VALUE, SO A     *
059800*                        MISTYPED SPEC ROW SHOWS ON THE REPORT.  *
059900******************************************************************
060000 2450-CHECK-FORMAT.
060100
060200     MOVE 'N' TO WS-FORMAT-OK-SW
060300     MOVE 0 TO WS-CHK-MM
060400     MOVE 0 TO WS-CHK-DD
060500
060600     EVALUATE WS-SPEC-FORMAT (WS-SPEC-SUB)
060700         WHEN 'ISO8601 '
060800             IF WS-CHK-LEN = 10
060900                 AND WS-CHK-VALUE(1:4) IS NUMERIC
061000                 AND WS-CHK-VALUE(5:1) = '-'
061100                 AND WS-CHK-VALUE(6:2) IS NUMERIC
061200                 AND WS-CHK-VALUE(8:1) = '-'
061300                 AND WS-CHK-VALUE(9:2) IS NUMERIC
061400                 MOVE WS-CHK-VALUE(6:2) TO WS-CHK-MM
061500                 MOVE WS-CHK-VALUE(9:2) TO WS-CHK-DD
061600             END-IF
061700         WHEN 'YYYYMMDD'
061800             IF WS-CHK-LEN = 8
061900                 AND WS-CHK-VALUE(1:8) IS NUMERIC
062000                 MOVE WS-CHK-VALUE(5:2) TO WS-CHK-MM
062100                 MOVE WS-CHK-VALUE(7:2) TO WS-CHK-DD
062200             END-IF
062300         WHEN 'DDMMYYYY'
062400             IF WS-CHK-LEN = 8
062500                 AND WS-CHK-VALUE(1:8) IS NUMERIC
062600                 MOVE WS-CHK-VALUE(3:2) TO WS-CHK-MM
062700                 MOVE WS-CHK-VALUE(1:2) TO WS-CHK-DD
062800             END-IF
062900         WHEN 'NUMERIC '
063000             IF WS-CHK-LEN > 0
063100                 AND WS-CHK-LEN <= 100
063200                 AND WS-CHK-VALUE(1:WS-CHK-LEN) IS NUMERIC
063300                 SET WS-FORMAT-OK TO TRUE
063400             END-IF
063500             GO TO 2450-EXIT
063600         WHEN OTHER
063700             GO TO 2450-EXIT
063800     END-EVALUATE
063900
064000     IF WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
064100         AND WS-CHK-DD >= 1 AND WS-CHK-DD <= 31
064200         SET WS-FORMAT-OK TO TRUE
064300     END-IF
064400
064500     .
064600 2450-EXIT.
064700     EXIT.
064800
064900******************************************************************
065000* 2460-CHECK-VALUE  --  SETS WS-VALUE-SEEN WHEN AN EARLIER V ROW *
065100*                       ALREADY TESTED THIS FIELD; OTHERWISE     *
065200*                       SETS WS-VALUE-OK WHEN WS-CHK-VALUE IS    *
065300*                       ONE OF THE FIELD'S V ROWS.               *
065400******************************************************************
065500 2460-CHECK-VALUE.
065600
065700     MOVE 'N' TO WS-VALUE-SEEN-SW
065800     MOVE 'N' TO WS-VALUE-OK-SW
065900
066000     MOVE 1 TO WS-SPEC-SUB-2
066100     PERFORM UNTIL WS-SPEC-SUB-2 >= WS-SPEC-SUB
066200         OR WS-VALUE-SEEN
066300         IF WS-SPEC-RULE (WS-SPEC-SUB-2) = 'V'
066400             AND WS-SPEC-FIELD (WS-SPEC-SUB-2) = WS-NAME
066500             SET WS-VALUE-SEEN TO TRUE
066600         END-IF
066700         ADD 1 TO WS-SPEC-SUB-2
066800     END-PERFORM
066900     IF WS-VALUE-SEEN
067000         GO TO 2460-EXIT
067100     END-IF
067200
067300     MOVE WS-SPEC-SUB TO WS-SPEC-SUB-2
067400     PERFORM UNTIL WS-SPEC-SUB-2 > WS-SPEC-COUNT
067500         OR WS-VALUE-OK
067600         IF WS-SPEC-RULE (WS-SPEC-SUB-2) = 'V'
067700             AND WS-SPEC-FIELD (WS-SPEC-SUB-2) = WS-NAME
067800             AND WS-SPEC-VALUE (WS-SPEC-SUB-2) = WS-CHK-VALUE
067900             SET WS-VALUE-OK TO TRUE
068000         END-IF
068100         ADD 1 TO WS-SPEC-SUB-2
068200     END-PERFORM
068300
068400     .
068500 2460-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900* 2500-WRITE-VIOLATION  --  COUNTS ONE FIELD VIOLATION AND       *
069000*                           REPORTS IT, UP TO WS-DETAIL-CAP      *
069100*                           LINES PER SECTION -- THE SECTION'S   *
069200*                           VERDICT LINE CARRIES THE FULL COUNT. *
069300******************************************************************
069400 2500-WRITE-VIOLATION.
069500
069600     SET WS-REC-BAD TO TRUE
069700     ADD 1 TO WS-SECT-VIOLATIONS
069800     ADD 1 TO WS-TOTAL-VIOLATIONS
069900
070000     IF WS-SECT-VIOLATIONS > WS-DETAIL-CAP
070100         GO TO 2500-EXIT
070200     END-IF
070300
070400     MOVE SPACES TO CONFRPT-REC
070500     STRING 'VIOLATION FEED ' DELIMITED BY SIZE
070600            WS-SECT-FEED      DELIMITED BY SIZE
070700            ' KEY '           DELIMITED BY SIZE
070800            WS-REC-KEY        DELIMITED BY SPACE
070900            ' FIELD '         DELIMITED BY SIZE
071000            WS-NAME           DELIMITED BY SPACE
071100            ' '               DELIMITED BY SIZE
071200            WS-VIOLATION      DELIMITED BY SIZE
071300         INTO CONFRPT-REC
071400     WRITE CONFRPT-REC
071500
071600     .
071700 2500-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100* 2600-CLOSE-SECTION  --  ONE VERDICT LINE PER SECTION.  A FEED  *
072200*                         WITH NO SPEC ROWS IS REPORTED NOT      *
072300*                         CHECKED AND ITS DLVTRACK ROW LEFT      *
072400*                         ALONE; OTHERWISE THE SECTION IS HELD   *
072500*                         WHEN ITS VIOLATING RECORDS PASS THE    *
072600*                         FEED'S THRESHOLD, ELSE PASSED.         *
072700******************************************************************
072800 2600-CLOSE-SECTION.
072900
073000     IF NOT WS-SECTION-OPEN
073100         GO TO 2600-EXIT
073200     END-IF
073300     MOVE 'N' TO WS-SECTION-OPEN-SW
073400
073500     MOVE WS-SECT-RECORDS     TO WS-NUM-DISPLAY
073600     MOVE WS-SECT-BAD-RECORDS TO WS-NUM-DISPLAY-2
073700     MOVE WS-SECT-THRESHOLD   TO WS-NUM-DISPLAY-3
073800     MOVE SPACES TO CONFRPT-REC
073900
074000     IF WS-SPEC-COUNT = 0
074100         ADD 1 TO WS-SECTIONS-NOSPEC
074200         STRING 'NOSPEC FEED '    DELIMITED BY SIZE
074300                WS-SECT-FEED      DELIMITED BY SIZE
074400                ' RECORDS '       DELIMITED BY SIZE
074500                WS-NUM-DISPLAY    DELIMITED BY SIZE
074600                ' NOT CHECKED'    DELIMITED BY SIZE
074700             INTO CONFRPT-REC
074800         WRITE CONFRPT-REC
074900         GO TO 2600-EXIT
075000     END-IF
075100
075200     IF WS-SECT-BAD-RECORDS > WS-SECT-THRESHOLD
075300         ADD 1 TO WS-SECTIONS-HELD
075400         SET WS-SECT-HELD TO TRUE
075500         STRING 'HELD   FEED '    DELIMITED BY SIZE
075600                WS-SECT-FEED      DELIMITED BY SIZE
075700                ' RECORDS '       DELIMITED BY SIZE
075800                WS-NUM-DISPLAY    DELIMITED BY SIZE
075900                ' VIOLATING '     DELIMITED BY SIZE
076000                WS-NUM-DISPLAY-2  DELIMITED BY SIZE
076100                ' THRESHOLD '     DELIMITED BY SIZE
076200                WS-NUM-DISPLAY-3  DELIMITED BY SIZE
076300             INTO CONFRPT-REC
076400     ELSE
076500         ADD 1 TO WS-SECTIONS-PASSED
076600         SET WS-SECT-PASSED TO TRUE
076700         STRING 'PASS   FEED '    DELIMITED BY SIZE
076800                WS-SECT-FEED      DELIMITED BY SIZE
076900                ' RECORDS '       DELIMITED BY SIZE
077000                WS-NUM-DISPLAY    DELIMITED BY SIZE
077100                ' VIOLATING '     DELIMITED BY SIZE
077200                WS-NUM-DISPLAY-2  DELIMITED BY SIZE
077300                ' THRESHOLD '     DELIMITED BY SIZE
077400                WS-NUM-DISPLAY-3  DELIMITED BY SIZE
077500             INTO CONFRPT-REC
077600     END-IF
077700     WRITE CONFRPT-REC
077800
077900     IF WS-VERDICT-COUNT >= WS-VERDICT-MAX
078000         DISPLAY MYNAME ' VERDICT TABLE FULL, FEED '
078100             WS-SECT-FEED ' ' WS-SECT-DATE ' ' WS-SECT-TIME
078200             ' NOT APPLIED TO DLVTRACK'
078300         GO TO 2600-EXIT
078400     END-IF
078500     ADD 1 TO WS-VERDICT-COUNT
078600     MOVE WS-SECT-DATE     TO WS-VRD-DATE (WS-VERDICT-COUNT)
078700     MOVE WS-SECT-TIME     TO WS-VRD-TIME (WS-VERDICT-COUNT)
078800     MOVE WS-SECT-FEED     TO WS-VRD-FEED (WS-VERDICT-COUNT)
078900     MOVE WS-SECT-VERDICT  TO WS-VRD-SW (WS-VERDICT-COUNT)
079000
079100     .
079200 2600-EXIT.
079300     EXIT.
079400
079500******************************************************************
079600* 3000-TERMINATE  --  CLOSES THE FILES AND SETS THE RETURN CODE: *
079700*                     8 WHEN RECORDS STOOD OUTSIDE ANY SECTION,  *
079800*                     4 WHEN ANY GENERATION WAS HELD.            *
079900******************************************************************
080000 3000-TERMINATE.
080100
080200     IF WS-ORPHAN-RECORDS > 0
080300         MOVE WS-ORPHAN-RECORDS TO WS-NUM-DISPLAY
080400         MOVE SPACES TO CONFRPT-REC
080500         STRING 'RECORDS BEFORE ANY RUN HEADER: '
080600                    DELIMITED BY SIZE
080700                WS-NUM-DISPLAY DELIMITED BY SIZE
080800                ', NOT CHECKED' DELIMITED BY SIZE
080900             INTO CONFRPT-REC
081000         WRITE CONFRPT-REC
081100     END-IF
081200
081300     CLOSE Json-Feed
081400     CLOSE Conform-Report
081500
081600     DISPLAY MYNAME ' SECTIONS READ         = ' WS-SECTIONS-READ
081700     DISPLAY MYNAME ' SECTIONS NOT CHECKED  = ' WS-SECTIONS-NOSPEC
081800     DISPLAY MYNAME ' SECTIONS PASSED       = ' WS-SECTIONS-PASSED
081900     DISPLAY MYNAME ' SECTIONS HELD         = ' WS-SECTIONS-HELD
082000     DISPLAY MYNAME ' FIELD VIOLATIONS      = '
082100         WS-TOTAL-VIOLATIONS
082200     DISPLAY MYNAME ' GENERATIONS HELD      = ' WS-ROWS-HELD
082300     DISPLAY MYNAME ' GENERATIONS RELEASED  = ' WS-ROWS-RELEASED
082400
082500     EVALUATE TRUE
082600         WHEN RETURN-CODE NOT = 0
082700             CONTINUE
082800         WHEN WS-ORPHAN-RECORDS > 0
082900             MOVE 8 TO RETURN-CODE
083000         WHEN WS-SECTIONS-HELD > 0
083100             MOVE 4 TO RETURN-CODE
083200     END-EVALUATE
083300
083400     DISPLAY MYNAME ' End'
083500
083600     .
083700 3000-EXIT.
083800     EXIT.
083900
084000******************************************************************
084100* 4000-REWRITE-TRACK  --  COPIES DLVTRACK TO DLVTRKO, APPLYING   *
084200*                         EACH SECTION'S VERDICT TO ITS OWN ROW  *
084300*                         (SAME RUN DATE, RUN TIME AND FEED): A  *
084400*                         PENDING ROW OF A HELD SECTION IS SET   *
084500*                         HELD, A HELD ROW OF A PASSED SECTION   *
084600*                         GOES BACK TO PENDING.  CONFIRMED,      *
084700*                         ESCALATED AND SHADOW ROWS ARE NEVER    *
084800*                         CHANGED.                               *
084900******************************************************************
085000 4000-REWRITE-TRACK.
085100
085200     OPEN INPUT Delivery-Track
085300     IF WS-DLVTRACK-STATUS NOT = '00'
085400         DISPLAY MYNAME ' UNABLE TO OPEN DLVTRACK, STATUS = '
085500             WS-DLVTRACK-STATUS
085600         MOVE 16 TO RETURN-CODE
085700         GO TO 4000-EXIT
085800     END-IF
085900
086000     OPEN OUTPUT Delivery-Track-Out
086100     IF WS-DLVTRKO-STATUS NOT = '00'
086200         DISPLAY MYNAME ' UNABLE TO OPEN DLVTRKO, STATUS = '
086300             WS-DLVTRKO-STATUS
086400         MOVE 16 TO RETURN-CODE
086500         CLOSE Delivery-Track
086600         GO TO 4000-EXIT
086700     END-IF
086800
086900     PERFORM 8200-READ-DLVTRACK THRU 8200-EXIT
087000     PERFORM UNTIL WS-TRACK-EOF
087100         PERFORM 4100-APPLY-VERDICT THRU 4100-EXIT
087200         MOVE DLV-TRACK-RECORD TO DLV-TRACK-OUT-RECORD
087300         WRITE DLV-TRACK-OUT-RECORD
087400         PERFORM 8200-READ-DLVTRACK THRU 8200-EXIT
087500     END-PERFORM
087600
087700     CLOSE Delivery-Track
087800     CLOSE Delivery-Track-Out
087900
088000     .
088100 4000-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500* 4100-APPLY-VERDICT  --  ONE DLVTRACK ROW AGAINST THE VERDICT   *
088600*                         TABLE.                                 *
088700******************************************************************
088800 4100-APPLY-VERDICT.
088900
089000     IF NOT DLV-STATUS-PENDING OF DLV-TRACK-RECORD
089100         AND NOT DLV-STATUS-HELD OF DLV-TRACK-RECORD
089200         GO TO 4100-EXIT
089300     END-IF
089400
089500     MOVE 1 TO WS-VERDICT-SUB
089600     PERFORM UNTIL WS-VERDICT-SUB > WS-VERDICT-COUNT
089700         OR (WS-VRD-DATE (WS-VERDICT-SUB)
089800                 = DLV-GEN-DATE OF DLV-TRACK-RECORD
089900             AND WS-VRD-TIME (WS-VERDICT-SUB)
090000                 = DLV-GEN-TIME OF DLV-TRACK-RECORD
090100             AND WS-VRD-FEED (WS-VERDICT-SUB)
090200                 = DLV-FEED-ID OF DLV-TRACK-RECORD)
090300         ADD 1 TO WS-VERDICT-SUB
090400     END-PERFORM
090500     IF WS-VERDICT-SUB > WS-VERDICT-COUNT
090600         GO TO 4100-EXIT
090700     END-IF
090800
090900     IF WS-VRD-HELD (WS-VERDICT-SUB)
091000         AND DLV-STATUS-PENDING OF DLV-TRACK-RECORD
091100         SET DLV-STATUS-HELD OF DLV-TRACK-RECORD TO TRUE
091200         ADD 1 TO WS-ROWS-HELD
091300     END-IF
091400     IF WS-VRD-PASSED (WS-VERDICT-SUB)
091500         AND DLV-STATUS-HELD OF DLV-TRACK-RECORD
091600         SET DLV-STATUS-PENDING OF DLV-TRACK-RECORD TO TRUE
091700         ADD 1 TO WS-ROWS-RELEASED
091800     END-IF
091900
092000     .
092100 4100-EXIT.
092200     EXIT.
092300
092400******************************************************************
092500* 8000-READ-FEED  --  PRIMES/ADVANCES THE JSONFEED CURSOR.       *
092600******************************************************************
092700 8000-READ-FEED.
092800
092900     READ Json-Feed
093000         AT END
093100             SET WS-FEED-EOF TO TRUE
093200         NOT AT END
093300             MOVE JSONFEED-REC TO WS-REC
093400     END-READ
093500
093600     .
093700 8000-EXIT.
093800     EXIT.
093900
094000******************************************************************
094100* 8100-READ-SPEC  --  PRIMES/ADVANCES THE PAYLSPEC CURSOR.       *
094200******************************************************************
094300 8100-READ-SPEC.
094400
094500     READ Payload-Spec
094600         AT END
094700             SET WS-SPEC-EOF TO TRUE
094800     END-READ
094900
095000     .
095100 8100-EXIT.
095200     EXIT.
095300
095400******************************************************************
095500* 8200-READ-DLVTRACK  --  PRIMES/ADVANCES THE DLVTRACK CURSOR.   *
095600******************************************************************
095700 8200-READ-DLVTRACK.
095800
095900     READ Delivery-Track
096000         AT END
096100             SET WS-TRACK-EOF TO TRUE
096200     END-READ
096300
096400     .
096500 8200-EXIT.
096600     EXIT.

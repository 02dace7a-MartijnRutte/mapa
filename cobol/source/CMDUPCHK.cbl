000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. CMDUPCHK.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  WEEKLY PROBABLE-DUPLICATE  *
001500*                  CUSTOMER MATCHING.  FIRST APPLIES THE         *
001600*                  OPERATOR'S DUPDCSN DECISIONS ON LAST RUN'S    *
001700*                  PROPOSED PAIRS WHILE CARRYING DUPPAIR FORWARD *
001800*                  TO DUPPAIRN: A CONFIRMED PAIR IS WRITTEN      *
001900*                  STRAIGHT OUT AS A REKEYIN MERGE TRANSACTION   *
002000*                  FOR CMREKEY, A DECLINED ONE IS REMEMBERED SO  *
002100*                  IT IS NEVER PROPOSED AGAIN.  THEN SCORES      *
002200*                  EVERY ACTIVE CUSTOMER'S CUSTDETL ROW AGAINST  *
002300*                  EVERY OTHER SHARING ITS NORMALIZED CONTACT    *
002400*                  NAME OR ITS PHONE DIGITS -- NAME 40, PHONE 40,*
002500*                  ACCOUNT TYPE 10, SD-003 10 -- AND PROPOSES    *
002600*                  EACH NEW PAIR SCORING 50 OR MORE ON THE       *
002700*                  DUPRPT REVIEW REPORT AND ON DUPPAIRN.  THE    *
002800*                  CANDIDATES ARE BLOCKED THROUGH THE DUPWORK    *
002900*                  KEYED RUN COPY, THE SAME WAY JSNGDLY BUILDS   *
003000*                  ENTLKEY, SO NO CUSTOMER IS COMPARED WITH THE  *
003100*                  WHOLE FILE.  CHANGES NOTHING ON THE MASTER.   *
003200*                  RETURN CODE 4 WHEN A PAIR IS PROPOSED OR A    *
003300*                  DECISION COULD NOT BE APPLIED.                *
003310* 2026-10-14 MAR   CUSTDETL'S CONTACT NAME AND PHONE ARE NOW     *
003320*                  TOKVAULT TOKENS.  EACH IS RESOLVED IN STORAGE *
003330*                  (3150) BEFORE IT IS NORMALIZED, SO MATCHING   *
003340*                  STILL COMPARES THE REAL VALUES; NOTHING CLEAR *
003350*                  IS WRITTEN BUT THE NORMALIZED DUPWORK BLOCKS. *
003360*                  NO TOKVAULT MEANS NO MATCHING THIS RUN.       *
003400******************************************************************
003500 Environment Division.
003600 Input-Output Section.
003700 File-Control.
003800     Select Customer-Master Assign to 'CUSTMAST'
003900         Organization is Indexed
004000         Access Mode is Random
004100         Record Key is SD-001 OF CUSTMAST-REC
004200         File Status is WS-CUSTMAST-STATUS.
004300
004400     Select Customer-Detail Assign to 'CUSTDETL'
004500         Organization is Indexed
004600         Access Mode is Sequential
004700         Record Key is CDT-CUSTOMER-KEY OF CUSTDETL-REC
004800         File Status is WS-CUSTDETL-STATUS.
004900
005000     Select Decision-File Assign to 'DUPDCSN'
005100         Organization is Line Sequential
005200         File Status is WS-DUPDCSN-STATUS.
005300
005400     Select Pair-File-Old Assign to 'DUPPAIR'
005500         Organization is Line Sequential
005600         File Status is WS-DUPPAIR-STATUS.
005700
005800     Select Pair-File-New Assign to 'DUPPAIRN'
005900         Organization is Line Sequential
006000         File Status is WS-DUPPAIRN-STATUS.
006100
006200     Select Rekey-Transactions Assign to 'REKEYIN'
006300         Organization is Line Sequential
006400         File Status is WS-REKEYIN-STATUS.
006500
006600     Select Duplicate-Report Assign to 'DUPRPT'
006700         Organization is Line Sequential
006800         File Status is WS-DUPRPT-STATUS.
006900
007000     Select Match-Work Assign to 'DUPWORK'
007100         Organization is Indexed
007200         Access Mode is Dynamic
007300         Record Key is DPW-WORK-KEY
007400         File Status is WS-DUPWORK-STATUS.
007410
007420     Select Token-Vault Assign to 'TOKVAULT'
007430         Organization is Indexed
007440         Access Mode is Random
007450         Record Key is TKV-TOKEN
007460         File Status is WS-TOKVAULT-STATUS.
007500 Data Division.
007600 File Section.
007700 FD  Customer-Master
007800     Label Records are Standard
007900     Recording Mode is F.
008000 COPY SOMEDATA Replacing ==SOME-DATA== By ==CUSTMAST-REC==.
008100
008200 FD  Customer-Detail
008300     Label Records are Standard
008400     Recording Mode is F.
008500 COPY CUSTDETL Replacing ==CDT-DETAIL-RECORD== By
008600                         ==CUSTDETL-REC==.
008700
008710 FD  Token-Vault
008720     Label Records are Standard
008730     Recording Mode is F.
008740 COPY TOKVAULT.
008750
008800 FD  Decision-File
008900     Label Records are Standard
009000     Recording Mode is F.
009100 COPY DUPDCSN.
009200
009300 FD  Pair-File-Old
009400     Label Records are Standard
009500     Recording Mode is F.
009600 01  DUPPAIR-REC              PIC X(063).
009700
009800 FD  Pair-File-New
009900     Label Records are Standard
010000     Recording Mode is F.
010100 01  DUPPAIRN-REC             PIC X(063).
010200
010300 FD  Rekey-Transactions
010400     Label Records are Standard
010500     Recording Mode is F.
010600 COPY REKEYTXN.
010700
010800 FD  Duplicate-Report
010900     Label Records are Standard
011000     Recording Mode is F.
011100 01  DUPRPT-REC               PIC X(100).
011200
011300*
011400* THE BLOCKING RUN COPY: ONE ROW PER ACTIVE CUSTOMER UNDER ITS
011500* NORMALIZED CONTACT NAME (BLOCK TYPE N) AND ONE UNDER ITS PHONE
011600* DIGITS (BLOCK TYPE P), SO READING IT IN KEY ORDER BRINGS EVERY
011700* CUSTOMER SHARING A NAME, THEN A PHONE, TOGETHER.  A BLANK NAME
011800* OR PHONE GETS NO ROW.
011900 FD  Match-Work
012000     Label Records are Standard
012100     Recording Mode is F.
012200 01  DPW-WORK-RECORD.
012300     05  DPW-WORK-KEY.
012400         10  DPW-BLOCK-TYPE      PIC X(001).
012500             88  DPW-NAME-BLOCK      VALUE 'N'.
012600             88  DPW-PHONE-BLOCK     VALUE 'P'.
012700         10  DPW-BLOCK-VALUE     PIC X(020).
012800         10  DPW-CUSTOMER-KEY    PIC X(008).
012900     05  DPW-NAME                PIC X(020).
013000     05  DPW-PHONE               PIC X(012).
013100     05  DPW-ACCOUNT-TYPE        PIC X(004).
013200     05  DPW-SD-003              PIC X(008).
013300
013400 Working-Storage Section.
013500 01  CONSTANTS.
013600     05  MYNAME               PIC X(008) VALUE 'CMDUPCHK'.
013700
013800 01  WS-CUSTMAST-STATUS       PIC X(002) VALUE '00'.
013900 01  WS-CUSTDETL-STATUS       PIC X(002) VALUE '00'.
014000 01  WS-DUPDCSN-STATUS        PIC X(002) VALUE '00'.
014100 01  WS-DUPPAIR-STATUS        PIC X(002) VALUE '00'.
014200 01  WS-DUPPAIRN-STATUS       PIC X(002) VALUE '00'.
014300 01  WS-REKEYIN-STATUS        PIC X(002) VALUE '00'.
014400 01  WS-DUPRPT-STATUS         PIC X(002) VALUE '00'.
014500 01  WS-DUPWORK-STATUS        PIC X(002) VALUE '00'.
014550 01  WS-TOKVAULT-STATUS       PIC X(002) VALUE '00'.
014600
014700 01  WS-SWITCHES.
014800     05  WS-DUPDCSN-EOF-SW    PIC X(001) VALUE 'N'.
014900         88  WS-DUPDCSN-EOF       VALUE 'Y'.
015000     05  WS-DUPPAIR-EOF-SW    PIC X(001) VALUE 'N'.
015100         88  WS-DUPPAIR-EOF       VALUE 'Y'.
015200     05  WS-CUSTDETL-EOF-SW   PIC X(001) VALUE 'N'.
015300         88  WS-CUSTDETL-EOF      VALUE 'Y'.
015400     05  WS-DUPWORK-EOF-SW    PIC X(001) VALUE 'N'.
015500         88  WS-DUPWORK-EOF       VALUE 'Y'.
015600     05  WS-DUPWORK-READY-SW  PIC X(001) VALUE 'N'.
015700         88  WS-DUPWORK-READY     VALUE 'Y'.
015800     05  WS-FOUND-SW          PIC X(001) VALUE 'N'.
015900         88  WS-FOUND             VALUE 'Y'.
016000
016100 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
016200
016300*
016400* THE PAIR ROW BEING CARRIED FORWARD OR PROPOSED.
016500 COPY DUPPAIR.
016600
016700*
016800* A PAIR SCORING AT LEAST WS-MIN-SCORE IS PROPOSED.  NAME OR
016900* PHONE ALONE (40) IS NOT ENOUGH; EITHER WITH ONE OF THE CODES
017000* IS.
017100 01  WS-MIN-SCORE             PIC 9(003) VALUE 50.
017200 01  WS-SCORE                 PIC 9(003) VALUE 0.
017300
017400*
017500* LAST RUN'S DECLINED AND MERGED PAIRS -- NEVER PROPOSED AGAIN.
017600 01  WS-KNOWN-TABLE.
017700     05  WS-KNOWN-PAIR        PIC X(016) OCCURS 5000 TIMES.
017800 01  WS-KNOWN-MAX             PIC 9(004) COMP-5 VALUE 5000.
017900 01  WS-KNOWN-COUNT           PIC 9(004) COMP-5 VALUE 0.
018000 01  WS-KNOWN-SUB             PIC 9(004) COMP-5 VALUE 0.
018100
018200*
018300* THE OPERATOR'S DECISIONS, KEYS PUT IN PAIR ORDER (1100).
018400 01  WS-DECISION-TABLE.
018500     05  WS-DCN-ENTRY OCCURS 500 TIMES.
018600         10  WS-DCN-PAIR-KEY.
018700             15  WS-DCN-KEY-A     PIC X(008).
018800             15  WS-DCN-KEY-B     PIC X(008).
018900         10  WS-DCN-DECISION  PIC X(001).
019000         10  WS-DCN-SURVIVOR  PIC X(008).
019100         10  WS-DCN-OPERATOR  PIC X(008).
019200         10  WS-DCN-USED-SW   PIC X(001).
019300             88  WS-DCN-USED      VALUE 'Y'.
019400 01  WS-DCN-MAX               PIC 9(004) COMP-5 VALUE 500.
019500 01  WS-DCN-COUNT             PIC 9(004) COMP-5 VALUE 0.
019600 01  WS-DCN-SUB               PIC 9(004) COMP-5 VALUE 0.
019700
019800*
019900* KEYS ALREADY GIVEN A MERGE THIS RUN, SO TWO CONFIRMED PAIRS
020000* SHARING A KEY CANNOT RETIRE A SURVIVOR OR RETIRE ONE KEY TWICE.
020100 01  WS-TOUCHED-TABLE.
020200     05  WS-TCH-ENTRY OCCURS 500 TIMES.
020300         10  WS-TCH-KEY       PIC X(008).
020400         10  WS-TCH-ROLE      PIC X(001).
020500             88  WS-TCH-RETIRED   VALUE 'R'.
020600             88  WS-TCH-SURVIVOR  VALUE 'S'.
020700 01  WS-TCH-MAX               PIC 9(004) COMP-5 VALUE 500.
020800 01  WS-TCH-COUNT             PIC 9(004) COMP-5 VALUE 0.
020900 01  WS-TCH-SUB               PIC 9(004) COMP-5 VALUE 0.
021000 01  WS-RETIRE-KEY            PIC X(008) VALUE SPACES.
021100 01  WS-REJECT-REASON         PIC X(024) VALUE SPACES.
021200
021300*
021400* NORMALIZATION (3100).
021500 01  WS-LOWER-CASE            PIC X(026)
021600                              VALUE 'abcdefghijklmnopqrstuvwxyz'.
021700 01  WS-UPPER-CASE            PIC X(026)
021800                              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
021900 01  WS-RAW-NAME              PIC X(020) VALUE SPACES.
021950 01  WS-RAW-PHONE             PIC X(012) VALUE SPACES.
022000 01  WS-NORM-NAME             PIC X(020) VALUE SPACES.
022100 01  WS-NORM-PHONE            PIC X(012) VALUE SPACES.
022200 01  WS-CHAR                  PIC X(001) VALUE SPACE.
022300 01  WS-IN-SUB                PIC 9(004) COMP-5 VALUE 0.
022400 01  WS-OUT-SUB               PIC 9(004) COMP-5 VALUE 0.
022410 01  WS-TKV-TYPE              PIC X(001) VALUE SPACES.
022420 01  WS-TKV-VALUE             PIC X(020) VALUE SPACES.
022500
022600*
022700* ONE BLOCK OF THE RUN COPY -- EVERY CUSTOMER SHARING ONE NAME
022800* OR ONE PHONE (4000).  A BLOCK LARGER THAN THE TABLE IS A
022900* PLACEHOLDER VALUE, NOT A CUSTOMER; ONLY ITS FIRST
023000* WS-BLOCK-MAX MEMBERS ARE COMPARED, AND THE RUN SAYS SO.
023100 01  WS-BLOCK-TABLE.
023200     05  WS-BLK-ENTRY OCCURS 50 TIMES.
023300         10  WS-BLK-KEY       PIC X(008).
023400         10  WS-BLK-NAME      PIC X(020).
023500         10  WS-BLK-PHONE     PIC X(012).
023600         10  WS-BLK-TYPE      PIC X(004).
023700         10  WS-BLK-SD-003    PIC X(008).
023800 01  WS-BLOCK-MAX             PIC 9(004) COMP-5 VALUE 50.
023900 01  WS-BLOCK-COUNT           PIC 9(004) COMP-5 VALUE 0.
024000 01  WS-BLOCK-OVERFLOW        PIC 9(009) COMP-5 VALUE 0.
024100 01  WS-BLOCK-ID.
024200     05  WS-BLOCK-ID-TYPE     PIC X(001) VALUE SPACE.
024300         88  WS-BLOCK-IS-NAME     VALUE 'N'.
024400     05  WS-BLOCK-ID-VALUE    PIC X(020) VALUE SPACES.
024500 01  WS-SUB-1                 PIC 9(004) COMP-5 VALUE 0.
024600 01  WS-SUB-2                 PIC 9(004) COMP-5 VALUE 0.
024700
024800 01  WS-COUNTERS.
024900     05  WS-DETL-READ         PIC 9(009) COMP-5 VALUE 0.
025000     05  WS-DETL-SKIPPED      PIC 9(009) COMP-5 VALUE 0.
025100     05  WS-PAIRS-CARRIED     PIC 9(009) COMP-5 VALUE 0.
025200     05  WS-PAIRS-MERGED      PIC 9(009) COMP-5 VALUE 0.
025300     05  WS-PAIRS-DECLINED    PIC 9(009) COMP-5 VALUE 0.
025400     05  WS-PAIRS-REPROPOSED  PIC 9(009) COMP-5 VALUE 0.
025500     05  WS-PAIRS-PROPOSED    PIC 9(009) COMP-5 VALUE 0.
025600     05  WS-DECISIONS-REJECTED PIC 9(009) COMP-5 VALUE 0.
025700
025800*
025900* REPORT LINES.
026000 01  WS-HEADING-1.
026100     05  FILLER               PIC X(009) VALUE 'CMDUPCHK '.
026200     05  FILLER               PIC X(040) VALUE
026300             'PROBABLE DUPLICATE CUSTOMERS'.
026400     05  FILLER               PIC X(009) VALUE 'RUN DATE '.
026500     05  WS-HDG-RUN-DATE      PIC 9(008).
026600 01  WS-HEADING-2.
026700     05  FILLER               PIC X(009) VALUE 'ACTION'.
026800     05  FILLER               PIC X(009) VALUE 'KEY A'.
026900     05  FILLER               PIC X(009) VALUE 'KEY B'.
027000     05  FILLER               PIC X(006) VALUE 'SCORE'.
027100     05  FILLER               PIC X(005) VALUE 'NAME'.
027200     05  FILLER               PIC X(006) VALUE 'PHONE'.
027300     05  FILLER               PIC X(005) VALUE 'TYPE'.
027400     05  FILLER               PIC X(007) VALUE 'SD-003'.
027500     05  FILLER               PIC X(009) VALUE 'SURVIVOR'.
027600     05  FILLER               PIC X(009) VALUE 'OPERATOR'.
027700     05  FILLER               PIC X(004) VALUE 'NOTE'.
027800 01  WS-DETAIL-LINE.
027900     05  WS-DTL-ACTION        PIC X(008).
028000     05  FILLER               PIC X(001) VALUE SPACE.
028100     05  WS-DTL-KEY-A         PIC X(008).
028200     05  FILLER               PIC X(001) VALUE SPACE.
028300     05  WS-DTL-KEY-B         PIC X(008).
028400     05  FILLER               PIC X(002) VALUE SPACES.
028500     05  WS-DTL-SCORE         PIC ZZ9.
028600     05  FILLER               PIC X(003) VALUE SPACES.
028700     05  WS-DTL-NAME          PIC X(001).
028800     05  FILLER               PIC X(004) VALUE SPACES.
028900     05  WS-DTL-PHONE         PIC X(001).
029000     05  FILLER               PIC X(005) VALUE SPACES.
029100     05  WS-DTL-TYPE          PIC X(001).
029200     05  FILLER               PIC X(004) VALUE SPACES.
029300     05  WS-DTL-SD-003        PIC X(001).
029400     05  FILLER               PIC X(006) VALUE SPACES.
029500     05  WS-DTL-SURVIVOR      PIC X(008).
029600     05  FILLER               PIC X(001) VALUE SPACE.
029700     05  WS-DTL-OPERATOR      PIC X(008).
029800     05  FILLER               PIC X(001) VALUE SPACE.
029900     05  WS-DTL-NOTE          PIC X(024).
030000 01  WS-TOTAL-LINE.
030100     05  FILLER               PIC X(006) VALUE 'TOTAL '.
030200     05  WS-TOT-CATEGORY      PIC X(020).
030300     05  FILLER               PIC X(003) VALUE ' = '.
030400     05  WS-TOT-COUNT         PIC Z(008)9.
030500
030600******************************************************************
030700 Procedure Division.
030800******************************************************************
030900 0000-MAINLINE.
031000
031100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
031200     PERFORM 2000-CARRY-PAIRS      THRU 2000-EXIT
031300     PERFORM 3000-BUILD-MATCH-WORK THRU 3000-EXIT
031400     PERFORM 4000-MATCH-BLOCKS     THRU 4000-EXIT
031500     PERFORM 8000-TERMINATE        THRU 8000-EXIT
031600
031700     GOBACK
031800     .
031900 0000-EXIT.
032000     EXIT.
032100
032200******************************************************************
032300* 1000-INITIALIZE  --  OPENS THE MASTER, THE NEW PAIR            *
032400*                      GENERATION, THE REKEY TRANSACTIONS AND    *
032500*                      THE REPORT, WRITES THE HEADINGS, AND      *
032600*                      LOADS THE OPERATOR'S DECISIONS.           *
032700******************************************************************
032800 1000-INITIALIZE.
032900
033000     DISPLAY MYNAME ' Begin'
033100
033200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033300
033400     OPEN INPUT Customer-Master
033500     IF WS-CUSTMAST-STATUS NOT = '00'
033600         DISPLAY MYNAME ' UNABLE TO OPEN CUSTMAST, STATUS = '
033700             WS-CUSTMAST-STATUS
033800         MOVE 16 TO RETURN-CODE
033900         GOBACK
034000     END-IF
034100
034200     OPEN OUTPUT Pair-File-New
034300     IF WS-DUPPAIRN-STATUS NOT = '00'
034400         DISPLAY MYNAME ' UNABLE TO OPEN DUPPAIRN, STATUS = '
034500             WS-DUPPAIRN-STATUS
034600         MOVE 16 TO RETURN-CODE
034700         GOBACK
034800     END-IF
034900
035000     OPEN OUTPUT Rekey-Transactions
035100     IF WS-REKEYIN-STATUS NOT = '00'
035200         DISPLAY MYNAME ' UNABLE TO OPEN REKEYIN, STATUS = '
035300             WS-REKEYIN-STATUS
035400         MOVE 16 TO RETURN-CODE
035500         GOBACK
035600     END-IF
035700
035800     OPEN OUTPUT Duplicate-Report
035900     IF WS-DUPRPT-STATUS NOT = '00'
036000         DISPLAY MYNAME ' UNABLE TO OPEN DUPRPT, STATUS = '
036100             WS-DUPRPT-STATUS
036200         MOVE 16 TO RETURN-CODE
036300         GOBACK
036400     END-IF
036500
036600     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
036700     WRITE DUPRPT-REC FROM WS-HEADING-1
036800     MOVE SPACES TO DUPRPT-REC
036900     WRITE DUPRPT-REC
037000     WRITE DUPRPT-REC FROM WS-HEADING-2
037100
037200     PERFORM 1100-LOAD-DECISIONS THRU 1100-EXIT
037300
037400     .
037500 1000-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900* 1100-LOAD-DECISIONS  --  LOADS DUPDCSN, KEYS IN PAIR ORDER     *
038000*                          (LOWER KEY FIRST).  A ROW WITH AN     *
038100*                          UNKNOWN DECISION CODE, OR A SURVIVOR  *
038200*                          THAT IS NEITHER KEY, IS REJECTED      *
038300*                          HERE.  NO DUPDCSN MEANS NO DECISIONS  *
038400*                          THIS RUN.                             *
038500******************************************************************
038600 1100-LOAD-DECISIONS.
038700
038800     MOVE 'N' TO WS-DUPDCSN-EOF-SW
038900     OPEN INPUT Decision-File
039000     IF WS-DUPDCSN-STATUS NOT = '00'
039100         DISPLAY MYNAME ' DUPDCSN NOT AVAILABLE, STATUS = '
039200             WS-DUPDCSN-STATUS ', NO DECISIONS APPLIED'
039300         GO TO 1100-EXIT
039400     END-IF
039500
039600     PERFORM 1150-READ-DECISION THRU 1150-EXIT
039700     PERFORM UNTIL WS-DUPDCSN-EOF
039800         IF DDC-SURVIVOR-KEY = SPACES
039900             MOVE DDC-KEY-1 TO DDC-SURVIVOR-KEY
040000         END-IF
040100         MOVE SPACES TO WS-REJECT-REASON
040200         EVALUATE TRUE
040300             WHEN NOT DDC-CONFIRM AND NOT DDC-DECLINE
040400                 MOVE 'UNKNOWN DECISION CODE'
040500                     TO WS-REJECT-REASON
040600             WHEN DDC-KEY-1 = SPACES OR DDC-KEY-2 = SPACES
040700                 OR DDC-KEY-1 = DDC-KEY-2
040800                 MOVE 'KEYS DO NOT NAME A PAIR'
040900                     TO WS-REJECT-REASON
041000             WHEN DDC-CONFIRM
041100                 AND DDC-SURVIVOR-KEY NOT = DDC-KEY-1
041200                 AND DDC-SURVIVOR-KEY NOT = DDC-KEY-2
041300                 MOVE 'SURVIVOR NOT IN PAIR'
041400                     TO WS-REJECT-REASON
041500             WHEN WS-DCN-COUNT >= WS-DCN-MAX
041600                 MOVE 'DECISION TABLE FULL'
041700                     TO WS-REJECT-REASON
041800         END-EVALUATE
041900
042000         IF WS-REJECT-REASON NOT = SPACES
042100             PERFORM 1160-REJECT-DECISION THRU 1160-EXIT
042200         ELSE
042300             ADD 1 TO WS-DCN-COUNT
042400             IF DDC-KEY-1 < DDC-KEY-2
042500                 MOVE DDC-KEY-1 TO WS-DCN-KEY-A (WS-DCN-COUNT)
042600                 MOVE DDC-KEY-2 TO WS-DCN-KEY-B (WS-DCN-COUNT)
042700             ELSE
042800                 MOVE DDC-KEY-2 TO WS-DCN-KEY-A (WS-DCN-COUNT)
042900                 MOVE DDC-KEY-1 TO WS-DCN-KEY-B (WS-DCN-COUNT)
043000             END-IF
043100             MOVE DDC-DECISION
043200                 TO WS-DCN-DECISION (WS-DCN-COUNT)
043300             MOVE DDC-SURVIVOR-KEY
043400                 TO WS-DCN-SURVIVOR (WS-DCN-COUNT)
043500             MOVE DDC-OPERATOR-ID
043600                 TO WS-DCN-OPERATOR (WS-DCN-COUNT)
043700             MOVE 'N' TO WS-DCN-USED-SW (WS-DCN-COUNT)
043800         END-IF
043900         PERFORM 1150-READ-DECISION THRU 1150-EXIT
044000     END-PERFORM
044100
044200     CLOSE Decision-File
044300
044400     .
044500 1100-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900* 1150-READ-DECISION  --  PRIMES/ADVANCES THE DUPDCSN CURSOR.    *
045000******************************************************************
045100 1150-READ-DECISION.
045200
045300     READ Decision-File
045400         AT END
045500             SET WS-DUPDCSN-EOF TO TRUE
045600     END-READ
045700
045800     .
045900 1150-EXIT.
046000     EXIT.
046100
046200******************************************************************
046300* 1160-REJECT-DECISION  --  REPORTS ONE DUPDCSN ROW THAT CANNOT  *
046400*                           BE APPLIED, WITH WS-REJECT-REASON.   *
046500******************************************************************
046600 1160-REJECT-DECISION.
046700
046800     MOVE SPACES           TO WS-DETAIL-LINE
046900     MOVE 'REJECTED'       TO WS-DTL-ACTION
047000     MOVE DDC-KEY-1        TO WS-DTL-KEY-A
047100     MOVE DDC-KEY-2        TO WS-DTL-KEY-B
047200     MOVE DDC-SURVIVOR-KEY TO WS-DTL-SURVIVOR
047300     MOVE DDC-OPERATOR-ID  TO WS-DTL-OPERATOR
047400     MOVE WS-REJECT-REASON TO WS-DTL-NOTE
047500     WRITE DUPRPT-REC FROM WS-DETAIL-LINE
047600     ADD 1 TO WS-DECISIONS-REJECTED
047700
047800     .
047900 1160-EXIT.
048000     EXIT.
048100
048200******************************************************************
048300* 2000-CARRY-PAIRS  --  CARRIES LAST RUN'S DUPPAIR TO DUPPAIRN.  *
048400*                       MERGED AND DECLINED ROWS ARE KEPT AS     *
048500*                       THEY ARE AND REMEMBERED; A PROPOSED ROW  *
048600*                       TAKES ITS DECISION (2100), OR IS         *
048700*                       DROPPED FOR THIS RUN'S MATCHING TO       *
048800*                       RE-SCORE WHEN THERE IS NONE.  NO DUPPAIR *
048900*                       IS A FIRST RUN.  DECISIONS LEFT OVER     *
049000*                       NAMED NO PROPOSED PAIR.                  *
049100******************************************************************
049200 2000-CARRY-PAIRS.
049300
049400     MOVE 'N' TO WS-DUPPAIR-EOF-SW
049500     OPEN INPUT Pair-File-Old
049600     IF WS-DUPPAIR-STATUS NOT = '00'
049700         DISPLAY MYNAME ' DUPPAIR NOT AVAILABLE, STATUS = '
049800             WS-DUPPAIR-STATUS ', TREATED AS A FIRST RUN'
049900         SET WS-DUPPAIR-EOF TO TRUE
050000     ELSE
050100         PERFORM 2050-READ-PAIR THRU 2050-EXIT
050200     END-IF
050300
050400     PERFORM UNTIL WS-DUPPAIR-EOF
050500         EVALUATE TRUE
050600             WHEN DPP-PROPOSED
050700                 PERFORM 2100-APPLY-DECISION THRU 2100-EXIT
050800             WHEN OTHER
050900                 PERFORM 2200-KEEP-PAIR THRU 2200-EXIT
051000         END-EVALUATE
051100         PERFORM 2050-READ-PAIR THRU 2050-EXIT
051200     END-PERFORM
051300
051400     IF WS-DUPPAIR-STATUS NOT = '35'
051500         CLOSE Pair-File-Old
051600     END-IF
051700
051800     MOVE 0 TO WS-DCN-SUB
051900     PERFORM UNTIL WS-DCN-SUB >= WS-DCN-COUNT
052000         ADD 1 TO WS-DCN-SUB
052100         IF NOT WS-DCN-USED (WS-DCN-SUB)
052200             MOVE WS-DCN-KEY-A (WS-DCN-SUB)    TO DDC-KEY-1
052300             MOVE WS-DCN-KEY-B (WS-DCN-SUB)    TO DDC-KEY-2
052400             MOVE WS-DCN-SURVIVOR (WS-DCN-SUB) TO DDC-SURVIVOR-KEY
052500             MOVE WS-DCN-OPERATOR (WS-DCN-SUB) TO DDC-OPERATOR-ID
052600             MOVE 'PAIR NOT PROPOSED' TO WS-REJECT-REASON
052700             PERFORM 1160-REJECT-DECISION THRU 1160-EXIT
052800         END-IF
052900     END-PERFORM
053000
053100     .
053200 2000-EXIT.
053300     EXIT.
053400
053500******************************************************************
053600* 2050-READ-PAIR  --  PRIMES/ADVANCES THE DUPPAIR CURSOR.        *
053700******************************************************************
053800 2050-READ-PAIR.
053900
054000     READ Pair-File-Old INTO DPP-PAIR-RECORD
054100         AT END
054200             SET WS-DUPPAIR-EOF TO TRUE
054300     END-READ
054400
054500     .
054600 2050-EXIT.
054700     EXIT.
054800
054900******************************************************************
055000* 2100-APPLY-DECISION  --  ONE PROPOSED PAIR.  A DECLINE MAKES   *
055100*                          IT DECLINED.  A CONFIRM WRITES THE    *
055200*                          REKEYIN MERGE (THE OTHER KEY INTO THE *
055300*                          SURVIVOR) AND MAKES IT MERGED --      *
055400*                          UNLESS AN EARLIER CONFIRM THIS RUN    *
055500*                          ALREADY RETIRES EITHER KEY OR KEEPS   *
055600*                          THE KEY THIS ONE WOULD RETIRE, IN     *
055700*                          WHICH CASE IT IS REJECTED AND THE     *
055800*                          PAIR LEFT FOR NEXT WEEK.              *
055900******************************************************************
056000 2100-APPLY-DECISION.
056100
056200     MOVE 'N' TO WS-FOUND-SW
056300     MOVE 0 TO WS-DCN-SUB
056400     PERFORM UNTIL WS-FOUND OR WS-DCN-SUB >= WS-DCN-COUNT
056500         ADD 1 TO WS-DCN-SUB
056600         IF WS-DCN-PAIR-KEY (WS-DCN-SUB) = DPP-PAIR-KEY
056700             AND NOT WS-DCN-USED (WS-DCN-SUB)
056800             SET WS-FOUND TO TRUE
056900         END-IF
057000     END-PERFORM
057100     IF NOT WS-FOUND
057200         ADD 1 TO WS-PAIRS-REPROPOSED
057300         GO TO 2100-EXIT
057400     END-IF
057500     SET WS-DCN-USED (WS-DCN-SUB) TO TRUE
057600
057700     MOVE WS-RUN-DATE TO DPP-DECISION-DATE
057800     MOVE WS-DCN-OPERATOR (WS-DCN-SUB) TO DPP-OPERATOR-ID
057900
058000     IF WS-DCN-DECISION (WS-DCN-SUB) = 'D'
058100         SET DPP-DECLINED TO TRUE
058200         MOVE SPACES TO DPP-SURVIVOR-KEY
058300         ADD 1 TO WS-PAIRS-DECLINED
058400         MOVE 'DECLINED' TO WS-DTL-ACTION
058500         PERFORM 2300-REPORT-PAIR THRU 2300-EXIT
058600         PERFORM 2200-KEEP-PAIR THRU 2200-EXIT
058700         GO TO 2100-EXIT
058800     END-IF
058900
059000     MOVE WS-DCN-SURVIVOR (WS-DCN-SUB) TO DPP-SURVIVOR-KEY
059100     IF DPP-SURVIVOR-KEY = DPP-KEY-A
059200         MOVE DPP-KEY-B TO WS-RETIRE-KEY
059300     ELSE
059400         MOVE DPP-KEY-A TO WS-RETIRE-KEY
059500     END-IF
059600
059700     MOVE SPACES TO WS-REJECT-REASON
059800     MOVE 0 TO WS-TCH-SUB
059900     PERFORM UNTIL WS-TCH-SUB >= WS-TCH-COUNT
060000         ADD 1 TO WS-TCH-SUB
060100         IF WS-TCH-KEY (WS-TCH-SUB) = WS-RETIRE-KEY
060200             MOVE 'KEY IN ANOTHER MERGE'
060300                 TO WS-REJECT-REASON
060400         END-IF
060500         IF WS-TCH-KEY (WS-TCH-SUB) = DPP-SURVIVOR-KEY
060600             AND WS-TCH-RETIRED (WS-TCH-SUB)
060700             MOVE 'SURVIVOR RETIRED'
060800                 TO WS-REJECT-REASON
060900         END-IF
061000     END-PERFORM
061100     IF WS-REJECT-REASON = SPACES
061200         AND WS-TCH-COUNT + 2 > WS-TCH-MAX
061300         MOVE 'MERGE TABLE FULL' TO WS-REJECT-REASON
061400     END-IF
061500     IF WS-REJECT-REASON NOT = SPACES
061600         MOVE DPP-KEY-A       TO DDC-KEY-1
061700         MOVE DPP-KEY-B       TO DDC-KEY-2
061800         MOVE DPP-SURVIVOR-KEY TO DDC-SURVIVOR-KEY
061900         MOVE DPP-OPERATOR-ID TO DDC-OPERATOR-ID
062000         PERFORM 1160-REJECT-DECISION THRU 1160-EXIT
062100         ADD 1 TO WS-PAIRS-REPROPOSED
062200         GO TO 2100-EXIT
062300     END-IF
062400
062500     ADD 1 TO WS-TCH-COUNT
062600     MOVE WS-RETIRE-KEY TO WS-TCH-KEY (WS-TCH-COUNT)
062700     SET WS-TCH-RETIRED (WS-TCH-COUNT) TO TRUE
062800     ADD 1 TO WS-TCH-COUNT
062900     MOVE DPP-SURVIVOR-KEY TO WS-TCH-KEY (WS-TCH-COUNT)
063000     SET WS-TCH-SURVIVOR (WS-TCH-COUNT) TO TRUE
063100
063200     MOVE WS-RETIRE-KEY    TO RKT-OLD-KEY
063300     MOVE DPP-SURVIVOR-KEY TO RKT-NEW-KEY
063400     WRITE RKT-REKEY-RECORD
063500
063600     SET DPP-MERGED TO TRUE
063700     ADD 1 TO WS-PAIRS-MERGED
063800     MOVE 'MERGE' TO WS-DTL-ACTION
063900     PERFORM 2300-REPORT-PAIR THRU 2300-EXIT
064000     PERFORM 2200-KEEP-PAIR THRU 2200-EXIT
064100
064200     .
064300 2100-EXIT.
064400     EXIT.
064500
064600******************************************************************
064700* 2200-KEEP-PAIR  --  WRITES A DECIDED PAIR TO DUPPAIRN AND      *
064800*                     REMEMBERS IT SO MATCHING SKIPS IT.         *
064900******************************************************************
065000 2200-KEEP-PAIR.
065100
065200     WRITE DUPPAIRN-REC FROM DPP-PAIR-RECORD
065300     ADD 1 TO WS-PAIRS-CARRIED
065400
065500     IF WS-KNOWN-COUNT >= WS-KNOWN-MAX
065600         DISPLAY MYNAME ' DECIDED-PAIR TABLE FULL, '
065700             DPP-KEY-A '/' DPP-KEY-B ' MAY BE PROPOSED AGAIN'
065800         GO TO 2200-EXIT
065900     END-IF
066000     ADD 1 TO WS-KNOWN-COUNT
066100     MOVE DPP-PAIR-KEY TO WS-KNOWN-PAIR (WS-KNOWN-COUNT)
066200
066300     .
066400 2200-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800* 2300-REPORT-PAIR  --  ONE DETAIL LINE FOR DPP-PAIR-RECORD      *
066900*                       UNDER THE ACTION IN WS-DTL-ACTION.       *
067000******************************************************************
067100 2300-REPORT-PAIR.
067200
067300     MOVE DPP-KEY-A          TO WS-DTL-KEY-A
067400     MOVE DPP-KEY-B          TO WS-DTL-KEY-B
067500     MOVE DPP-SCORE          TO WS-DTL-SCORE
067600     MOVE DPP-NAME-MATCH-SW  TO WS-DTL-NAME
067700     MOVE DPP-PHONE-MATCH-SW TO WS-DTL-PHONE
067800     MOVE DPP-TYPE-MATCH-SW  TO WS-DTL-TYPE
067900     MOVE DPP-SD003-MATCH-SW TO WS-DTL-SD-003
068000     MOVE DPP-SURVIVOR-KEY   TO WS-DTL-SURVIVOR
068100     MOVE DPP-OPERATOR-ID    TO WS-DTL-OPERATOR
068200     MOVE SPACES             TO WS-DTL-NOTE
068300     WRITE DUPRPT-REC FROM WS-DETAIL-LINE
068400
068500     .
068600 2300-EXIT.
068700     EXIT.
068800
068900******************************************************************
069000* 3000-BUILD-MATCH-WORK  --  COPIES EVERY ACTIVE CUSTOMER'S      *
069100*                            CUSTDETL ROW INTO THE DUPWORK RUN   *
069200*                            COPY UNDER ITS NAME AND PHONE       *
069300*                            BLOCKS.  A ROW WITH NO MASTER       *
069400*                            RECORD IS CMINTEG'S CONCERN, AND AN *
069500*                            INACTIVE CUSTOMER IS NOT SENT TO    *
069600*                            ANYONE -- BOTH ARE SKIPPED.  NO     *
069700*                            CUSTDETL OR NO DUPWORK MEANS NO     *
069800*                            MATCHING THIS RUN.                  *
069900******************************************************************
070000 3000-BUILD-MATCH-WORK.
070100
070200     MOVE 'N' TO WS-CUSTDETL-EOF-SW
070300     OPEN INPUT Customer-Detail
070400     IF WS-CUSTDETL-STATUS NOT = '00'
070500         DISPLAY MYNAME ' CUSTDETL NOT AVAILABLE, STATUS = '
070600             WS-CUSTDETL-STATUS ', NO MATCHING THIS RUN'
070700         GO TO 3000-EXIT
070800     END-IF
070900
070910     OPEN INPUT Token-Vault
070920     IF WS-TOKVAULT-STATUS NOT = '00'
070930         DISPLAY MYNAME ' TOKVAULT NOT AVAILABLE, STATUS = '
070940             WS-TOKVAULT-STATUS ', NO MATCHING THIS RUN'
070950         CLOSE Customer-Detail
070960         GO TO 3000-EXIT
070970     END-IF
070980
071000     OPEN OUTPUT Match-Work
071100     IF WS-DUPWORK-STATUS = '00'
071200         CLOSE Match-Work
071300         OPEN I-O Match-Work
071400     END-IF
071500     IF WS-DUPWORK-STATUS NOT = '00'
071600         DISPLAY MYNAME ' DUPWORK NOT AVAILABLE, STATUS = '
071700             WS-DUPWORK-STATUS ', NO MATCHING THIS RUN'
071800         CLOSE Customer-Detail
071850         CLOSE Token-Vault
071900         GO TO 3000-EXIT
072000     END-IF
072100
072200     PERFORM 3050-READ-CUSTDETL THRU 3050-EXIT
072300     PERFORM UNTIL WS-CUSTDETL-EOF
072400         PERFORM 3100-ADD-WORK-ROWS THRU 3100-EXIT
072500         PERFORM 3050-READ-CUSTDETL THRU 3050-EXIT
072600     END-PERFORM
072700
072800     CLOSE Customer-Detail
072850     CLOSE Token-Vault
072900     CLOSE Match-Work
073000     SET WS-DUPWORK-READY TO TRUE
073100
073200     .
073300 3000-EXIT.
073400     EXIT.
073500
073600******************************************************************
073700* 3050-READ-CUSTDETL  --  PRIMES/ADVANCES THE CUSTDETL CURSOR.   *
073800******************************************************************
073900 3050-READ-CUSTDETL.
074000
074100     READ Customer-Detail
074200         AT END
074300             SET WS-CUSTDETL-EOF TO TRUE
074400         NOT AT END
074500             ADD 1 TO WS-DETL-READ
074600     END-READ
074700
074800     .
074900 3050-EXIT.
075000     EXIT.
075100
075200******************************************************************
075300* 3100-ADD-WORK-ROWS  --  NORMALIZES ONE CUSTDETL ROW -- NAME    *
075400*                         TO UPPER-CASE LETTERS AND DIGITS ONLY, *
075500*                         PHONE TO DIGITS ONLY -- AND WRITES ITS *
075600*                         NAME-BLOCK AND PHONE-BLOCK ROWS.       *
075650*                         BOTH ARE RESOLVED FROM THEIR TOKENS    *
075670*                         FIRST (3150).                          *
075700******************************************************************
075800 3100-ADD-WORK-ROWS.
075900
076000     MOVE CDT-CUSTOMER-KEY OF CUSTDETL-REC
076100         TO SD-001 OF CUSTMAST-REC
076200     READ Customer-Master
076300         INVALID KEY
076400             ADD 1 TO WS-DETL-SKIPPED
076500             GO TO 3100-EXIT
076600     END-READ
076700     IF SD-STATUS-INACTIVE OF CUSTMAST-REC
076800         ADD 1 TO WS-DETL-SKIPPED
076900         GO TO 3100-EXIT
077000     END-IF
077100
077110     MOVE 'N' TO WS-TKV-TYPE
077120     MOVE CDT-CONTACT-NAME OF CUSTDETL-REC TO WS-TKV-VALUE
077130     PERFORM 3150-RESOLVE-TOKEN THRU 3150-EXIT
077200     MOVE WS-TKV-VALUE TO WS-RAW-NAME
077300     INSPECT WS-RAW-NAME
077400         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
077500     MOVE SPACES TO WS-NORM-NAME
077600     MOVE 0 TO WS-OUT-SUB
077700     MOVE 0 TO WS-IN-SUB
077800     PERFORM UNTIL WS-IN-SUB >= 20
077900         ADD 1 TO WS-IN-SUB
078000         MOVE WS-RAW-NAME(WS-IN-SUB:1) TO WS-CHAR
078100         IF (WS-CHAR >= 'A' AND WS-CHAR <= 'Z')
078200             OR (WS-CHAR >= '0' AND WS-CHAR <= '9')
078300             ADD 1 TO WS-OUT-SUB
078400             MOVE WS-CHAR TO WS-NORM-NAME(WS-OUT-SUB:1)
078500         END-IF
078600     END-PERFORM
078700
078710     MOVE 'P' TO WS-TKV-TYPE
078720     MOVE CDT-CONTACT-PHONE OF CUSTDETL-REC TO WS-TKV-VALUE
078730     PERFORM 3150-RESOLVE-TOKEN THRU 3150-EXIT
078740     MOVE WS-TKV-VALUE(1:12) TO WS-RAW-PHONE
078750
078800     MOVE SPACES TO WS-NORM-PHONE
078900     MOVE 0 TO WS-OUT-SUB
079000     MOVE 0 TO WS-IN-SUB
079100     PERFORM UNTIL WS-IN-SUB >= 12
079200         ADD 1 TO WS-IN-SUB
079300         MOVE WS-RAW-PHONE(WS-IN-SUB:1) TO WS-CHAR
079500         IF WS-CHAR >= '0' AND WS-CHAR <= '9'
079600             ADD 1 TO WS-OUT-SUB
079700             MOVE WS-CHAR TO WS-NORM-PHONE(WS-OUT-SUB:1)
079800         END-IF
079900     END-PERFORM
080000
080100     MOVE CDT-CUSTOMER-KEY OF CUSTDETL-REC TO DPW-CUSTOMER-KEY
080200     MOVE WS-NORM-NAME                     TO DPW-NAME
080300     MOVE WS-NORM-PHONE                    TO DPW-PHONE
080400     MOVE CDT-ACCOUNT-TYPE OF CUSTDETL-REC TO DPW-ACCOUNT-TYPE
080500     MOVE SD-003 OF CUSTMAST-REC           TO DPW-SD-003
080600
080700     IF WS-NORM-NAME NOT = SPACES
080800         SET DPW-NAME-BLOCK TO TRUE
080900         MOVE WS-NORM-NAME TO DPW-BLOCK-VALUE
081000         WRITE DPW-WORK-RECORD
081100             INVALID KEY
081200                 CONTINUE
081300         END-WRITE
081400     END-IF
081500
081600     IF WS-NORM-PHONE NOT = SPACES
081700         SET DPW-PHONE-BLOCK TO TRUE
081800         MOVE WS-NORM-PHONE TO DPW-BLOCK-VALUE
081900         WRITE DPW-WORK-RECORD
082000             INVALID KEY
082100                 CONTINUE
082200         END-WRITE
082300     END-IF
082400
082500     .
082600 3100-EXIT.
082700     EXIT.
082710
082712******************************************************************
082714* 3150-RESOLVE-TOKEN  --  TURNS THE TOKEN IN WS-TKV-VALUE BACK   *
082716*                        INTO ITS CLEAR VALUE FOR THE CUSTDETL   *
082718*                        ROW'S CUSTOMER.  ANY OTHER VAULT ROW,   *
082720*                        OR NONE, RESOLVES TO SPACES -- NOTHING  *
082722*                        TO MATCH ON.  A VALUE THAT IS NOT A     *
082724*                        TOKEN IS LEFT AS IT IS.                 *
082726******************************************************************
082728 3150-RESOLVE-TOKEN.
082730
082732     IF WS-TKV-VALUE(1:3) NOT = '*TK'
082734         GO TO 3150-EXIT
082736     END-IF
082738
082740     MOVE WS-TKV-VALUE(1:12) TO TKV-TOKEN
082742     READ Token-Vault
082744         INVALID KEY
082746             MOVE SPACES TO TKV-VAULT-RECORD
082748     END-READ
082750
082752     IF TKV-CUSTOMER-KEY = CDT-CUSTOMER-KEY OF CUSTDETL-REC
082754         AND TKV-FIELD-TYPE = WS-TKV-TYPE
082756         MOVE TKV-CLEAR-VALUE TO WS-TKV-VALUE
082758     ELSE
082760         MOVE SPACES TO WS-TKV-VALUE
082762     END-IF
082764
082766     .
082768 3150-EXIT.
082770     EXIT.
082800
082900******************************************************************
083000* 4000-MATCH-BLOCKS  --  READS THE RUN COPY IN KEY ORDER,        *
083100*                        GATHERING EACH BLOCK AND SCORING IT     *
083200*                        (4100) WHEN THE NEXT ONE STARTS.        *
083300******************************************************************
083400 4000-MATCH-BLOCKS.
083500
083600     IF NOT WS-DUPWORK-READY
083700         GO TO 4000-EXIT
083800     END-IF
083900
084000     MOVE 'N' TO WS-DUPWORK-EOF-SW
084100     OPEN INPUT Match-Work
084200     IF WS-DUPWORK-STATUS NOT = '00'
084300         DISPLAY MYNAME ' DUPWORK NOT AVAILABLE, STATUS = '
084400             WS-DUPWORK-STATUS ', NO MATCHING THIS RUN'
084500         GO TO 4000-EXIT
084600     END-IF
084700
084800     MOVE 0 TO WS-BLOCK-COUNT
084900     MOVE SPACES TO WS-BLOCK-ID
085000     PERFORM 4050-READ-WORK THRU 4050-EXIT
085100     PERFORM UNTIL WS-DUPWORK-EOF
085200         IF DPW-BLOCK-TYPE  NOT = WS-BLOCK-ID-TYPE
085300             OR DPW-BLOCK-VALUE NOT = WS-BLOCK-ID-VALUE
085400             PERFORM 4100-SCORE-BLOCK THRU 4100-EXIT
085500             MOVE DPW-BLOCK-TYPE  TO WS-BLOCK-ID-TYPE
085600             MOVE DPW-BLOCK-VALUE TO WS-BLOCK-ID-VALUE
085700             MOVE 0 TO WS-BLOCK-COUNT
085800         END-IF
085900         IF WS-BLOCK-COUNT < WS-BLOCK-MAX
086000             ADD 1 TO WS-BLOCK-COUNT
086100             MOVE DPW-CUSTOMER-KEY TO WS-BLK-KEY (WS-BLOCK-COUNT)
086200             MOVE DPW-NAME         TO WS-BLK-NAME (WS-BLOCK-COUNT)
086300             MOVE DPW-PHONE
086400                 TO WS-BLK-PHONE (WS-BLOCK-COUNT)
086500             MOVE DPW-ACCOUNT-TYPE TO WS-BLK-TYPE (WS-BLOCK-COUNT)
086600             MOVE DPW-SD-003
086700                 TO WS-BLK-SD-003 (WS-BLOCK-COUNT)
086800         ELSE
086900             ADD 1 TO WS-BLOCK-OVERFLOW
087000         END-IF
087100         PERFORM 4050-READ-WORK THRU 4050-EXIT
087200     END-PERFORM
087300     PERFORM 4100-SCORE-BLOCK THRU 4100-EXIT
087400
087500     CLOSE Match-Work
087600
087700     .
087800 4000-EXIT.
087900     EXIT.
088000
088100******************************************************************
088200* 4050-READ-WORK  --  PRIMES/ADVANCES THE DUPWORK CURSOR.        *
088300******************************************************************
088400 4050-READ-WORK.
088500
088600     READ Match-Work NEXT RECORD
088700         AT END
088800             SET WS-DUPWORK-EOF TO TRUE
088900     END-READ
089000
089100     .
089200 4050-EXIT.
089300     EXIT.
089400
089500******************************************************************
089600* 4100-SCORE-BLOCK  --  SCORES EVERY PAIR IN THE GATHERED BLOCK. *
089700******************************************************************
089800 4100-SCORE-BLOCK.
089900
090000     IF WS-BLOCK-COUNT < 2
090100         GO TO 4100-EXIT
090200     END-IF
090300
090400     MOVE 0 TO WS-SUB-1
090500     PERFORM UNTIL WS-SUB-1 >= WS-BLOCK-COUNT - 1
090600         ADD 1 TO WS-SUB-1
090700         MOVE WS-SUB-1 TO WS-SUB-2
090800         PERFORM UNTIL WS-SUB-2 >= WS-BLOCK-COUNT
090900             ADD 1 TO WS-SUB-2
091000             PERFORM 4200-SCORE-PAIR THRU 4200-EXIT
091100         END-PERFORM
091200     END-PERFORM
091300
091400     .
091500 4100-EXIT.
091600     EXIT.
091700
091800******************************************************************
091900* 4200-SCORE-PAIR  --  SCORES BLOCK MEMBERS WS-SUB-1/WS-SUB-2.   *
092000*                      A PAIR SHARING BOTH NAME AND PHONE IS IN  *
092100*                      BOTH BLOCKS; IT IS TAKEN FROM THE PHONE   *
092200*                      BLOCK ONLY.  A PAIR ALREADY DECIDED IS    *
092300*                      NEVER PROPOSED AGAIN.                     *
092400******************************************************************
092500 4200-SCORE-PAIR.
092600
092700     MOVE 0 TO WS-SCORE
092800     MOVE 'NNNN' TO DPP-MATCHES
092900
093000     IF WS-BLK-NAME (WS-SUB-1) NOT = SPACES
093100         AND WS-BLK-NAME (WS-SUB-1) = WS-BLK-NAME (WS-SUB-2)
093200         ADD 40 TO WS-SCORE
093300         MOVE 'Y' TO DPP-NAME-MATCH-SW
093400     END-IF
093500     IF WS-BLK-PHONE (WS-SUB-1) NOT = SPACES
093600         AND WS-BLK-PHONE (WS-SUB-1) = WS-BLK-PHONE (WS-SUB-2)
093700         IF WS-BLOCK-IS-NAME
093800             GO TO 4200-EXIT
093900         END-IF
094000         ADD 40 TO WS-SCORE
094100         MOVE 'Y' TO DPP-PHONE-MATCH-SW
094200     END-IF
094300     IF WS-BLK-TYPE (WS-SUB-1) NOT = SPACES
094400         AND WS-BLK-TYPE (WS-SUB-1) = WS-BLK-TYPE (WS-SUB-2)
094500         ADD 10 TO WS-SCORE
094600         MOVE 'Y' TO DPP-TYPE-MATCH-SW
094700     END-IF
094800     IF WS-BLK-SD-003 (WS-SUB-1) NOT = SPACES
094900         AND WS-BLK-SD-003 (WS-SUB-1) = WS-BLK-SD-003 (WS-SUB-2)
095000         ADD 10 TO WS-SCORE
095100         MOVE 'Y' TO DPP-SD003-MATCH-SW
095200     END-IF
095300
095400     IF WS-SCORE < WS-MIN-SCORE
095500         GO TO 4200-EXIT
095600     END-IF
095700
095800     IF WS-BLK-KEY (WS-SUB-1) < WS-BLK-KEY (WS-SUB-2)
095900         MOVE WS-BLK-KEY (WS-SUB-1) TO DPP-KEY-A
096000         MOVE WS-BLK-KEY (WS-SUB-2) TO DPP-KEY-B
096100     ELSE
096200         MOVE WS-BLK-KEY (WS-SUB-2) TO DPP-KEY-A
096300         MOVE WS-BLK-KEY (WS-SUB-1) TO DPP-KEY-B
096400     END-IF
096500
096600     MOVE 0 TO WS-KNOWN-SUB
096700     PERFORM UNTIL WS-KNOWN-SUB >= WS-KNOWN-COUNT
096800         ADD 1 TO WS-KNOWN-SUB
096900         IF WS-KNOWN-PAIR (WS-KNOWN-SUB) = DPP-PAIR-KEY
097000             GO TO 4200-EXIT
097100         END-IF
097200     END-PERFORM
097300
097400     MOVE WS-SCORE    TO DPP-SCORE
097500     MOVE WS-RUN-DATE TO DPP-FOUND-DATE
097600     SET DPP-PROPOSED TO TRUE
097700     MOVE SPACES      TO DPP-SURVIVOR-KEY
097800     MOVE 0           TO DPP-DECISION-DATE
097900     MOVE SPACES      TO DPP-OPERATOR-ID
098000     WRITE DUPPAIRN-REC FROM DPP-PAIR-RECORD
098100     ADD 1 TO WS-PAIRS-PROPOSED
098200
098300     MOVE 'PROPOSED' TO WS-DTL-ACTION
098400     PERFORM 2300-REPORT-PAIR THRU 2300-EXIT
098500
098600     .
098700 4200-EXIT.
098800     EXIT.
098900
099000******************************************************************
099100* 8000-TERMINATE  --  WRITES THE TOTALS, CLOSES EVERYTHING AND   *
099200*                     REPORTS THE RUN COUNTS.  A NEW PROPOSAL OR *
099300*                     A REJECTED DECISION ENDS THE RUN WITH      *
099400*                     RETURN CODE 4 SO THE SCHEDULER FLAGS IT    *
099500*                     FOR THE DESK.                              *
099600******************************************************************
099700 8000-TERMINATE.
099800
099900     MOVE SPACES TO DUPRPT-REC
100000     WRITE DUPRPT-REC
100100     MOVE 'PAIRS PROPOSED'      TO WS-TOT-CATEGORY
100200     MOVE WS-PAIRS-PROPOSED     TO WS-TOT-COUNT
100300     WRITE DUPRPT-REC FROM WS-TOTAL-LINE
100400     MOVE 'PAIRS MERGED'        TO WS-TOT-CATEGORY
100500     MOVE WS-PAIRS-MERGED       TO WS-TOT-COUNT
100600     WRITE DUPRPT-REC FROM WS-TOTAL-LINE
100700     MOVE 'PAIRS DECLINED'      TO WS-TOT-CATEGORY
100800     MOVE WS-PAIRS-DECLINED     TO WS-TOT-COUNT
100900     WRITE DUPRPT-REC FROM WS-TOTAL-LINE
101000     MOVE 'DECISIONS REJECTED'  TO WS-TOT-CATEGORY
101100     MOVE WS-DECISIONS-REJECTED TO WS-TOT-COUNT
101200     WRITE DUPRPT-REC FROM WS-TOTAL-LINE
101300
101400     CLOSE Customer-Master
101500     CLOSE Pair-File-New
101600     CLOSE Rekey-Transactions
101700     CLOSE Duplicate-Report
101800
101900     IF WS-BLOCK-OVERFLOW > 0
102000         DISPLAY MYNAME ' BLOCK MEMBERS NOT COMPARED = '
102100             WS-BLOCK-OVERFLOW
102200     END-IF
102300     DISPLAY MYNAME ' CUSTDETL ROWS READ    = ' WS-DETL-READ
102400     DISPLAY MYNAME ' ROWS NOT MATCHED      = ' WS-DETL-SKIPPED
102500     DISPLAY MYNAME ' DECIDED PAIRS KEPT    = ' WS-PAIRS-CARRIED
102600     DISPLAY MYNAME ' UNDECIDED RE-SCORED   = '
102700         WS-PAIRS-REPROPOSED
102800     DISPLAY MYNAME ' PAIRS MERGED          = ' WS-PAIRS-MERGED
102900     DISPLAY MYNAME ' PAIRS DECLINED        = ' WS-PAIRS-DECLINED
103000     DISPLAY MYNAME ' PAIRS PROPOSED        = ' WS-PAIRS-PROPOSED
103100     DISPLAY MYNAME ' DECISIONS REJECTED    = '
103200         WS-DECISIONS-REJECTED
103300
103400     IF RETURN-CODE = 0
103500         AND (WS-PAIRS-PROPOSED > 0
103600              OR WS-DECISIONS-REJECTED > 0)
103700         MOVE 4 TO RETURN-CODE
103800     END-IF
103900
104000     DISPLAY MYNAME ' End'
104100
104200     .
104300 8000-EXIT.
104400     EXIT.

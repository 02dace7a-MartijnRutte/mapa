000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. JSNRSTRT.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  STEP-LEVEL RESTART         *
001500*                  CONTROLLER FOR THE JSNNITE JOB STREAM.  RUN   *
001600*                  AS JSNNITE'S FIRST STEP IT READS THE STEP     *
001700*                  LEDGER (STEPLEDG) FOR TONIGHT'S RUN, WORKS    *
001800*                  OUT WHICH STEPS ALREADY COMPLETED CLEAN, AND  *
001900*                  SETS ITS RETURN CODE TO THE NUMBER OF LEADING *
002000*                  STEPS THE STREAM MUST SKIP -- EACH SKIP IS    *
002100*                  LOGGED WITH ITS REASON, AND THE FAILED STEP   *
002200*                  IS EXPLAINED FROM RUNHIST.  RE-RUNNING A      *
002300*                  CLEAN STEP NEEDS AN OPERATOR OVERRIDE ON      *
002400*                  RSTRTPRM.  RUN WITH A STEPPOST CARD AFTER     *
002500*                  EACH STEP, IT POSTS THAT STEP CLEAN.          *
002510* 2026-10-14 MAR   ADDED STEP015 (FEEDCONF), THE PRE-RELEASE     *
002520*                  PAYLOAD CONFORMANCE CHECK, BETWEEN THE FEED   *
002530*                  AND THE ROUND-TRIP CHECKS.                    *
002540* 2026-10-14 MAR   ADDED STEP050 (CALLPERF), THE DISPATCH CALL-  *
002550*                  TIME REPORT, AFTER THE CALL-VOLUME ROLLUP.    *
002560* 2026-10-15 MAR   THE CONTROL STEP TAKES JSNNITE'S FEEDGEN AS   *
002570*                  ITS PARM -- THE JSONFEED GENERATION STEP015   *
002580*                  CHECKS.  +1 IS THE ONE STEP010 WRITES, 0 THE  *
002590*                  ONE AN EARLIER SUBMISSION WROTE.  A RUN THAT  *
002592*                  RE-EXECUTES STEP010 NEEDS +1 AND A RESTART AT *
002594*                  STEP015 NEEDS 0; ANY OTHER PAIRING IS REFUSED *
002596*                  (3500) BEFORE A LEDGER ROW IS WRITTEN OR AN   *
002598*                  OVERRIDE TAKEN.                               *
002600******************************************************************
002700 Environment Division.
002800 Input-Output Section.
002900 File-Control.
003000     Select Step-Posting Assign to 'STEPPOST'
003100         Organization is Line Sequential
003200         File Status is WS-STEPPOST-STATUS.
003300
003400     Select Restart-Parm Assign to 'RSTRTPRM'
003500         Organization is Line Sequential
003600         File Status is WS-RSTRTPRM-STATUS.
003700
003800     Select Step-Ledger Assign to 'STEPLEDG'
003900         Organization is Line Sequential
004000         File Status is WS-STEPLEDG-STATUS.
004100
004200     Select Run-History Assign to 'RUNHIST'
004300         Organization is Line Sequential
004400         File Status is WS-RUNHIST-STATUS.
004500 Data Division.
004600 File Section.
004700 FD  Step-Posting
004800     Label Records are Standard
004900     Recording Mode is F.
005000 COPY STEPPOST.
005100
005200 FD  Restart-Parm
005300     Label Records are Standard
005400     Recording Mode is F.
005500 COPY RSTRTPRM.
005600
005700 FD  Step-Ledger
005800     Label Records are Standard
005900     Recording Mode is F.
006000 COPY STEPLEDG.
006100
006200 FD  Run-History
006300     Label Records are Standard
006400     Recording Mode is F.
006500 COPY RUNHIST.
006600
006700 Working-Storage Section.
006800 01  CONSTANTS.
006900     05  MYNAME               PIC X(008) VALUE 'JSNRSTRT'.
007000     05  WS-STREAM-NAME       PIC X(008) VALUE 'JSNNITE'.
007100
007200 01  WS-STEPPOST-STATUS       PIC X(002) VALUE '00'.
007300 01  WS-RSTRTPRM-STATUS       PIC X(002) VALUE '00'.
007400 01  WS-STEPLEDG-STATUS       PIC X(002) VALUE '00'.
007500 01  WS-RUNHIST-STATUS        PIC X(002) VALUE '00'.
007600
007700 01  WS-SWITCHES.
007800     05  WS-LEDGER-EOF-SW     PIC X(001) VALUE 'N'.
007900         88  WS-LEDGER-EOF        VALUE 'Y'.
008000     05  WS-RUNHIST-EOF-SW    PIC X(001) VALUE 'N'.
008100         88  WS-RUNHIST-EOF       VALUE 'Y'.
008200     05  WS-MODE-SW           PIC X(001) VALUE 'C'.
008300         88  WS-MODE-CONTROL      VALUE 'C'.
008400         88  WS-MODE-POST         VALUE 'P'.
008500     05  WS-CARD-SW           PIC X(001) VALUE 'N'.
008600         88  WS-CARD-PRESENT      VALUE 'Y'.
008700     05  WS-RUN-KNOWN-SW      PIC X(001) VALUE 'N'.
008800         88  WS-RUN-KNOWN         VALUE 'Y'.
008900     05  WS-CARD-USED-SW      PIC X(001) VALUE 'N'.
009000         88  WS-CARD-USED         VALUE 'Y'.
009100     05  WS-START-OPEN-SW     PIC X(001) VALUE 'N'.
009200         88  WS-START-OPEN        VALUE 'Y'.
009210     05  WS-OVERRIDE-SW       PIC X(001) VALUE 'N'.
009220         88  WS-OVERRIDE-TAKEN    VALUE 'Y'.
009230     05  WS-FEEDGEN-SW        PIC X(001) VALUE 'N'.
009240         88  WS-FEEDGEN-WRONG     VALUE 'Y'.
009300
009400*
009500* THE JSNNITE STEPS IN STREAM ORDER WITH THE PROGRAM EACH ONE
009600* EXECUTES.  THE CONTROL RETURN CODE IS THE NUMBER OF THESE, FROM
009700* THE TOP, THAT THE STREAM SKIPS -- SEE JSNNITE.JCL.
009800 01  WS-STEP-NAMES.
009900     05  FILLER               PIC X(016) VALUE 'STEP005 FEEDARRV'.
010000     05  FILLER               PIC X(016) VALUE 'STEP010 JSNGDLY '.
010050     05  FILLER               PIC X(016) VALUE 'STEP015 FEEDCONF'.
010100     05  FILLER               PIC X(016) VALUE 'STEP020 JSNRECON'.
010200     05  FILLER               PIC X(016) VALUE 'STEP030 JSNREGR '.
010300     05  FILLER               PIC X(016) VALUE 'STEP040 CALLRPT '.
010350     05  FILLER               PIC X(016) VALUE 'STEP050 CALLPERF'.
010400 01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
010500     05  WS-STEP-ENTRY OCCURS 7 TIMES.
010600         10  WS-STEP-NAME     PIC X(008).
010700         10  WS-STEP-PROGRAM  PIC X(008).
010800 01  WS-STEP-STATE.
010900     05  WS-STEP-STATE-ENTRY OCCURS 7 TIMES.
011000         10  WS-STEP-CLEAN-SW PIC X(001).
011100             88  WS-STEP-IS-CLEAN VALUE 'Y'.
011200         10  WS-STEP-CLEAN-DATE PIC 9(008).
011300         10  WS-STEP-CLEAN-TIME PIC 9(008).
011400 01  WS-STEP-MAX              PIC 9(004) COMP-5 VALUE 7.
011500 01  WS-STEP-SUB              PIC 9(004) COMP-5 VALUE 0.
011600 01  WS-FOUND-SUB             PIC 9(004) COMP-5 VALUE 0.
011700 01  WS-FIRST-UNCLEAN         PIC 9(004) COMP-5 VALUE 0.
011800 01  WS-FROM-SUB              PIC 9(004) COMP-5 VALUE 0.
011900 01  WS-RESTART-SUB           PIC 9(004) COMP-5 VALUE 0.
012000 01  WS-LOOKUP-NAME           PIC X(008) VALUE SPACES.
012100
012200*
012300* THE RUN BEING CONTROLLED, AND THE LATEST RUN BEGUN OR RESTARTED
012400* ON THE LEDGER -- THE RUN A POSTING STEP BELONGS TO.
012500 01  WS-TODAY                 PIC 9(008) VALUE 0.
012600 01  WS-NOW-TIME              PIC 9(008) VALUE 0.
012700 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
012800 01  WS-ACTIVE-RUN-DATE       PIC 9(008) VALUE 0.
012900 01  WS-FINAL-RC              PIC 9(004) COMP-5 VALUE 0.
013000 01  WS-REFUSED-RC            PIC 9(004) COMP-5 VALUE 16.
013010
013020*
013030* THE JSONFEED GENERATION STEP015 IS POINTED AT (JSNNITE'S
013040* FEEDGEN, PASSED AS THE CONTROL STEP'S PARM), AND THE STEP THAT
013050* CHECKS IT.  NO PARM IS TAKEN AS +1.
013060 01  WS-FEED-GEN              PIC X(002) VALUE '+1'.
013070     88  WS-FEEDGEN-NEW           VALUE '+1'.
013080     88  WS-FEEDGEN-EXISTING      VALUE '0 '.
013090 01  WS-FEEDCONF-STEP         PIC X(008) VALUE 'STEP015'.
013100
013200*
013300* THE LEDGER ROW BEING APPENDED (7000).
013400 01  WS-NEW-STEP-NAME         PIC X(008) VALUE SPACES.
013500 01  WS-NEW-PROGRAM-ID        PIC X(008) VALUE SPACES.
013600 01  WS-NEW-EVENT             PIC X(001) VALUE SPACE.
013700 01  WS-NEW-OPERATOR-ID       PIC X(008) VALUE SPACES.
013800 01  WS-NEW-REASON            PIC X(050) VALUE SPACES.
013900
014000*
014100* THE RESTART STEP'S LATEST RUNHIST START ROW FOR THIS RUN.
014200 01  WS-LAST-START-DATE       PIC 9(008) VALUE 0.
014300 01  WS-LAST-START-TIME       PIC 9(008) VALUE 0.
014400
014500 01  WS-COUNTERS.
014600     05  WS-STEPS-SKIPPED     PIC 9(004) COMP-5 VALUE 0.
014700     05  WS-LEDGER-ROWS       PIC 9(009) COMP-5 VALUE 0.
014800 01  WS-NUM-DISPLAY           PIC 9(004) VALUE 0.
014900
014910 Linkage Section.
014920 01  JRP-PARM.
014930     05  JRP-PARM-LENGTH      PIC S9(004) COMP.
014940     05  JRP-FEED-GEN         PIC X(002).
014950
015000******************************************************************
015100 Procedure Division Using JRP-PARM.
015200******************************************************************
015300 0000-MAINLINE.
015400
015500     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
015600     IF WS-MODE-POST
015700         PERFORM 5000-POST-STEP    THRU 5000-EXIT
015800     ELSE
015900         PERFORM 3000-CONTROL-RUN  THRU 3000-EXIT
016000     END-IF
016100     PERFORM 6000-TERMINATE        THRU 6000-EXIT
016200
016300     GOBACK
016400     .
016500 0000-EXIT.
016600     EXIT.
016700
016800******************************************************************
016900* 1000-INITIALIZE  --  A STEPPOST CARD MEANS POSTING MODE.       *
017000*                      OTHERWISE THIS IS THE CONTROL STEP AND    *
017100*                      THE OPTIONAL RSTRTPRM CARD IS TAKEN,      *
017150*                      WITH THE FEEDGEN PARM.                    *
017200******************************************************************
017300 1000-INITIALIZE.
017400
017500     DISPLAY MYNAME ' Begin'
017600
017700     ACCEPT WS-TODAY    FROM DATE YYYYMMDD
017800     ACCEPT WS-NOW-TIME FROM TIME
017900
018000     OPEN INPUT Step-Posting
018100     IF WS-STEPPOST-STATUS = '00'
018200         READ Step-Posting
018300             AT END
018400                 CONTINUE
018500             NOT AT END
018600                 SET WS-MODE-POST TO TRUE
018700         END-READ
018800         CLOSE Step-Posting
018900     END-IF
019000     IF WS-MODE-POST
019100         GO TO 1000-EXIT
019200     END-IF
019210
019220     IF JRP-PARM-LENGTH = 1
019230         MOVE SPACES TO WS-FEED-GEN
019240         MOVE JRP-FEED-GEN (1:1) TO WS-FEED-GEN
019250     END-IF
019260     IF JRP-PARM-LENGTH > 1
019270         MOVE JRP-FEED-GEN TO WS-FEED-GEN
019280     END-IF
019290     DISPLAY MYNAME ' FEEDGEN         = ' WS-FEED-GEN
019300
019400     OPEN INPUT Restart-Parm
019500     IF WS-RSTRTPRM-STATUS = '00'
019600         READ Restart-Parm
019700             AT END
019800                 CONTINUE
019900             NOT AT END
020000                 IF RSP-RUN-DATE IS NUMERIC
020100                     AND RSP-RUN-DATE > 0
020200                     SET WS-CARD-PRESENT TO TRUE
020300                 END-IF
020400         END-READ
020500         CLOSE Restart-Parm
020600     END-IF
020700
020800     .
020900 1000-EXIT.
021000     EXIT.
021100
021200******************************************************************
021300* 2000-SCAN-LEDGER  --  ONE PASS OF STEPLEDG FOR WS-RUN-DATE:    *
021400*                       WHETHER THE RUN IS KNOWN, WHICH STEPS    *
021500*                       STAND CLEAN (A LATER OVERRIDE UN-CLEANS  *
021600*                       ITS STEP AND EVERY STEP AFTER IT), AND   *
021700*                       WHETHER THIS RSTRTPRM OVERRIDE HAS       *
021800*                       ALREADY BEEN ACTED ON.  ALSO NOTES THE   *
021900*                       LATEST RUN BEGUN OR RESTARTED.           *
022000******************************************************************
022100 2000-SCAN-LEDGER.
022200
022300     MOVE 'N' TO WS-RUN-KNOWN-SW
022400     MOVE 'N' TO WS-CARD-USED-SW
022500     MOVE 0   TO WS-ACTIVE-RUN-DATE
022600     MOVE 1 TO WS-STEP-SUB
022700     PERFORM UNTIL WS-STEP-SUB > WS-STEP-MAX
022800         MOVE 'N' TO WS-STEP-CLEAN-SW (WS-STEP-SUB)
022900         MOVE 0   TO WS-STEP-CLEAN-DATE (WS-STEP-SUB)
023000         MOVE 0   TO WS-STEP-CLEAN-TIME (WS-STEP-SUB)
023100         ADD 1 TO WS-STEP-SUB
023200     END-PERFORM
023300
023400     MOVE 'N' TO WS-LEDGER-EOF-SW
023500     OPEN INPUT Step-Ledger
023600     IF WS-STEPLEDG-STATUS NOT = '00'
023700         GO TO 2000-EXIT
023800     END-IF
023900     PERFORM 8000-READ-LEDGER THRU 8000-EXIT
024000     PERFORM UNTIL WS-LEDGER-EOF
024100         PERFORM 2100-APPLY-LEDGER-ROW THRU 2100-EXIT
024200         PERFORM 8000-READ-LEDGER THRU 8000-EXIT
024300     END-PERFORM
024400     CLOSE Step-Ledger
024500
024600     .
024700 2000-EXIT.
024800     EXIT.
024900
025000******************************************************************
025100* 2100-APPLY-LEDGER-ROW  --  FOLDS ONE LEDGER ROW INTO THE STEP  *
025200*                            STATE FOR WS-RUN-DATE.              *
025300******************************************************************
025400 2100-APPLY-LEDGER-ROW.
025500
025600     ADD 1 TO WS-LEDGER-ROWS
025700     IF SLG-RUN-BEGUN OR SLG-RUN-RESTARTED
025800         MOVE SLG-RUN-DATE TO WS-ACTIVE-RUN-DATE
025900     END-IF
026000
026100     IF SLG-RUN-DATE NOT = WS-RUN-DATE
026200         GO TO 2100-EXIT
026300     END-IF
026400
026500     IF SLG-RUN-BEGUN OR SLG-RUN-RESTARTED
026600         SET WS-RUN-KNOWN TO TRUE
026700         GO TO 2100-EXIT
026800     END-IF
026900
027000     MOVE SLG-STEP-NAME TO WS-LOOKUP-NAME
027100     PERFORM 7100-FIND-STEP THRU 7100-EXIT
027200     IF WS-FOUND-SUB = 0
027300         GO TO 2100-EXIT
027400     END-IF
027500
027600     EVALUATE TRUE
027700         WHEN SLG-STEP-CLEAN
027800             SET WS-STEP-IS-CLEAN (WS-FOUND-SUB) TO TRUE
027900             MOVE SLG-TIMESTAMP-DATE
028000                 TO WS-STEP-CLEAN-DATE (WS-FOUND-SUB)
028100             MOVE SLG-TIMESTAMP-TIME
028200                 TO WS-STEP-CLEAN-TIME (WS-FOUND-SUB)
028300         WHEN SLG-RERUN-OVERRIDE
028400             MOVE WS-FOUND-SUB TO WS-STEP-SUB
028500             PERFORM UNTIL WS-STEP-SUB > WS-STEP-MAX
028600                 MOVE 'N' TO WS-STEP-CLEAN-SW (WS-STEP-SUB)
028700                 ADD 1 TO WS-STEP-SUB
028800             END-PERFORM
028900             IF WS-CARD-PRESENT
029000                 AND SLG-STEP-NAME   = RSP-FROM-STEP
029100                 AND SLG-OPERATOR-ID = RSP-OPERATOR-ID
029200                 AND SLG-REASON      = RSP-REASON
029300                 SET WS-CARD-USED TO TRUE
029400             END-IF
029500         WHEN OTHER
029600             CONTINUE
029700     END-EVALUATE
029800
029900     .
030000 2100-EXIT.
030100     EXIT.
030200
030300******************************************************************
030400* 3000-CONTROL-RUN  --  DECIDES WHAT TONIGHT'S STREAM RUNS.      *
030500*                       A CARD NAMING A RUN THAT IS COMPLETE, OR *
030600*                       AN OVERRIDE ALREADY ACTED ON, IS STALE   *
030700*                       AND IGNORED.  WITHOUT A CARD: TODAY'S    *
030800*                       RUN IS RESUMED IF IT IS ON THE LEDGER,   *
030900*                       ELSE A NEW RUN BEGINS.                   *
031000******************************************************************
031100 3000-CONTROL-RUN.
031200
031300     IF WS-CARD-PRESENT
031400         MOVE RSP-RUN-DATE TO WS-RUN-DATE
031500         PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT
031600         IF NOT WS-RUN-KNOWN
031700             MOVE 'RSTRTPRM RUN DATE IS NOT ON THE STEP LEDGER'
031800                 TO WS-NEW-REASON
031900             PERFORM 3300-REFUSE-RUN THRU 3300-EXIT
032000             GO TO 3000-EXIT
032100         END-IF
032200         PERFORM 7200-FIND-FIRST-UNCLEAN THRU 7200-EXIT
032300         IF WS-CARD-USED
032400             OR (WS-FIRST-UNCLEAN > WS-STEP-MAX
032500                 AND NOT RSP-OVERRIDE-CLEAN)
032600             DISPLAY MYNAME ' RSTRTPRM FOR RUN ' RSP-RUN-DATE
032700                 ' IS ALREADY SATISFIED - IGNORED'
032800             MOVE 'N' TO WS-CARD-SW
032900         END-IF
033000     END-IF
033100
033200     IF NOT WS-CARD-PRESENT
033300         MOVE WS-TODAY TO WS-RUN-DATE
033400         PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT
033500         IF NOT WS-RUN-KNOWN
033600             PERFORM 3100-BEGIN-RUN THRU 3100-EXIT
033700             GO TO 3000-EXIT
033800         END-IF
033900     END-IF
034000
034100     PERFORM 3200-RESTART-RUN THRU 3200-EXIT
034200
034300     .
034400 3000-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800* 3100-BEGIN-RUN  --  NO RUN FOR TODAY YET: A NEW NIGHT, EVERY   *
034900*                     STEP RUNS.  RETURN CODE 0 -- UNLESS       *
034910*                     FEEDGEN DOES NOT SUIT A FULL RUN (3500).   *
035000******************************************************************
035100 3100-BEGIN-RUN.
035200
035210     MOVE 1 TO WS-RESTART-SUB
035220     PERFORM 3500-CHECK-FEED-GEN THRU 3500-EXIT
035230     IF WS-FEEDGEN-WRONG
035240         PERFORM 3300-REFUSE-RUN THRU 3300-EXIT
035250         GO TO 3100-EXIT
035260     END-IF
035270
035300     MOVE WS-STREAM-NAME TO WS-NEW-STEP-NAME
035400     MOVE SPACES         TO WS-NEW-PROGRAM-ID
035500     MOVE 'B'            TO WS-NEW-EVENT
035600     MOVE SPACES         TO WS-NEW-OPERATOR-ID
035700     MOVE 'NEW RUN - ALL STEPS' TO WS-NEW-REASON
035800     PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT
035900
036000     DISPLAY MYNAME ' NEW RUN ' WS-RUN-DATE ' - ALL STEPS RUN'
036100     MOVE 0 TO WS-FINAL-RC
036200
036300     .
036400 3100-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800* 3200-RESTART-RUN  --  RESUMES WS-RUN-DATE'S RUN.  THE RESTART  *
036900*                       STEP IS THE FIRST ONE NOT CLEAN, OR THE  *
037000*                       RSTRTPRM FROM-STEP: NEVER PAST A STEP    *
037100*                       THAT IS NOT CLEAN, AND BEFORE ONE ONLY   *
037200*                       UNDER AN OVERRIDE NAMING THE OPERATOR    *
037300*                       AND REASON.  EVERY STEP AHEAD OF THE     *
037400*                       RESTART STEP IS SKIPPED AND LOGGED; THE  *
037500*                       RETURN CODE IS HOW MANY.  FEEDGEN IS     *
037510*                       CHECKED AGAINST THE RESTART STEP (3500)  *
037520*                       BEFORE ANY OVERRIDE IS LOGGED.           *
037600******************************************************************
037700 3200-RESTART-RUN.
037800
037900     PERFORM 7200-FIND-FIRST-UNCLEAN THRU 7200-EXIT
038000     MOVE WS-FIRST-UNCLEAN TO WS-RESTART-SUB
038100
038200     IF WS-CARD-PRESENT
038300         AND RSP-FROM-STEP NOT = SPACES
038400         MOVE RSP-FROM-STEP TO WS-LOOKUP-NAME
038500         PERFORM 7100-FIND-STEP THRU 7100-EXIT
038600         MOVE WS-FOUND-SUB TO WS-FROM-SUB
038700         IF WS-FROM-SUB = 0
038800             MOVE SPACES TO WS-NEW-REASON
038900             STRING 'RSTRTPRM FROM-STEP ' DELIMITED BY SIZE
039000                    RSP-FROM-STEP DELIMITED BY SPACE
039100                    ' IS NOT A JSNNITE STEP' DELIMITED BY SIZE
039200                 INTO WS-NEW-REASON
039300             PERFORM 3300-REFUSE-RUN THRU 3300-EXIT
039400             GO TO 3200-EXIT
039500         END-IF
039600         IF WS-FROM-SUB > WS-FIRST-UNCLEAN
039700             MOVE SPACES TO WS-NEW-REASON
039800             STRING 'CANNOT RESTART PAST '
039900                        DELIMITED BY SIZE
040000                    WS-STEP-NAME (WS-FIRST-UNCLEAN)
040100                        DELIMITED BY SPACE
040200                    ' - NOT COMPLETED CLEAN'
040300                        DELIMITED BY SIZE
040400                 INTO WS-NEW-REASON
040500             PERFORM 3300-REFUSE-RUN THRU 3300-EXIT
040600             GO TO 3200-EXIT
040700         END-IF
040800         IF WS-FROM-SUB < WS-FIRST-UNCLEAN
040900             IF NOT RSP-OVERRIDE-CLEAN
041000                 OR RSP-OPERATOR-ID = SPACES
041100                 OR RSP-REASON = SPACES
041200                 MOVE SPACES TO WS-NEW-REASON
041300                 STRING WS-STEP-NAME (WS-FROM-SUB)
041400                            DELIMITED BY SPACE
041500                        ' COMPLETED CLEAN - RERUN NEEDS OVERRIDE'
041600                            DELIMITED BY SIZE
041700                     INTO WS-NEW-REASON
041800                 PERFORM 3300-REFUSE-RUN THRU 3300-EXIT
041900                 GO TO 3200-EXIT
042000             END-IF
042100             SET WS-OVERRIDE-TAKEN TO TRUE
043300         END-IF
043400         MOVE WS-FROM-SUB TO WS-RESTART-SUB
043500     END-IF
043510
043520     PERFORM 3500-CHECK-FEED-GEN THRU 3500-EXIT
043530     IF WS-FEEDGEN-WRONG
043540         PERFORM 3300-REFUSE-RUN THRU 3300-EXIT
043550         GO TO 3200-EXIT
043560     END-IF
043570
043580     IF WS-OVERRIDE-TAKEN
043590         MOVE WS-STEP-NAME (WS-FROM-SUB)    TO WS-NEW-STEP-NAME
043600         MOVE WS-STEP-PROGRAM (WS-FROM-SUB) TO WS-NEW-PROGRAM-ID
043610         MOVE 'O'             TO WS-NEW-EVENT
043620         MOVE RSP-OPERATOR-ID TO WS-NEW-OPERATOR-ID
043630         MOVE RSP-REASON      TO WS-NEW-REASON
043640         PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT
043650         DISPLAY MYNAME ' OVERRIDE BY ' RSP-OPERATOR-ID
043660             ' - CLEAN STEP ' WS-STEP-NAME (WS-FROM-SUB)
043670             ' AND LATER STEPS WILL RUN AGAIN'
043680         DISPLAY MYNAME ' OVERRIDE REASON: ' RSP-REASON
043690     END-IF
043695
043700     IF WS-RESTART-SUB > WS-STEP-MAX
043800         MOVE WS-STREAM-NAME TO WS-NEW-STEP-NAME
043900         MOVE SPACES         TO WS-NEW-PROGRAM-ID
044000         MOVE 'R'            TO WS-NEW-EVENT
044100         MOVE SPACES         TO WS-NEW-OPERATOR-ID
044200         MOVE 'RUN ALREADY COMPLETE - NO STEP TO RUN'
044300             TO WS-NEW-REASON
044400         PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT
044500         DISPLAY MYNAME ' RUN ' WS-RUN-DATE
044600             ' ALREADY COMPLETE - NOTHING RE-EXECUTED'
044700     ELSE
044800         MOVE WS-STREAM-NAME TO WS-NEW-STEP-NAME
044900         MOVE SPACES         TO WS-NEW-PROGRAM-ID
045000         MOVE 'R'            TO WS-NEW-EVENT
045100         MOVE SPACES         TO WS-NEW-OPERATOR-ID
045200         IF WS-CARD-PRESENT
045300             MOVE RSP-OPERATOR-ID TO WS-NEW-OPERATOR-ID
045400         END-IF
045500         MOVE SPACES TO WS-NEW-REASON
045600         STRING 'RESTART FROM ' DELIMITED BY SIZE
045700                WS-STEP-NAME (WS-RESTART-SUB) DELIMITED BY SPACE
045800                ' (' DELIMITED BY SIZE
045900                WS-STEP-PROGRAM (WS-RESTART-SUB)
046000                    DELIMITED BY SPACE
046100                ')' DELIMITED BY SIZE
046200             INTO WS-NEW-REASON
046300         PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT
046400         DISPLAY MYNAME ' RUN ' WS-RUN-DATE ' RESTARTS AT '
046500             WS-STEP-NAME (WS-RESTART-SUB)
046600         PERFORM 3400-EXPLAIN-RESTART-STEP THRU 3400-EXIT
046700     END-IF
046800
046900     MOVE 1 TO WS-STEP-SUB
047000     PERFORM UNTIL WS-STEP-SUB >= WS-RESTART-SUB
047100         OR WS-STEP-SUB > WS-STEP-MAX
047200         MOVE WS-STEP-NAME (WS-STEP-SUB)    TO WS-NEW-STEP-NAME
047300         MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO WS-NEW-PROGRAM-ID
047400         MOVE 'S'                           TO WS-NEW-EVENT
047500         MOVE SPACES                        TO WS-NEW-OPERATOR-ID
047600         MOVE SPACES TO WS-NEW-REASON
047700         STRING 'CLEAN ' DELIMITED BY SIZE
047800                WS-STEP-CLEAN-DATE (WS-STEP-SUB)
047900                    DELIMITED BY SIZE
048000                ' ' DELIMITED BY SIZE
048100                WS-STEP-CLEAN-TIME (WS-STEP-SUB)
048200                    DELIMITED BY SIZE
048300                ' - NOT RE-EXECUTED' DELIMITED BY SIZE
048400             INTO WS-NEW-REASON
048500         PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT
048600         DISPLAY MYNAME ' SKIP ' WS-STEP-NAME (WS-STEP-SUB)
048700             ' ' WS-NEW-REASON
048800         ADD 1 TO WS-STEPS-SKIPPED
048900         ADD 1 TO WS-STEP-SUB
049000     END-PERFORM
049100
049200     MOVE WS-STEPS-SKIPPED TO WS-FINAL-RC
049300
049400     .
049500 3200-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900* 3300-REFUSE-RUN  --  THE RESTART REQUEST CANNOT BE HONOURED:   *
050000*                      WS-NEW-REASON SAYS WHY.  LOGGED, AND THE  *
050100*                      RETURN CODE BYPASSES EVERY STEP.          *
050200******************************************************************
050300 3300-REFUSE-RUN.
050400
050500     MOVE WS-STREAM-NAME TO WS-NEW-STEP-NAME
050600     MOVE SPACES         TO WS-NEW-PROGRAM-ID
050700     MOVE 'X'            TO WS-NEW-EVENT
050800     MOVE SPACES         TO WS-NEW-OPERATOR-ID
050900     IF WS-CARD-PRESENT
051000         MOVE RSP-OPERATOR-ID TO WS-NEW-OPERATOR-ID
051100     END-IF
051200     PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT
051300
051400     DISPLAY MYNAME ' RESTART REFUSED: ' WS-NEW-REASON
051500     DISPLAY MYNAME ' NO JSNNITE STEP WILL RUN'
051600     MOVE WS-REFUSED-RC TO WS-FINAL-RC
051700
051800     .
051900 3300-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300* 3400-EXPLAIN-RESTART-STEP  --  WHAT RUNHIST SAYS OF THE        *
052400*                                RESTART STEP'S PROGRAM SINCE    *
052500*                                THE RUN BEGAN: ITS LATEST START *
052600*                                AND WHETHER AN END FOLLOWED IT. *
052700*                                A START WITH NO END WAS AN      *
052800*                                ABEND OR A CANCEL.              *
052900******************************************************************
053000 3400-EXPLAIN-RESTART-STEP.
053100
053200     MOVE 0   TO WS-LAST-START-DATE
053300     MOVE 0   TO WS-LAST-START-TIME
053400     MOVE 'N' TO WS-START-OPEN-SW
053500
053600     MOVE 'N' TO WS-RUNHIST-EOF-SW
053700     OPEN INPUT Run-History
053800     IF WS-RUNHIST-STATUS NOT = '00'
053900         DISPLAY MYNAME ' NO RUNHIST - '
054000             WS-STEP-NAME (WS-RESTART-SUB)
054100             ' HAS NO CLEAN COMPLETION ON THE LEDGER'
054200         GO TO 3400-EXIT
054300     END-IF
054400     PERFORM 8100-READ-RUNHIST THRU 8100-EXIT
054500     PERFORM UNTIL WS-RUNHIST-EOF
054600         IF RHR-PROGRAM-ID = WS-STEP-PROGRAM (WS-RESTART-SUB)
054700             AND RHR-RUN-ID-DATE >= WS-RUN-DATE
054800             IF RHR-TYPE-START
054900                 MOVE RHR-RUN-ID-DATE TO WS-LAST-START-DATE
055000                 MOVE RHR-RUN-ID-TIME TO WS-LAST-START-TIME
055100                 SET WS-START-OPEN TO TRUE
055200             END-IF
055300             IF RHR-TYPE-END
055400                 AND RHR-RUN-ID-DATE = WS-LAST-START-DATE
055500                 AND RHR-RUN-ID-TIME = WS-LAST-START-TIME
055600                 MOVE 'N' TO WS-START-OPEN-SW
055700             END-IF
055800         END-IF
055900         PERFORM 8100-READ-RUNHIST THRU 8100-EXIT
056000     END-PERFORM
056100     CLOSE Run-History
056200
056300     EVALUATE TRUE
056400         WHEN WS-LAST-START-DATE = 0
056500             DISPLAY MYNAME ' RUNHIST - '
056600                 WS-STEP-PROGRAM (WS-RESTART-SUB)
056700                 ' NOT STARTED SINCE THE RUN BEGAN'
056800         WHEN WS-START-OPEN
056900             DISPLAY MYNAME ' RUNHIST - '
057000                 WS-STEP-PROGRAM (WS-RESTART-SUB)
057100                 ' STARTED ' WS-LAST-START-DATE ' '
057200                 WS-LAST-START-TIME ' WITH NO END (ABEND)'
057300         WHEN OTHER
057400             DISPLAY MYNAME ' RUNHIST - '
057500                 WS-STEP-PROGRAM (WS-RESTART-SUB)
057600                 ' RAN ' WS-LAST-START-DATE ' '
057700                 WS-LAST-START-TIME ' BUT DID NOT END CLEAN'
057800     END-EVALUATE
057900
058000     .
058100 3400-EXIT.
058200     EXIT.
058204
058208******************************************************************
058212* 3500-CHECK-FEED-GEN  --  STEP015 READS JSONFEED(&FEEDGEN).     *
058216*                          WHEN THE RUN RE-EXECUTES STEP010 THAT *
058220*                          MUST BE +1, THE GENERATION STEP010 IS *
058224*                          ABOUT TO WRITE; WHEN IT RESTARTS AT   *
058228*                          STEP015 IT MUST BE 0, THE GENERATION  *
058232*                          AN EARLIER SUBMISSION WROTE -- +1     *
058236*                          WOULD NOT EXIST, AND ANYTHING ELSE    *
058240*                          WOULD CHECK THE WRONG NIGHT'S FEED.   *
058244*                          PAST STEP015 FEEDGEN IS NOT USED.     *
058248******************************************************************
058252 3500-CHECK-FEED-GEN.
058256
058260     MOVE 'N' TO WS-FEEDGEN-SW
058264     MOVE WS-FEEDCONF-STEP TO WS-LOOKUP-NAME
058268     PERFORM 7100-FIND-STEP THRU 7100-EXIT
058272
058276     EVALUATE TRUE
058280         WHEN WS-RESTART-SUB < WS-FOUND-SUB
058284             AND NOT WS-FEEDGEN-NEW
058288             SET WS-FEEDGEN-WRONG TO TRUE
058292             MOVE SPACES TO WS-NEW-REASON
058296             STRING 'FEEDGEN ' DELIMITED BY SIZE
058300                    WS-FEED-GEN DELIMITED BY SPACE
058304                    ' - STEP010 RUNS, SET FEEDGEN=+1'
058308                        DELIMITED BY SIZE
058312                 INTO WS-NEW-REASON
058316         WHEN WS-RESTART-SUB = WS-FOUND-SUB
058320             AND NOT WS-FEEDGEN-EXISTING
058324             SET WS-FEEDGEN-WRONG TO TRUE
058328             MOVE SPACES TO WS-NEW-REASON
058332             STRING 'FEEDGEN ' DELIMITED BY SIZE
058336                    WS-FEED-GEN DELIMITED BY SPACE
058340                    ' - RESTART AT ' DELIMITED BY SIZE
058344                    WS-FEEDCONF-STEP DELIMITED BY SPACE
058348                    ' NEEDS FEEDGEN=0' DELIMITED BY SIZE
058352                 INTO WS-NEW-REASON
058356         WHEN OTHER
058360             CONTINUE
058364     END-EVALUATE
058368
058372     .
058376 3500-EXIT.
058380     EXIT.
058390
058400******************************************************************
058500* 5000-POST-STEP  --  POSTING MODE: THE STEPPOST STEP HAS JUST   *
058600*                     ENDED CLEAN (JSNNITE ONLY RUNS THIS STEP   *
058700*                     ON RETURN CODE 0).  IT IS POSTED AGAINST   *
058800*                     THE LATEST RUN BEGUN OR RESTARTED.         *
058900******************************************************************
059000 5000-POST-STEP.
059100
059200     MOVE SPP-STEP-NAME TO WS-LOOKUP-NAME
059300     PERFORM 7100-FIND-STEP THRU 7100-EXIT
059400     IF WS-FOUND-SUB = 0
059500         DISPLAY MYNAME ' STEPPOST NAMES UNKNOWN STEP '
059600             SPP-STEP-NAME
059700         MOVE WS-REFUSED-RC TO WS-FINAL-RC
059800         GO TO 5000-EXIT
059900     END-IF
060000
060100     MOVE 0 TO WS-RUN-DATE
060200     PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT
060300     IF WS-ACTIVE-RUN-DATE = 0
060400         DISPLAY MYNAME ' NO JSNNITE RUN ON THE LEDGER TO POST '
060500             SPP-STEP-NAME ' AGAINST'
060600         MOVE WS-REFUSED-RC TO WS-FINAL-RC
060700         GO TO 5000-EXIT
060800     END-IF
060900
061000     MOVE WS-ACTIVE-RUN-DATE TO WS-RUN-DATE
061100     MOVE WS-STEP-NAME (WS-FOUND-SUB)    TO WS-NEW-STEP-NAME
061200     MOVE WS-STEP-PROGRAM (WS-FOUND-SUB) TO WS-NEW-PROGRAM-ID
061300     MOVE 'C'                            TO WS-NEW-EVENT
061400     MOVE SPACES                         TO WS-NEW-OPERATOR-ID
061500     MOVE 'ENDED RETURN CODE 0'          TO WS-NEW-REASON
061600     PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT
061700
061800     DISPLAY MYNAME ' RUN ' WS-RUN-DATE ' '
061900         WS-STEP-NAME (WS-FOUND-SUB) ' POSTED CLEAN'
062000
062100     .
062200 5000-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600* 6000-TERMINATE  --  HANDS THE DECISION BACK AS THE RETURN      *
062700*                     CODE.                                      *
062800******************************************************************
062900 6000-TERMINATE.
063000
063100     MOVE WS-FINAL-RC TO WS-NUM-DISPLAY
063200     DISPLAY MYNAME ' RETURN CODE     = ' WS-NUM-DISPLAY
063300     MOVE WS-FINAL-RC TO RETURN-CODE
063400
063500     DISPLAY MYNAME ' End'
063600
063700     .
063800 6000-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200* 7000-WRITE-LEDGER  --  APPENDS ONE STEPLEDG ROW FOR            *
064300*                        WS-RUN-DATE FROM THE WS-NEW- FIELDS,    *
064400*                        CLOSING THE FILE STRAIGHT AWAY SO THE   *
064500*                        NEXT SCAN CAN OPEN IT INPUT.            *
064600******************************************************************
064700 7000-WRITE-LEDGER.
064800
064900     OPEN EXTEND Step-Ledger
065000     IF WS-STEPLEDG-STATUS = '05' OR WS-STEPLEDG-STATUS = '35'
065100         OPEN OUTPUT Step-Ledger
065200     END-IF
065300     IF WS-STEPLEDG-STATUS NOT = '00'
065400         DISPLAY MYNAME ' UNABLE TO OPEN STEPLEDG, STATUS = '
065500             WS-STEPLEDG-STATUS
065600         MOVE WS-REFUSED-RC TO WS-FINAL-RC
065700         GO TO 7000-EXIT
065800     END-IF
065900
066000     MOVE WS-RUN-DATE        TO SLG-RUN-DATE
066100     MOVE WS-NEW-STEP-NAME   TO SLG-STEP-NAME
066200     MOVE WS-NEW-PROGRAM-ID  TO SLG-PROGRAM-ID
066300     MOVE WS-NEW-EVENT       TO SLG-EVENT
066400     ACCEPT SLG-TIMESTAMP-DATE FROM DATE YYYYMMDD
066500     ACCEPT SLG-TIMESTAMP-TIME FROM TIME
066600     MOVE WS-NEW-OPERATOR-ID TO SLG-OPERATOR-ID
066700     MOVE WS-NEW-REASON      TO SLG-REASON
066800     WRITE SLG-LEDGER-RECORD
066900
067000     CLOSE Step-Ledger
067100
067200     .
067300 7000-EXIT.
067400     EXIT.
067500
067600******************************************************************
067700* 7100-FIND-STEP  --  WS-FOUND-SUB IS WS-LOOKUP-NAME'S SLOT IN   *
067800*                     THE STEP TABLE, OR ZERO.                   *
067900******************************************************************
068000 7100-FIND-STEP.
068100
068200     MOVE 0 TO WS-FOUND-SUB
068300     MOVE 1 TO WS-STEP-SUB
068400     PERFORM UNTIL WS-STEP-SUB > WS-STEP-MAX
068500         OR WS-FOUND-SUB > 0
068600         IF WS-STEP-NAME (WS-STEP-SUB) = WS-LOOKUP-NAME
068700             MOVE WS-STEP-SUB TO WS-FOUND-SUB
068800         END-IF
068900         ADD 1 TO WS-STEP-SUB
069000     END-PERFORM
069100
069200     .
069300 7100-EXIT.
069400     EXIT.
069500
069600******************************************************************
069700* 7200-FIND-FIRST-UNCLEAN  --  WS-FIRST-UNCLEAN IS THE FIRST     *
069800*                              STEP NOT STANDING CLEAN, OR ONE   *
069900*                              PAST THE LAST STEP WHEN ALL ARE.  *
070000******************************************************************
070100 7200-FIND-FIRST-UNCLEAN.
070200
070300     MOVE 0 TO WS-FIRST-UNCLEAN
070400     MOVE 1 TO WS-STEP-SUB
070500     PERFORM UNTIL WS-STEP-SUB > WS-STEP-MAX
070600         OR WS-FIRST-UNCLEAN > 0
070700         IF NOT WS-STEP-IS-CLEAN (WS-STEP-SUB)
070800             MOVE WS-STEP-SUB TO WS-FIRST-UNCLEAN
070900         END-IF
071000         ADD 1 TO WS-STEP-SUB
071100     END-PERFORM
071200     IF WS-FIRST-UNCLEAN = 0
071300         COMPUTE WS-FIRST-UNCLEAN = WS-STEP-MAX + 1
071400     END-IF
071500
071600     .
071700 7200-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100* 8000-READ-LEDGER  --  PRIMES/ADVANCES THE STEPLEDG CURSOR.     *
072200******************************************************************
072300 8000-READ-LEDGER.
072400
072500     READ Step-Ledger
072600         AT END
072700             SET WS-LEDGER-EOF TO TRUE
072800     END-READ
072900
073000     .
073100 8000-EXIT.
073200     EXIT.
073300
073400******************************************************************
073500* 8100-READ-RUNHIST  --  PRIMES/ADVANCES THE RUNHIST CURSOR.     *
073600******************************************************************
073700 8100-READ-RUNHIST.
073800
073900     READ Run-History
074000         AT END
074100             SET WS-RUNHIST-EOF TO TRUE
074200     END-READ
074300
074400     .
074500 8100-EXIT.
074600     EXIT.

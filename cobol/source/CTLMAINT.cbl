002509*                  THE OLD SHORT LAYOUT (DATE READS BACK AS      *
002510*                  SPACES) IS TREATED AND REWRITTEN AS ZERO      *
002511*                  INSTEAD OF COMPARED OR COPIED NON-NUMERIC.    *
002516* 2026-10-14 MAR   DUAL CONTROL.  CTLXTXN IS NOW THE QUEUE OF    *
002521*                  SUBMITTED TRANSACTIONS, EACH CARRYING ITS     *
002526*                  MAKER.  1100 SCREENS IT FIRST: A TRANSACTION  *
002531*                  A DIFFERENT OPERATOR HAS APPROVED ON CTLXAPPR *
002536*                  GOES TO THE CTLXAPLY WORK FILE, STAMPED WITH  *
002541*                  ITS CHECKER, AND ONLY CTLXAPLY IS APPLIED;    *
002546*                  EVERY OTHER ONE IS CARRIED FORWARD UNCHANGED  *
002551*                  TO CTLXTXNN, THE NEW GENERATION OF THE QUEUE. *
002556*                  AN APPROVAL BY THE MAKER IS REJECTED AND THE  *
002561*                  TRANSACTION STAYS PENDING; ONE WITH NO MAKER  *
002566*                  IS REJECTED OUTRIGHT.  CTLMAUD ROWS NOW CARRY *
002571*                  MAKER AND CHECKER (9810).  A WORK FILE OR NEW *
002576*                  QUEUE THAT WILL NOT OPEN IS RC 16, BEFORE ANY *
002581*                  TABLE IS TOUCHED.                             *
002586******************************************************************
002600 Environment Division.
002700 Input-Output Section.
002800 File-Control.
002805     Select Maint-Submissions Assign to 'CTLXTXN'
002810         Organization is Line Sequential
002815         File Status is WS-CTLXTXN-STATUS.
002820
002825     Select Pending-Transactions Assign to 'CTLXTXNN'
002830         Organization is Line Sequential
002835         File Status is WS-CTLXTXNN-STATUS.
002840
002845     Select Maint-Approvals Assign to 'CTLXAPPR'
002850         Organization is Line Sequential
002855         File Status is WS-CTLXAPPR-STATUS.
002860
002900     Select Maint-Transactions Assign to 'CTLXAPLY'
003000         Organization is Line Sequential
003100         File Status is WS-CTLXAPLY-STATUS.
003200
003300     Select Name-Table-Old Assign to 'NAMETBL'
003400         Organization is Line Sequential
006700         File Status is WS-CTLMAUD-STATUS.
006800 Data Division.
006900 File Section.
006905 FD  Maint-Submissions
006910     Label Records are Standard
006915     Recording Mode is F.
006920 01  CTLXTXN-SUBMIT-REC       PIC X(091).
006925
006930 FD  Pending-Transactions
006935     Label Records are Standard
006940     Recording Mode is F.
006945 01  CTLXTXNN-REC             PIC X(091).
006950
006955 FD  Maint-Approvals
006960     Label Records are Standard
006965     Recording Mode is F.
006970 COPY CTLXAPPR.
006975
007000 FD  Maint-Transactions
007100     Label Records are Standard
007200     Recording Mode is F.
012600     05  MYNAME               PIC X(008) VALUE 'CTLMAINT'.
012700
012800 01  WS-CTLXTXN-STATUS        PIC X(002) VALUE '00'.
012820 01  WS-CTLXTXNN-STATUS       PIC X(002) VALUE '00'.
012840 01  WS-CTLXAPPR-STATUS       PIC X(002) VALUE '00'.
012860 01  WS-CTLXAPLY-STATUS       PIC X(002) VALUE '00'.
012900 01  WS-NAMETBL-OLD-STATUS    PIC X(002) VALUE '00'.
013000 01  WS-NAMETBL-NEW-STATUS    PIC X(002) VALUE '00'.
013100 01  WS-SUPPRTBL-OLD-STATUS   PIC X(002) VALUE '00'.
014900         88  WS-EDIT-OK           VALUE 'Y'.
015000     05  WS-AUDIT-OPEN-SW     PIC X(001) VALUE 'N'.
015100         88  WS-AUDIT-IS-OPEN     VALUE 'Y'.
015105     05  WS-SUBMIT-EOF-SW     PIC X(001) VALUE 'N'.
015110         88  WS-SUBMIT-EOF        VALUE 'Y'.
015115     05  WS-APPROVED-SW       PIC X(001) VALUE 'N'.
015120         88  WS-APPROVED          VALUE 'Y'.
015125     05  WS-SELF-APPROVED-SW  PIC X(001) VALUE 'N'.
015130         88  WS-SELF-APPROVED     VALUE 'Y'.
015135
015140*
015145* THE OPERATOR WHOSE CTLXAPPR ROW APPROVED THE SUBMISSION 1100 IS
015150* SCREENING.
015155 01  WS-CHECKER-ID            PIC X(008) VALUE SPACES.
015200
015300 01  WS-TXN-SAVE-AREA.
015400     05  WS-TXN-SAVE-ACTION   PIC X(001).
016100     05  WS-AUDIT-KEY         PIC X(010).
016200     05  WS-AUDIT-RESULT      PIC X(008).
016300     05  WS-AUDIT-REASON      PIC X(040).
016320     05  WS-AUDIT-MAKER       PIC X(008).
016340     05  WS-AUDIT-CHECKER     PIC X(008).
016400
016500 01  WS-COUNTERS.
016600     05  WS-TXN-APPLIED       PIC 9(009) COMP-5 VALUE 0.
016700     05  WS-TXN-REJECTED      PIC 9(009) COMP-5 VALUE 0.
016720     05  WS-TXN-SUBMITTED     PIC 9(009) COMP-5 VALUE 0.
016740     05  WS-TXN-APPROVED      PIC 9(009) COMP-5 VALUE 0.
016760     05  WS-TXN-PENDING       PIC 9(009) COMP-5 VALUE 0.
016780     05  WS-SELF-APPROVALS    PIC 9(009) COMP-5 VALUE 0.
016800
016900******************************************************************
017000 Procedure Division.
018400     EXIT.
018500
018600******************************************************************
018700* 1000-INITIALIZE  --  STARTUP MESSAGE AND THE CTLXTXN SCREENING *
018800*                      PASS (1100).  EACH TABLE'S OWN            *
018900*                      MAINTENANCE PARAGRAPH OPENS AND CLOSES ITS*
019000*                      OWN FILES, SINCE A FAILURE ON ONE TABLE   *
019100*                      SHOULD NOT STOP THE OTHER THREE FROM BEING*
019150*                      MAINTAINED.                               *
019200******************************************************************
019300 1000-INITIALIZE.
019400
019500     DISPLAY MYNAME ' Begin'
019600
019620     PERFORM 1100-SCREEN-SUBMISSIONS THRU 1100-EXIT
019640
019700     .
019800 1000-EXIT.
019900     EXIT.
019901
019902******************************************************************
019903* 1100-SCREEN-SUBMISSIONS  --  SPLITS THE CTLXTXN QUEUE: EVERY   *
019904*                              TRANSACTION WITH A VALID CHECKER  *
019905*                              APPROVAL GOES TO CTLXAPLY, WHICH  *
019906*                              IS ALL THE TABLE PASSES READ;     *
019907*                              EVERY OTHER ONE IS CARRIED TO     *
019908*                              CTLXTXNN TO WAIT FOR ITS CHECKER. *
019909*                              NO CTLXTXN IS AN EMPTY QUEUE.     *
019910*                              EITHER OUTPUT FAILING TO OPEN     *
019911*                              ENDS THE RUN RC 16 HERE, SO NO    *
019912*                              TABLE IS REWRITTEN FROM A WORK    *
019913*                              FILE THIS RUN DID NOT BUILD.      *
019914******************************************************************
019915 1100-SCREEN-SUBMISSIONS.
019916
019917     OPEN OUTPUT Maint-Transactions
019918     IF WS-CTLXAPLY-STATUS NOT = '00'
019919         DISPLAY MYNAME ' UNABLE TO OPEN CTLXAPLY, STATUS = '
019920             WS-CTLXAPLY-STATUS
019921         MOVE 16 TO RETURN-CODE
019922         GOBACK
019923     END-IF
019924
019925     OPEN OUTPUT Pending-Transactions
019926     IF WS-CTLXTXNN-STATUS NOT = '00'
019927         DISPLAY MYNAME ' UNABLE TO OPEN CTLXTXNN, STATUS = '
019928             WS-CTLXTXNN-STATUS
019929         CLOSE Maint-Transactions
019930         MOVE 16 TO RETURN-CODE
019931         GOBACK
019932     END-IF
019933
019934     OPEN INPUT Maint-Submissions
019935     IF WS-CTLXTXN-STATUS = '00'
019936         MOVE 'N' TO WS-SUBMIT-EOF-SW
019937         PERFORM UNTIL WS-SUBMIT-EOF
019938             READ Maint-Submissions
019939                 AT END
019940                     SET WS-SUBMIT-EOF TO TRUE
019941                 NOT AT END
019942                     PERFORM 1110-SCREEN-ONE-SUBMISSION
019943                         THRU 1110-EXIT
019944             END-READ
019945         END-PERFORM
019946         CLOSE Maint-Submissions
019947     ELSE
019948         IF WS-CTLXTXN-STATUS NOT = '35'
019949             DISPLAY MYNAME
019950                 ' UNABLE TO OPEN CTLXTXN, STATUS = '
019951                 WS-CTLXTXN-STATUS
019952         END-IF
019953     END-IF
019954
019955     CLOSE Pending-Transactions
019956     CLOSE Maint-Transactions
019957
019958     .
019959 1100-EXIT.
019960     EXIT.
019961
019962******************************************************************
019963* 1110-SCREEN-ONE-SUBMISSION  --  ONE CTLXTXN ROW.  NO MAKER IS  *
019964*                                 REJECTED AND DROPPED; AN       *
019965*                                 APPROVAL BY ANOTHER OPERATOR   *
019966*                                 RELEASES IT TO CTLXAPLY UNDER  *
019967*                                 THAT CHECKER; ANYTHING ELSE    *
019968*                                 STAYS PENDING, WITH A REJECTED *
019969*                                 AUDIT ROW WHEN THE ONLY        *
019970*                                 APPROVAL WAS THE MAKER'S OWN.  *
019971*                                 A CHECKER ID ON THE SUBMISSION *
019972*                                 ITSELF COUNTS FOR NOTHING.     *
019973******************************************************************
019974 1110-SCREEN-ONE-SUBMISSION.
019975
019976     ADD 1 TO WS-TXN-SUBMITTED
019977     MOVE CTLXTXN-SUBMIT-REC TO CTL-MAINT-TRANSACTION
019978     MOVE SPACES TO CMT-CHECKER-ID
019979
019980     MOVE CMT-TABLE-ID    TO WS-AUDIT-TABLE-ID
019981     MOVE CMT-ACTION-CODE TO WS-AUDIT-ACTION
019982     MOVE CMT-KEY         TO WS-AUDIT-KEY
019983
019984     IF CMT-MAKER-ID = SPACES
019985         PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
019986         MOVE 'REJECTED' TO WS-AUDIT-RESULT
019987         MOVE 'NO MAKER ID ON TRANSACTION, DROPPED'
019988                         TO WS-AUDIT-REASON
019989         PERFORM 9900-WRITE-AUDIT-RECORD THRU 9900-EXIT
019990         ADD 1 TO WS-TXN-REJECTED
019991         GO TO 1110-EXIT
019992     END-IF
019993
019994     PERFORM 1120-FIND-APPROVAL THRU 1120-EXIT
019995
019996     IF WS-APPROVED
019997         MOVE WS-CHECKER-ID TO CMT-CHECKER-ID
019998         WRITE CTL-MAINT-TRANSACTION
019999         ADD 1 TO WS-TXN-APPROVED
020000         GO TO 1110-EXIT
020001     END-IF
020002
020003     IF WS-SELF-APPROVED
020004         PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
020005         MOVE CMT-MAKER-ID TO WS-AUDIT-CHECKER
020006         MOVE 'REJECTED' TO WS-AUDIT-RESULT
020007         MOVE 'SELF-APPROVAL REJECTED, STILL PENDING'
020008                         TO WS-AUDIT-REASON
020009         PERFORM 9900-WRITE-AUDIT-RECORD THRU 9900-EXIT
020010         ADD 1 TO WS-SELF-APPROVALS
020011     END-IF
020012
020013     WRITE CTLXTXNN-REC FROM CTL-MAINT-TRANSACTION
020014     ADD 1 TO WS-TXN-PENDING
020015
020016     .
020017 1110-EXIT.
020018     EXIT.
020019
020020******************************************************************
020021* 1120-FIND-APPROVAL  --  OPEN-SCAN-CLOSES CTLXAPPR FOR A ROW    *
020022*                         MATCHING THE CURRENT TRANSACTION FIELD *
020023*                         FOR FIELD, MAKER INCLUDED.  A ROW WITH *
020024*                         A BLANK CHECKER APPROVES NOTHING; ONE  *
020025*                         WHOSE CHECKER IS THE MAKER ONLY FLAGS  *
020026*                         A SELF-APPROVAL, AND THE SCAN GOES ON  *
020027*                         LOOKING FOR A GENUINE ONE.             *
020028******************************************************************
020029 1120-FIND-APPROVAL.
020030
020031     MOVE 'N' TO WS-APPROVED-SW
020032     MOVE 'N' TO WS-SELF-APPROVED-SW
020033     MOVE SPACES TO WS-CHECKER-ID
020034
020035     OPEN INPUT Maint-Approvals
020036     IF WS-CTLXAPPR-STATUS NOT = '00'
020037         GO TO 1120-EXIT
020038     END-IF
020039
020040     MOVE 'N' TO WS-SCAN-EOF-SW
020041     PERFORM UNTIL WS-APPROVED OR WS-SCAN-EOF
020042         READ Maint-Approvals
020043             AT END
020044                 SET WS-SCAN-EOF TO TRUE
020045             NOT AT END
020046                 IF CXA-TABLE-ID       = CMT-TABLE-ID
020047                    AND CXA-ACTION-CODE = CMT-ACTION-CODE
020048                    AND CXA-KEY         = CMT-KEY
020049                    AND CXA-FIELD-1     = CMT-FIELD-1
020050                    AND CXA-FIELD-2     = CMT-FIELD-2
020051                    AND CXA-EFFECTIVE-DATE = CMT-EFFECTIVE-DATE
020052                    AND CXA-MAKER-ID    = CMT-MAKER-ID
020053                    AND CXA-CHECKER-ID NOT = SPACES
020054                     IF CXA-CHECKER-ID = CMT-MAKER-ID
020055                         SET WS-SELF-APPROVED TO TRUE
020056                     ELSE
020057                         SET WS-APPROVED TO TRUE
020058                         MOVE CXA-CHECKER-ID TO WS-CHECKER-ID
020059                     END-IF
020060                 END-IF
020061         END-READ
020062     END-PERFORM
020063     CLOSE Maint-Approvals
020064
020065     .
020066 1120-EXIT.
020067     EXIT.
020068
020100******************************************************************
020200* 2000-MAINTAIN-NAMETBL  --  REWRITES NAMETBL AS NAMETBLN, APPLYI*
020300*                            ANY CHANGE/RETIRE TRANSACTION TO EAC*
033700
033800     MOVE 'N' TO WS-TXN-FOUND-SW
033900     OPEN INPUT Maint-Transactions
034000     IF WS-CTLXAPLY-STATUS = '00'
034100         MOVE 'N' TO WS-SCAN-EOF-SW
034200         PERFORM UNTIL WS-TXN-FOUND OR WS-SCAN-EOF
034300             READ Maint-Transactions
034400                 AT END
034500                     SET WS-SCAN-EOF TO TRUE
034600                 NOT AT END
034605                     PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
034610                     PERFORM 9800-SET-TXN-EFFECTIVE-DATE
034620                         THRU 9800-EXIT
034700                     IF CMT-TABLE-ID = 'NAMETBL'
037400 2040-ADD-NAMETBL-ROWS.
037500
037600     OPEN INPUT Maint-Transactions
037700     IF WS-CTLXAPLY-STATUS = '00'
037800         MOVE 'N' TO WS-SCAN-EOF-SW
037900         PERFORM UNTIL WS-SCAN-EOF
038000             READ Maint-Transactions
038100                 AT END
038200                     SET WS-SCAN-EOF TO TRUE
038300                 NOT AT END
038350                     PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
038400                     IF CMT-TABLE-ID = 'NAMETBL' AND
038500                        CMT-ACTION-ADD
038510                         PERFORM 9800-SET-TXN-EFFECTIVE-DATE
048100 2060-CHECK-ORPHAN-NAMETBL.
048200
048300     OPEN INPUT Maint-Transactions
048400     IF WS-CTLXAPLY-STATUS = '00'
048500         MOVE 'N' TO WS-SCAN-EOF-SW
048600         PERFORM UNTIL WS-SCAN-EOF
048700             READ Maint-Transactions
048800                 AT END
048900                     SET WS-SCAN-EOF TO TRUE
049000                 NOT AT END
049050                     PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
049100                     IF CMT-TABLE-ID = 'NAMETBL' AND
049200                        (CMT-ACTION-CHANGE OR CMT-ACTION-RETIRE)
049210                         PERFORM 9800-SET-TXN-EFFECTIVE-DATE
064800
064900     MOVE 'N' TO WS-TXN-FOUND-SW
065000     OPEN INPUT Maint-Transactions
065100     IF WS-CTLXAPLY-STATUS = '00'
065200         MOVE 'N' TO WS-SCAN-EOF-SW
065300         PERFORM UNTIL WS-TXN-FOUND OR WS-SCAN-EOF
065400             READ Maint-Transactions
065500                 AT END
065600                     SET WS-SCAN-EOF TO TRUE
065700                 NOT AT END
065705                     PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
065710                     PERFORM 9800-SET-TXN-EFFECTIVE-DATE
065720                         THRU 9800-EXIT
065800                     IF CMT-TABLE-ID = 'SUPPRTBL'
068100 3040-ADD-SUPPRTBL-ROWS.
068200
068300     OPEN INPUT Maint-Transactions
068400     IF WS-CTLXAPLY-STATUS = '00'
068500         MOVE 'N' TO WS-SCAN-EOF-SW
068600         PERFORM UNTIL WS-SCAN-EOF
068700             READ Maint-Transactions
068800                 AT END
068900                     SET WS-SCAN-EOF TO TRUE
069000                 NOT AT END
069050                     PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
069100                     IF CMT-TABLE-ID = 'SUPPRTBL' AND
069200                        CMT-ACTION-ADD
069210                         PERFORM 9800-SET-TXN-EFFECTIVE-DATE
078600 3060-CHECK-ORPHAN-SUPPRTBL.
078700
078800     OPEN INPUT Maint-Transactions
078900     IF WS-CTLXAPLY-STATUS = '00'
079000         MOVE 'N' TO WS-SCAN-EOF-SW
079100         PERFORM UNTIL WS-SCAN-EOF
079200             READ Maint-Transactions
079300                 AT END
079400                     SET WS-SCAN-EOF TO TRUE
079500                 NOT AT END
079550                     PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
079600                     IF CMT-TABLE-ID = 'SUPPRTBL' AND
079700                        (CMT-ACTION-CHANGE OR CMT-ACTION-RETIRE)
079710                         PERFORM 9800-SET-TXN-EFFECTIVE-DATE
092300
092400     MOVE 'N' TO WS-TXN-FOUND-SW
092500     OPEN INPUT Maint-Transactions
092600     IF WS-CTLXAPLY-STATUS = '00'
092700         MOVE 'N' TO WS-SCAN-EOF-SW
092800         PERFORM UNTIL WS-TXN-FOUND OR WS-SCAN-EOF
092900             READ Maint-Transactions
093000                 AT END
093100                     SET WS-SCAN-EOF TO TRUE
093200                 NOT AT END
093250                     PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
093300                     IF CMT-TABLE-ID = 'TRUTHTBL'
093400                        AND CMT-KEY(1:8) =
093500                            TRT-TOKEN OF TRT-TRUTH-RECORD
095700 4040-ADD-TRUTHTBL-ROWS.
095800
095900     OPEN INPUT Maint-Transactions
096000     IF WS-CTLXAPLY-STATUS = '00'
096100         MOVE 'N' TO WS-SCAN-EOF-SW
096200         PERFORM UNTIL WS-SCAN-EOF
096300             READ Maint-Transactions
096400                 AT END
096500                     SET WS-SCAN-EOF TO TRUE
096600                 NOT AT END
096650                     PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
096700                     IF CMT-TABLE-ID = 'TRUTHTBL' AND
096800                        CMT-ACTION-ADD
096900                         PERFORM 4050-TRUTHTBL-KEY-EXISTS
104991 4060-CHECK-ORPHAN-TRUTHTBL.
104992
104993     OPEN INPUT Maint-Transactions
104994     IF WS-CTLXAPLY-STATUS = '00'
104995         MOVE 'N' TO WS-SCAN-EOF-SW
104996         PERFORM UNTIL WS-SCAN-EOF
104997             READ Maint-Transactions
104998                 AT END
104999                     SET WS-SCAN-EOF TO TRUE
105001                 NOT AT END
105002                     PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
105003                     IF CMT-TABLE-ID = 'TRUTHTBL' AND
105004                        (CMT-ACTION-CHANGE OR CMT-ACTION-RETIRE)
105005                         PERFORM 4050-TRUTHTBL-KEY-EXISTS
105006                             THRU 4050-EXIT
105007                         IF NOT WS-KEY-EXISTS
105008                             MOVE 'TRUTHTBL' TO WS-AUDIT-TABLE-ID
105009                             MOVE CMT-ACTION-CODE TO
105010                                 WS-AUDIT-ACTION
105011                             MOVE CMT-KEY     TO WS-AUDIT-KEY
105012                             MOVE 'REJECTED' TO WS-AUDIT-RESULT
105013                             MOVE 'KEY NOT FOUND ON TRUTHTBL'
109900 5010-APPLY-FEEDPRM-CHANGE.
110000
110100     OPEN INPUT Maint-Transactions
110200     IF WS-CTLXAPLY-STATUS = '00'
110300         MOVE 'N' TO WS-SCAN-EOF-SW
110400         PERFORM UNTIL WS-SCAN-EOF
110500             READ Maint-Transactions
110600                 AT END
110700                     SET WS-SCAN-EOF TO TRUE
110800                 NOT AT END
110850                     PERFORM 9810-SET-TXN-OPERATORS THRU 9810-EXIT
110900                     IF CMT-TABLE-ID = 'FEEDPRM'
111000                         PERFORM 5020-APPLY-ONE-FEEDPRM-TXN
111100                             THRU 5020-EXIT
117600         CLOSE Maint-Audit
117700     END-IF
117800
117810     DISPLAY MYNAME ' TRANSACTIONS SUBMITTED = ' WS-TXN-SUBMITTED
117820     DISPLAY MYNAME ' APPROVED BY A CHECKER  = ' WS-TXN-APPROVED
117830     DISPLAY MYNAME ' STILL PENDING          = ' WS-TXN-PENDING
117840     DISPLAY MYNAME ' SELF-APPROVALS REFUSED = '
117850         WS-SELF-APPROVALS
117900     DISPLAY MYNAME ' TRANSACTIONS APPLIED  = ' WS-TXN-APPLIED
118000     DISPLAY MYNAME ' TRANSACTIONS REJECTED = ' WS-TXN-REJECTED
118100     DISPLAY MYNAME ' End'
118700     .
118701 9800-EXIT.
118702     EXIT.
118707
118712******************************************************************
118717* 9810-SET-TXN-OPERATORS  --  TAKES THE CURRENT TRANSACTION'S    *
118722*                             MAKER AND CHECKER FOR ITS AUDIT    *
118727*                             ROWS.  EVERY SCAN OF CTLXAPLY RUNS *
118732*                             IT ON EACH ROW READ, SO A FIND     *
118737*                             THAT STOPS ON ITS MATCH LEAVES     *
118742*                             THAT ROW'S OPERATORS IN PLACE.     *
118747******************************************************************
118752 9810-SET-TXN-OPERATORS.
118757
118762     MOVE CMT-MAKER-ID   TO WS-AUDIT-MAKER
118767     MOVE CMT-CHECKER-ID TO WS-AUDIT-CHECKER
118772
118777     .
118782 9810-EXIT.
118787     EXIT.
118792
118797******************************************************************
118800* 9900-WRITE-AUDIT-RECORD  --  WRITES ONE MAINT-AUDIT RECORD FROM*
118900*                              WS-AUDIT-AREA, LAZY-OPENING THE   *
119000*                              FILE ON FIRST USE THE SAME WAY    *
120900     MOVE WS-AUDIT-KEY      TO CMA-KEY
121000     MOVE WS-AUDIT-RESULT   TO CMA-RESULT
121100     MOVE WS-AUDIT-REASON   TO CMA-REASON
121120     MOVE WS-AUDIT-MAKER    TO CMA-MAKER-ID
121140     MOVE WS-AUDIT-CHECKER  TO CMA-CHECKER-ID
121200
121300     WRITE CTL-MAINT-AUDIT-RECORD
121400

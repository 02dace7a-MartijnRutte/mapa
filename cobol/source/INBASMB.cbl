000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. INBASMB.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  MULTI-PART INBOUND BATCH   *
001500*                  ASSEMBLY AHEAD OF JSNCMUPD.  RUN ONCE FOR     *
001600*                  EVERY PART FILE THAT LANDS ON INBPART: THE    *
001700*                  PART'S HEADER LINE (SEE INBPHDR.CPY) IS       *
001800*                  CHECKED AND THE PART REGISTERED ON INBREG,    *
001900*                  ITS LINES HELD ON INBHOLD AND COUNTED AGAINST *
002000*                  THE HEADER.  WHEN EVERY DECLARED PART OF THE  *
002100*                  BATCH IS PRESENT AND AGREES, THE BATCH IS     *
002200*                  WRITTEN TO JSONIN IN PART ORDER AS ONE FILE   *
002300*                  AND MARKED RELEASED, SO JSNCMUPD NEVER        *
002400*                  APPLIES PART 2 BEFORE PART 1.  EVERY RUN THEN *
002500*                  AGES THE BATCHES STILL HELD AGAINST THE       *
002600*                  FEED'S ARRVSCHD EXPECTED TIME AND RAISES AN   *
002700*                  INCOMPLT ARRVALRT ROW, ONCE A DAY, FOR EACH   *
002800*                  ONE PAST DUE.  RC 0 -- A BATCH WAS RELEASED   *
002900*                  TO JSONIN; RC 4 -- NOTHING RELEASED; RC 8 --  *
003000*                  THE PART WAS REFUSED OR ITS LINE COUNT        *
003100*                  DISAGREED.                                    *
003110* 2026-10-15 MAR   PART, HELD AND RELEASED JSONIN LINES WIDENED  *
003120*                  TO 250 TO MATCH JSNCMUPD'S JSONIN RECORD, SO  *
003130*                  A LINE CARRYING THE NESTED DETAIL OR THE      *
003140*                  TXN-TIMESTAMP IS NOT CUT AT 100.              *
003200******************************************************************
003300 Environment Division.
003400 Input-Output Section.
003500 File-Control.
003600     Select Part-In Assign to 'INBPART'
003700         Organization is Line Sequential
003800         File Status is WS-INBPART-STATUS.
003900
004000     Select Batch-Register Assign to 'INBREG'
004100         Organization is Indexed
004200         Access Mode is Dynamic
004300         Record Key is IBR-REGISTER-KEY
004400         File Status is WS-INBREG-STATUS.
004500
004600     Select Batch-Hold Assign to 'INBHOLD'
004700         Organization is Indexed
004800         Access Mode is Dynamic
004900         Record Key is IBH-HOLD-KEY
005000         File Status is WS-INBHOLD-STATUS.
005100
005200     Select Arrival-Schedule Assign to 'ARRVSCHD'
005300         Organization is Line Sequential
005400         File Status is WS-ARRVSCHD-STATUS.
005500
005600     Select Arrival-Alert Assign to 'ARRVALRT'
005700         Organization is Line Sequential
005800         File Status is WS-ARRVALRT-STATUS.
005900
006000     Select Jsonlines-Out Assign to 'JSONIN'
006100         Organization is Line Sequential
006200         File Status is WS-JSONIN-STATUS.
006300 Data Division.
006400 File Section.
006500 FD  Part-In
006600     Label Records are Standard
006700     Recording Mode is V.
006800 01  PART-IN-REC              PIC X(250).
006900
007000 FD  Batch-Register
007100     Label Records are Standard
007200     Recording Mode is F.
007300 COPY INBREG.
007400
007500 FD  Batch-Hold
007600     Label Records are Standard
007700     Recording Mode is F.
007800 COPY INBHOLD.
007900
008000 FD  Arrival-Schedule
008100     Label Records are Standard
008200     Recording Mode is F.
008300 COPY ARRVSCHD.
008400
008500 FD  Arrival-Alert
008600     Label Records are Standard
008700     Recording Mode is F.
008800 COPY ARRVALRT.
008900
009000 FD  Jsonlines-Out
009100     Label Records are Standard
009200     Recording Mode is V.
009300 01  JSONLINES-OUT-REC        PIC X(250).
009400
009500 Working-Storage Section.
009600 01  CONSTANTS.
009700     05  MYNAME               PIC X(008) VALUE 'INBASMB '.
009800     05  WS-DEFAULT-FEED      PIC X(010) VALUE 'CUSTUPD'.
009900
010000 01  WS-INBPART-STATUS        PIC X(002) VALUE '00'.
010100 01  WS-INBREG-STATUS         PIC X(002) VALUE '00'.
010200 01  WS-INBHOLD-STATUS        PIC X(002) VALUE '00'.
010300 01  WS-ARRVSCHD-STATUS       PIC X(002) VALUE '00'.
010400 01  WS-ARRVALRT-STATUS       PIC X(002) VALUE '00'.
010500 01  WS-JSONIN-STATUS         PIC X(002) VALUE '00'.
010600
010700 01  WS-SWITCHES.
010800     05  WS-PART-EOF-SW       PIC X(001) VALUE 'N'.
010900         88  WS-PART-EOF          VALUE 'Y'.
011000     05  WS-REG-EOF-SW        PIC X(001) VALUE 'N'.
011100         88  WS-REG-EOF           VALUE 'Y'.
011200     05  WS-HOLD-EOF-SW       PIC X(001) VALUE 'N'.
011300         88  WS-HOLD-EOF          VALUE 'Y'.
011400     05  WS-SCHED-EOF-SW      PIC X(001) VALUE 'N'.
011500         88  WS-SCHED-EOF         VALUE 'Y'.
011600     05  WS-ALERT-OPEN-SW     PIC X(001) VALUE 'N'.
011700         88  WS-ALERT-IS-OPEN     VALUE 'Y'.
011800     05  WS-PART-REFUSED-SW   PIC X(001) VALUE 'N'.
011900         88  WS-PART-REFUSED      VALUE 'Y'.
012000     05  WS-NEW-BATCH-SW      PIC X(001) VALUE 'N'.
012100         88  WS-NEW-BATCH         VALUE 'Y'.
012200     05  WS-RESENT-PART-SW    PIC X(001) VALUE 'N'.
012300         88  WS-RESENT-PART       VALUE 'Y'.
012400     05  WS-RELEASED-SW       PIC X(001) VALUE 'N'.
012500         88  WS-BATCH-RELEASED    VALUE 'Y'.
012600     05  WS-RELEASE-FAILED-SW PIC X(001) VALUE 'N'.
012700         88  WS-RELEASE-FAILED    VALUE 'Y'.
012800
012900*
013000* THE ARRIVING PART'S HEADER LINE, AND WHY A PART WAS REFUSED.
013100 01  WS-BUF                   PIC X(250).
013200 COPY INBPHDR.
013300 01  WS-REFUSE-REASON         PIC X(040) VALUE SPACES.
013400
013500*
013600* THE BATCH BEING RELEASED OR AGED, AND ITS LINE SEQUENCE.
013700 01  WS-BATCH-KEY.
013800     05  WS-BATCH-FEED-ID     PIC X(010) VALUE SPACES.
013900     05  WS-BATCH-ID          PIC X(020) VALUE SPACES.
014000 01  WS-LINE-SEQ              PIC 9(007) VALUE 0.
014100 01  WS-BATCH-SAVE            PIC X(098) VALUE SPACES.
014200
014300*
014400* AGEING SUPPORT (4100/4200).  TIMES ARE HELD AS MINUTES SINCE
014500* THE INTEGER-OF-DATE EPOCH SO A DUE TIME THAT FALLS ON THE DAY
014600* AFTER THE FIRST PART LANDED COMPARES CLEANLY.
014700 01  WS-TODAY                 PIC 9(008) VALUE 0.
014800 01  WS-NOW                   PIC 9(008) VALUE 0.
014900 01  WS-NOW-PARTS REDEFINES WS-NOW.
015000     05  WS-NOW-HH            PIC 9(002).
015100     05  WS-NOW-MM            PIC 9(002).
015200     05  FILLER               PIC 9(004).
015300 01  WS-ARRIVED-PARTS.
015400     05  WS-ARRIVED-HH        PIC 9(002).
015500     05  WS-ARRIVED-MM        PIC 9(002).
015600     05  FILLER               PIC 9(004).
015700 01  WS-ARRIVED-TIME REDEFINES WS-ARRIVED-PARTS
015800                              PIC 9(008).
015900 01  WS-EXPECTED-TIME         PIC 9(004) VALUE 0.
016000 01  WS-EXPECTED-PARTS REDEFINES WS-EXPECTED-TIME.
016100     05  WS-EXPECTED-HH       PIC 9(002).
016200     05  WS-EXPECTED-MM       PIC 9(002).
016300 01  WS-DATE-INT              PIC 9(008) COMP-5 VALUE 0.
016400 01  WS-NOW-MINUTES           PIC 9(011) COMP-5 VALUE 0.
016500 01  WS-ARRIVED-MINUTES       PIC 9(011) COMP-5 VALUE 0.
016600 01  WS-DUE-MINUTES           PIC 9(011) COMP-5 VALUE 0.
016700 01  WS-HOURS-OVERDUE         PIC 9(005) VALUE 0.
016800
016900 01  WS-COUNTERS.
017000     05  WS-PART-LINES        PIC 9(009) COMP-5 VALUE 0.
017100     05  WS-LINES-RELEASED    PIC 9(009) COMP-5 VALUE 0.
017200     05  WS-BATCHES-HELD      PIC 9(009) COMP-5 VALUE 0.
017300     05  WS-BATCHES-OVERDUE   PIC 9(009) COMP-5 VALUE 0.
017400     05  WS-ALERTS-RAISED     PIC 9(009) COMP-5 VALUE 0.
017500
017600******************************************************************
017700 Procedure Division.
017800******************************************************************
017900 0000-MAINLINE.
018000
018100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
018200     PERFORM 2000-RECEIVE-PART      THRU 2000-EXIT
018300     PERFORM 4000-AGE-HELD-BATCHES  THRU 4000-EXIT
018400     PERFORM 9000-TERMINATE         THRU 9000-EXIT
018500
018600     GOBACK
018700     .
018800 0000-EXIT.
018900     EXIT.
019000
019100******************************************************************
019200* 1000-INITIALIZE  --  OPENS THE BATCH REGISTER AND THE HOLDING  *
019300*                      FILE, CREATING EACH ON ITS FIRST USE.     *
019400*                      WITHOUT EITHER NOTHING CAN BE HELD: RC 16.*
019500******************************************************************
019600 1000-INITIALIZE.
019700
019800     DISPLAY MYNAME ' Begin'
019900
020000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
020100     ACCEPT WS-NOW   FROM TIME
020200
020300     OPEN I-O Batch-Register
020400     IF WS-INBREG-STATUS = '35'
020500         OPEN OUTPUT Batch-Register
020600         CLOSE Batch-Register
020700         OPEN I-O Batch-Register
020800     END-IF
020900     IF WS-INBREG-STATUS NOT = '00'
021000         DISPLAY MYNAME ' UNABLE TO OPEN INBREG, STATUS = '
021100             WS-INBREG-STATUS
021200         MOVE 16 TO RETURN-CODE
021300         GOBACK
021400     END-IF
021500
021600     OPEN I-O Batch-Hold
021700     IF WS-INBHOLD-STATUS = '35'
021800         OPEN OUTPUT Batch-Hold
021900         CLOSE Batch-Hold
022000         OPEN I-O Batch-Hold
022100     END-IF
022200     IF WS-INBHOLD-STATUS NOT = '00'
022300         DISPLAY MYNAME ' UNABLE TO OPEN INBHOLD, STATUS = '
022400             WS-INBHOLD-STATUS
022500         CLOSE Batch-Register
022600         MOVE 16 TO RETURN-CODE
022700         GOBACK
022800     END-IF
022900
023000     .
023100 1000-EXIT.
023200     EXIT.
023300
023400******************************************************************
023500* 2000-RECEIVE-PART  --  REGISTERS THE PART FILE ON INBPART, IF  *
023600*                        ONE LANDED.  NO FILE, OR AN EMPTY ONE,  *
023700*                        IS AN AGEING-ONLY RUN.  A PART WHOSE    *
023800*                        HEADER IS UNUSABLE, WHOSE BATCH IS      *
023900*                        ALREADY RELEASED OR DECLARES ANOTHER    *
024000*                        PART COUNT, OR THAT DUPLICATES A PART   *
024100*                        ALREADY HELD IS REFUSED WHOLE.          *
024200******************************************************************
024300 2000-RECEIVE-PART.
024400
024500     OPEN INPUT Part-In
024600     IF WS-INBPART-STATUS NOT = '00'
024700         DISPLAY MYNAME ' NO INBPART PART FILE THIS RUN'
024800         GO TO 2000-EXIT
024900     END-IF
025000
025100     PERFORM 8000-READ-PART THRU 8000-EXIT
025200     IF WS-PART-EOF
025300         DISPLAY MYNAME ' INBPART IS EMPTY THIS RUN'
025400         GO TO 2000-CLOSE
025500     END-IF
025600
025700     PERFORM 2100-CHECK-HEADER THRU 2100-EXIT
025800     IF WS-PART-REFUSED
025900         GO TO 2000-CLOSE
026000     END-IF
026100
026200     PERFORM 2200-CHECK-REGISTER THRU 2200-EXIT
026300     IF WS-PART-REFUSED
026400         GO TO 2000-CLOSE
026500     END-IF
026600
026700     PERFORM 2300-HOLD-LINES THRU 2300-EXIT
026800     PERFORM 2400-POST-REGISTER THRU 2400-EXIT
026900
027000     IF IBR-PARTS-PRESENT = IBR-PART-COUNT
027100         PERFORM 3000-RELEASE-BATCH THRU 3000-EXIT
027200     END-IF
027300
027400     .
027500 2000-CLOSE.
027600
027700     CLOSE Part-In
027800
027900     .
028000 2000-EXIT.
028100     EXIT.
028200
028300******************************************************************
028400* 2100-CHECK-HEADER  --  JSON PARSES THE PART'S FIRST LINE INTO  *
028500*                        THE INBPHDR HEADER.  THE BATCH ID MUST  *
028600*                        BE PRESENT AND THE PART NUMBER WITHIN   *
028700*                        THE DECLARED PART COUNT.                *
028800******************************************************************
028900 2100-CHECK-HEADER.
029000
029100     MOVE PART-IN-REC TO WS-BUF
029200     INITIALIZE IPH-PART-HEADER
029300
029400     JSON PARSE WS-BUF INTO IPH-PART-HEADER
029500         ON EXCEPTION
029600             MOVE 'FIRST LINE IS NOT A PART HEADER'
029700                 TO WS-REFUSE-REASON
029800             SET WS-PART-REFUSED TO TRUE
029900     END-JSON
030000
030100     IF IPH-FEED-ID = SPACES
030200         MOVE WS-DEFAULT-FEED TO IPH-FEED-ID
030300     END-IF
030400
030500     EVALUATE TRUE
030600         WHEN WS-PART-REFUSED
030700             CONTINUE
030800         WHEN IPH-BATCH-ID = SPACES
030900             MOVE 'HEADER CARRIES NO BATCH ID'
031000                 TO WS-REFUSE-REASON
031100             SET WS-PART-REFUSED TO TRUE
031200         WHEN IPH-PART = 0 OR IPH-PART-COUNT = 0
031300           OR IPH-PART > IPH-PART-COUNT
031400             MOVE 'PART NUMBER OUTSIDE THE PART COUNT'
031500                 TO WS-REFUSE-REASON
031600             SET WS-PART-REFUSED TO TRUE
031700         WHEN OTHER
031800             CONTINUE
031900     END-EVALUATE
032000
032100     IF WS-PART-REFUSED
032200         MOVE 0 TO IBR-PARTS-PRESENT
032300         PERFORM 2900-REFUSE-PART THRU 2900-EXIT
032400     END-IF
032500
032600     .
032700 2100-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100* 2200-CHECK-REGISTER  --  LOOKS THE BATCH AND THE PART UP ON    *
033200*                          INBREG.  A PART THAT WAS HELD WITH A  *
033300*                          LINE COUNT THAT DISAGREED IS BEING    *
033400*                          RESENT: ITS OLD LINES ARE DROPPED.    *
033500*                          THE BATCH ROW IS LEFT IN THE RECORD   *
033600*                          AREA FOR 2400.                        *
033700******************************************************************
033800 2200-CHECK-REGISTER.
033900
034000     MOVE 'N' TO WS-NEW-BATCH-SW
034100     MOVE 'N' TO WS-RESENT-PART-SW
034200
034300     MOVE IPH-FEED-ID  TO IBR-FEED-ID
034400     MOVE IPH-BATCH-ID TO IBR-BATCH-ID
034500     MOVE IPH-PART     TO IBR-PART
034600     READ Batch-Register
034700         INVALID KEY
034800             CONTINUE
034900         NOT INVALID KEY
035000             IF IBR-PART-AGREED
035100                 MOVE 'DUPLICATE OF A PART ALREADY HELD'
035200                     TO WS-REFUSE-REASON
035300                 SET WS-PART-REFUSED TO TRUE
035400             ELSE
035500                 SET WS-RESENT-PART TO TRUE
035600             END-IF
035700     END-READ
035800
035900     MOVE IPH-FEED-ID  TO IBR-FEED-ID
036000     MOVE IPH-BATCH-ID TO IBR-BATCH-ID
036100     MOVE 0            TO IBR-PART
036200     READ Batch-Register
036300         INVALID KEY
036400             SET WS-NEW-BATCH TO TRUE
036500             MOVE 0 TO IBR-PARTS-PRESENT
036600         NOT INVALID KEY
036700             EVALUATE TRUE
036800                 WHEN IBR-BATCH-RELEASED
036900                     MOVE 'BATCH WAS ALREADY RELEASED'
037000                         TO WS-REFUSE-REASON
037100                     SET WS-PART-REFUSED TO TRUE
037200                 WHEN IBR-PART-COUNT NOT = IPH-PART-COUNT
037300                     MOVE 'PART COUNT DISAGREES WITH THE BATCH'
037400                         TO WS-REFUSE-REASON
037500                     SET WS-PART-REFUSED TO TRUE
037600                 WHEN OTHER
037700                     CONTINUE
037800             END-EVALUATE
037900     END-READ
038000
038100     IF WS-PART-REFUSED
038200         PERFORM 2900-REFUSE-PART THRU 2900-EXIT
038300         GO TO 2200-EXIT
038400     END-IF
038500
038600     IF WS-RESENT-PART
038700         PERFORM 2250-DROP-PART-LINES THRU 2250-EXIT
038800     END-IF
038900
039000     .
039100 2200-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500* 2250-DROP-PART-LINES  --  DELETES THE HELD LINES OF A PART     *
039600*                           THAT IS BEING RESENT.                *
039700******************************************************************
039800 2250-DROP-PART-LINES.
039900
040000     MOVE 'N' TO WS-HOLD-EOF-SW
040100     MOVE IPH-FEED-ID  TO IBH-FEED-ID
040200     MOVE IPH-BATCH-ID TO IBH-BATCH-ID
040300     MOVE IPH-PART     TO IBH-PART
040400     MOVE 0            TO IBH-SEQ
040500     START Batch-Hold
040600         KEY IS NOT LESS THAN IBH-HOLD-KEY
040700         INVALID KEY
040800             SET WS-HOLD-EOF TO TRUE
040900     END-START
041000
041100     IF NOT WS-HOLD-EOF
041200         PERFORM 8100-READ-HOLD THRU 8100-EXIT
041300     END-IF
041400     PERFORM UNTIL WS-HOLD-EOF
041500             OR IBH-FEED-ID  NOT = IPH-FEED-ID
041600             OR IBH-BATCH-ID NOT = IPH-BATCH-ID
041700             OR IBH-PART     NOT = IPH-PART
041800         DELETE Batch-Hold
041900         PERFORM 8100-READ-HOLD THRU 8100-EXIT
042000     END-PERFORM
042100
042200     .
042300 2250-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700* 2300-HOLD-LINES  --  COPIES THE PART'S JSON LINES, AFTER ITS   *
042800*                      HEADER, ONTO INBHOLD IN ARRIVAL ORDER.    *
042900*                      BLANK LINES ARE NOT HELD OR COUNTED.      *
043000******************************************************************
043100 2300-HOLD-LINES.
043200
043300     MOVE 0 TO WS-LINE-SEQ
043400     PERFORM 8000-READ-PART THRU 8000-EXIT
043500
043600     PERFORM UNTIL WS-PART-EOF
043700         IF PART-IN-REC NOT = SPACES
043800             ADD 1 TO WS-LINE-SEQ
043900             MOVE IPH-FEED-ID  TO IBH-FEED-ID
044000             MOVE IPH-BATCH-ID TO IBH-BATCH-ID
044100             MOVE IPH-PART     TO IBH-PART
044200             MOVE WS-LINE-SEQ  TO IBH-SEQ
044300             MOVE PART-IN-REC  TO IBH-LINE
044400             WRITE IBH-HOLD-RECORD
044500                 INVALID KEY
044600                     DISPLAY MYNAME ' DUPLICATE HOLD KEY '
044700                         IBH-HOLD-KEY
044800             END-WRITE
044900         END-IF
045000         PERFORM 8000-READ-PART THRU 8000-EXIT
045100     END-PERFORM
045200
045300     MOVE WS-LINE-SEQ TO WS-PART-LINES
045400
045500     .
045600 2300-EXIT.
045700     EXIT.
045800
045900******************************************************************
046000* 2400-POST-REGISTER  --  WRITES (OR, FOR A RESEND, REWRITES)    *
046100*                         THE PART ROW, THEN ADDS OR UPDATES     *
046200*                         THE BATCH ROW.  ONLY A PART WHOSE LINE *
046300*                         COUNT AGREES WITH ITS HEADER COUNTS AS *
046400*                         PRESENT; A MISMATCH RAISES A BADPART   *
046500*                         ALERT AND HOLDS THE BATCH UNTIL THE    *
046600*                         PART IS RESENT.                        *
046700******************************************************************
046800 2400-POST-REGISTER.
046900
047000     MOVE IBR-REGISTER-RECORD TO WS-BATCH-SAVE
047100
047200     MOVE IPH-FEED-ID    TO IBR-FEED-ID
047300     MOVE IPH-BATCH-ID   TO IBR-BATCH-ID
047400     MOVE IPH-PART       TO IBR-PART
047500     MOVE IPH-PART-COUNT TO IBR-PART-COUNT
047600     MOVE 0              TO IBR-PARTS-PRESENT
047700     MOVE IPH-RECORDS    TO IBR-RECORDS-DECLARED
047800     MOVE WS-PART-LINES  TO IBR-RECORDS-RECEIVED
047900     IF WS-PART-LINES = IPH-RECORDS
048000         SET IBR-PART-AGREED TO TRUE
048100     ELSE
048200         SET IBR-PART-MISMATCH TO TRUE
048300     END-IF
048400     MOVE WS-TODAY       TO IBR-ARRIVED-DATE
048500     MOVE WS-NOW         TO IBR-ARRIVED-TIME
048600     MOVE 0              TO IBR-RELEASED-DATE
048700                            IBR-RELEASED-TIME
048800                            IBR-LAST-ALERT-DATE
048900     IF WS-RESENT-PART
049000         REWRITE IBR-REGISTER-RECORD
049100     ELSE
049200         WRITE IBR-REGISTER-RECORD
049300     END-IF
049400
049500     IF IBR-PART-MISMATCH
049600         MOVE 'LINE COUNT DISAGREES WITH ITS HEADER'
049700             TO WS-REFUSE-REASON
049800         SET WS-PART-REFUSED TO TRUE
049900     END-IF
050000
050100     IF WS-NEW-BATCH
050200         MOVE 0              TO IBR-PART
050300         MOVE 0              TO IBR-PARTS-PRESENT
050400                                IBR-RECORDS-DECLARED
050500                                IBR-RECORDS-RECEIVED
050600         SET IBR-BATCH-HELD  TO TRUE
050700     ELSE
050800         MOVE WS-BATCH-SAVE TO IBR-REGISTER-RECORD
050900     END-IF
051000
051100     IF NOT WS-PART-REFUSED
051200         ADD 1             TO IBR-PARTS-PRESENT
051300         ADD IPH-RECORDS   TO IBR-RECORDS-DECLARED
051400         ADD WS-PART-LINES TO IBR-RECORDS-RECEIVED
051500     END-IF
051600
051700     IF WS-NEW-BATCH
051800         WRITE IBR-REGISTER-RECORD
051900     ELSE
052000         REWRITE IBR-REGISTER-RECORD
052100     END-IF
052200
052300     DISPLAY MYNAME ' FEED ' IPH-FEED-ID ' BATCH ' IPH-BATCH-ID
052400         ' PART ' IPH-PART ' OF ' IPH-PART-COUNT
052500         ' LINES ' WS-PART-LINES ' DECLARED ' IPH-RECORDS
052600     DISPLAY MYNAME ' PARTS PRESENT ' IBR-PARTS-PRESENT
052700         ' OF ' IBR-PART-COUNT
052800
052900     IF WS-PART-REFUSED
053000         PERFORM 2900-REFUSE-PART THRU 2900-EXIT
053100     END-IF
053200
053300     .
053400 2400-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800* 2900-REFUSE-PART  --  REPORTS A REFUSED OR MISMATCHED PART     *
053900*                       AND RAISES ITS BADPART ARRVALRT ROW.     *
054000*                       THE BATCH ROW, WHEN THERE IS ONE, IS IN  *
054100*                       THE RECORD AREA.                         *
054200******************************************************************
054300 2900-REFUSE-PART.
054400
054500     DISPLAY MYNAME ' PART REFUSED: ' WS-REFUSE-REASON
054600     DISPLAY MYNAME ' FEED ' IPH-FEED-ID ' BATCH ' IPH-BATCH-ID
054700         ' PART ' IPH-PART ' OF ' IPH-PART-COUNT
054800
054900     INITIALIZE ARV-ARRIVAL-ALERT-RECORD
055000     SET ARV-REASON-BAD-PART TO TRUE
055100     MOVE IPH-FEED-ID       TO ARV-FEED-ID
055200     MOVE IPH-BATCH-ID      TO ARV-BATCH-ID
055300     MOVE IPH-PART-COUNT    TO ARV-PART-COUNT
055400     IF NOT WS-NEW-BATCH
055500         MOVE IBR-PARTS-PRESENT TO ARV-PARTS-PRESENT
055600     END-IF
055700     PERFORM 8200-WRITE-ALERT THRU 8200-EXIT
055800
055900     .
056000 2900-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400* 3000-RELEASE-BATCH  --  WRITES A COMPLETE BATCH'S HELD LINES   *
056500*                         TO JSONIN IN KEY ORDER -- PART 001     *
056600*                         FIRST -- DELETING EACH AS IT GOES,     *
056700*                         AND MARKS THE BATCH ROW RELEASED.  A   *
056800*                         RUN RELEASES AT MOST ONE BATCH; A      *
056900*                         SECOND COMPLETE BATCH WAITS FOR THE    *
057000*                         NEXT RUN.  THE BATCH ROW IS IN THE     *
057100*                         RECORD AREA ON ENTRY.                  *
057200******************************************************************
057300 3000-RELEASE-BATCH.
057400
057500     IF WS-BATCH-RELEASED OR WS-RELEASE-FAILED
057600         DISPLAY MYNAME ' BATCH ' IBR-BATCH-ID
057700             ' IS COMPLETE, RELEASED NEXT RUN'
057800         GO TO 3000-EXIT
057900     END-IF
058000
058100     MOVE IBR-FEED-ID  TO WS-BATCH-FEED-ID
058200     MOVE IBR-BATCH-ID TO WS-BATCH-ID
058300
058400     OPEN OUTPUT Jsonlines-Out
058500     IF WS-JSONIN-STATUS NOT = '00'
058600         DISPLAY MYNAME ' UNABLE TO OPEN JSONIN, STATUS = '
058700             WS-JSONIN-STATUS
058800         SET WS-RELEASE-FAILED TO TRUE
058900         GO TO 3000-EXIT
059000     END-IF
059100
059200     MOVE 'N' TO WS-HOLD-EOF-SW
059300     MOVE WS-BATCH-FEED-ID TO IBH-FEED-ID
059400     MOVE WS-BATCH-ID      TO IBH-BATCH-ID
059500     MOVE 0                TO IBH-PART
059600                              IBH-SEQ
059700     START Batch-Hold
059800         KEY IS NOT LESS THAN IBH-HOLD-KEY
059900         INVALID KEY
060000             SET WS-HOLD-EOF TO TRUE
060100     END-START
060200
060300     IF NOT WS-HOLD-EOF
060400         PERFORM 8100-READ-HOLD THRU 8100-EXIT
060500     END-IF
060600     PERFORM UNTIL WS-HOLD-EOF
060700             OR IBH-FEED-ID  NOT = WS-BATCH-FEED-ID
060800             OR IBH-BATCH-ID NOT = WS-BATCH-ID
060900         WRITE JSONLINES-OUT-REC FROM IBH-LINE
061000         ADD 1 TO WS-LINES-RELEASED
061100         DELETE Batch-Hold
061200         PERFORM 8100-READ-HOLD THRU 8100-EXIT
061300     END-PERFORM
061400
061500     CLOSE Jsonlines-Out
061600
061700     MOVE WS-BATCH-FEED-ID TO IBR-FEED-ID
061800     MOVE WS-BATCH-ID      TO IBR-BATCH-ID
061900     MOVE 0                TO IBR-PART
062000     READ Batch-Register
062100         INVALID KEY
062200             DISPLAY MYNAME ' BATCH ROW MISSING FOR '
062300                 WS-BATCH-ID
062400             GO TO 3000-EXIT
062500     END-READ
062600     SET IBR-BATCH-RELEASED TO TRUE
062700     MOVE WS-TODAY TO IBR-RELEASED-DATE
062800     MOVE WS-NOW   TO IBR-RELEASED-TIME
062900     REWRITE IBR-REGISTER-RECORD
063000
063100     SET WS-BATCH-RELEASED TO TRUE
063200     DISPLAY MYNAME ' BATCH ' WS-BATCH-ID ' RELEASED TO JSONIN, '
063300         WS-LINES-RELEASED ' LINES'
063400
063500     .
063600 3000-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000* 4000-AGE-HELD-BATCHES  --  WALKS THE BATCH ROWS ON INBREG.  A  *
064100*                            HELD BATCH THAT IS COMPLETE (A      *
064200*                            RELEASE AN EARLIER RUN COULD NOT    *
064300*                            MAKE) IS RELEASED NOW; ONE STILL    *
064400*                            MISSING PARTS IS AGED.              *
064500******************************************************************
064600 4000-AGE-HELD-BATCHES.
064700
064800     MOVE 'N' TO WS-REG-EOF-SW
064900     MOVE LOW-VALUES TO IBR-REGISTER-KEY
065000     START Batch-Register
065100         KEY IS NOT LESS THAN IBR-REGISTER-KEY
065200         INVALID KEY
065300             SET WS-REG-EOF TO TRUE
065400     END-START
065500
065600     IF NOT WS-REG-EOF
065700         PERFORM 8300-READ-REGISTER THRU 8300-EXIT
065800     END-IF
065900     PERFORM UNTIL WS-REG-EOF
066000         IF IBR-BATCH-ROW AND IBR-BATCH-HELD
066100             IF IBR-PARTS-PRESENT = IBR-PART-COUNT
066200                 PERFORM 3000-RELEASE-BATCH THRU 3000-EXIT
066300             ELSE
066400                 ADD 1 TO WS-BATCHES-HELD
066500                 PERFORM 4100-AGE-BATCH THRU 4100-EXIT
066600             END-IF
066700         END-IF
066800         PERFORM 8300-READ-REGISTER THRU 8300-EXIT
066900     END-PERFORM
067000
067100     .
067200 4000-EXIT.
067300     EXIT.
067400
067500******************************************************************
067600* 4100-AGE-BATCH  --  A HELD BATCH IS DUE AT THE FEED'S ARRVSCHD *
067700*                     EXPECTED TIME ON OR AFTER THE MOMENT ITS   *
067800*                     FIRST PART LANDED -- THE NEXT DAY WHEN IT  *
067900*                     LANDED AFTER THAT TIME.  NO EXPECTED TIME  *
068000*                     MEANS THE END OF THE DAY IT LANDED.  PAST  *
068100*                     DUE RAISES AN INCOMPLT ALERT, AT MOST ONCE *
068200*                     A DAY PER BATCH.  THE BATCH ROW IS IN THE  *
068300*                     RECORD AREA.                               *
068400******************************************************************
068500 4100-AGE-BATCH.
068600
068700     PERFORM 4200-FIND-EXPECTED-TIME THRU 4200-EXIT
068800
068900     COMPUTE WS-DATE-INT =
069000         FUNCTION INTEGER-OF-DATE(IBR-ARRIVED-DATE)
069100     MOVE IBR-ARRIVED-TIME TO WS-ARRIVED-TIME
069200     COMPUTE WS-ARRIVED-MINUTES = WS-DATE-INT * 1440
069300         + WS-ARRIVED-HH * 60 + WS-ARRIVED-MM
069400     IF WS-EXPECTED-TIME = 0
069500         COMPUTE WS-DUE-MINUTES = WS-DATE-INT * 1440 + 1440
069600     ELSE
069700         COMPUTE WS-DUE-MINUTES = WS-DATE-INT * 1440
069800             + WS-EXPECTED-HH * 60 + WS-EXPECTED-MM
069900         IF WS-DUE-MINUTES < WS-ARRIVED-MINUTES
070000             ADD 1440 TO WS-DUE-MINUTES
070100         END-IF
070200     END-IF
070300
070400     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
070500     COMPUTE WS-NOW-MINUTES = WS-DATE-INT * 1440
070600         + WS-NOW-HH * 60 + WS-NOW-MM
070700
070800     IF WS-NOW-MINUTES NOT > WS-DUE-MINUTES
070900         GO TO 4100-EXIT
071000     END-IF
071100
071200     ADD 1 TO WS-BATCHES-OVERDUE
071300     COMPUTE WS-HOURS-OVERDUE =
071400         (WS-NOW-MINUTES - WS-DUE-MINUTES) / 60
071500     DISPLAY MYNAME ' BATCH ' IBR-BATCH-ID ' OF FEED '
071600         IBR-FEED-ID ' INCOMPLETE, ' IBR-PARTS-PRESENT ' OF '
071700         IBR-PART-COUNT ' PARTS, ' WS-HOURS-OVERDUE
071800         ' HOURS PAST DUE'
071900
072000     IF IBR-LAST-ALERT-DATE = WS-TODAY
072100         GO TO 4100-EXIT
072200     END-IF
072300
072400     INITIALIZE ARV-ARRIVAL-ALERT-RECORD
072500     SET ARV-REASON-INCOMPLETE TO TRUE
072600     MOVE IBR-FEED-ID       TO ARV-FEED-ID
072700     MOVE IBR-BATCH-ID      TO ARV-BATCH-ID
072800     MOVE IBR-PARTS-PRESENT TO ARV-PARTS-PRESENT
072900     MOVE IBR-PART-COUNT    TO ARV-PART-COUNT
073000     MOVE WS-HOURS-OVERDUE  TO ARV-HOURS-OVERDUE
073100     PERFORM 8200-WRITE-ALERT THRU 8200-EXIT
073200
073300     MOVE WS-TODAY TO IBR-LAST-ALERT-DATE
073400     REWRITE IBR-REGISTER-RECORD
073500
073600     .
073700 4100-EXIT.
073800     EXIT.
073900
074000******************************************************************
074100* 4200-FIND-EXPECTED-TIME  --  OPEN-SCAN-CLOSES ARRVSCHD FOR THE *
074200*                              FEED'S JSONIN ROW.  NO SCHEDULE,  *
074300*                              NO ROW, OR A BLANK TIME GIVES     *
074400*                              ZERO.                             *
074500******************************************************************
074600 4200-FIND-EXPECTED-TIME.
074700
074800     MOVE 0 TO WS-EXPECTED-TIME
074900
075000     OPEN INPUT Arrival-Schedule
075100     IF WS-ARRVSCHD-STATUS NOT = '00'
075200         GO TO 4200-EXIT
075300     END-IF
075400
075500     MOVE 'N' TO WS-SCHED-EOF-SW
075600     PERFORM 8400-READ-SCHEDULE THRU 8400-EXIT
075700     PERFORM UNTIL WS-SCHED-EOF
075800         IF ASC-FEED-ID = IBR-FEED-ID AND ASC-FILE-JSONIN
075900             IF ASC-EXPECTED-TIME IS NUMERIC
076000                 MOVE ASC-EXPECTED-TIME TO WS-EXPECTED-TIME
076100             END-IF
076200             SET WS-SCHED-EOF TO TRUE
076300         ELSE
076400             PERFORM 8400-READ-SCHEDULE THRU 8400-EXIT
076500         END-IF
076600     END-PERFORM
076700
076800     CLOSE Arrival-Schedule
076900
077000     IF WS-EXPECTED-HH > 23 OR WS-EXPECTED-MM > 59
077100         MOVE 0 TO WS-EXPECTED-TIME
077200     END-IF
077300
077400     .
077500 4200-EXIT.
077600     EXIT.
077700
077800******************************************************************
077900* 8000-READ-PART  --  PRIMES/ADVANCES THE INBPART CURSOR.        *
078000******************************************************************
078100 8000-READ-PART.
078200
078300     READ Part-In
078400         AT END
078500             SET WS-PART-EOF TO TRUE
078600     END-READ
078700
078800     .
078900 8000-EXIT.
079000     EXIT.
079100
079200******************************************************************
079300* 8100-READ-HOLD  --  ADVANCES THE INBHOLD CURSOR.               *
079400******************************************************************
079500 8100-READ-HOLD.
079600
079700     READ Batch-Hold NEXT RECORD
079800         AT END
079900             SET WS-HOLD-EOF TO TRUE
080000     END-READ
080100
080200     .
080300 8100-EXIT.
080400     EXIT.
080500
080600******************************************************************
080700* 8200-WRITE-ALERT  --  LAZY-OPEN APPENDS THE ARRVALRT ROW BUILT *
080800*                       BY THE CALLER, TIMESTAMPED NOW.          *
080900******************************************************************
081000 8200-WRITE-ALERT.
081100
081200     IF NOT WS-ALERT-IS-OPEN
081300         OPEN EXTEND Arrival-Alert
081400         IF WS-ARRVALRT-STATUS = '05' OR WS-ARRVALRT-STATUS = '35'
081500             OPEN OUTPUT Arrival-Alert
081600         END-IF
081700         SET WS-ALERT-IS-OPEN TO TRUE
081800     END-IF
081900
082000     ACCEPT ARV-TIMESTAMP-DATE FROM DATE YYYYMMDD
082100     ACCEPT ARV-TIMESTAMP-TIME FROM TIME
082200     MOVE 'JSONIN' TO ARV-FILE-NAME
082300
082400     WRITE ARV-ARRIVAL-ALERT-RECORD
082500     ADD 1 TO WS-ALERTS-RAISED
082600
082700     .
082800 8200-EXIT.
082900     EXIT.
083000
083100******************************************************************
083200* 8300-READ-REGISTER  --  ADVANCES THE INBREG CURSOR.            *
083300******************************************************************
083400 8300-READ-REGISTER.
083500
083600     READ Batch-Register NEXT RECORD
083700         AT END
083800             SET WS-REG-EOF TO TRUE
083900     END-READ
084000
084100     .
084200 8300-EXIT.
084300     EXIT.
084400
084500******************************************************************
084600* 8400-READ-SCHEDULE  --  PRIMES/ADVANCES THE ARRVSCHD CURSOR.   *
084700******************************************************************
084800 8400-READ-SCHEDULE.
084900
085000     READ Arrival-Schedule
085100         AT END
085200             SET WS-SCHED-EOF TO TRUE
085300     END-READ
085400
085500     .
085600 8400-EXIT.
085700     EXIT.
085800
085900******************************************************************
086000* 9000-TERMINATE  --  CLOSES THE FILES, REPORTS TOTALS, AND SETS *
086100*                     THE RETURN CODE: 8 FOR A REFUSED OR        *
086200*                     MISMATCHED PART, 16 WHEN A COMPLETE BATCH  *
086300*                     COULD NOT BE WRITTEN TO JSONIN, 0 WHEN A   *
086400*                     BATCH WAS RELEASED, OTHERWISE 4.           *
086500******************************************************************
086600 9000-TERMINATE.
086700
086800     CLOSE Batch-Register
086900     CLOSE Batch-Hold
087000     IF WS-ALERT-IS-OPEN
087100         CLOSE Arrival-Alert
087200     END-IF
087300
087400     DISPLAY MYNAME ' PART LINES HELD     = ' WS-PART-LINES
087500     DISPLAY MYNAME ' LINES RELEASED      = ' WS-LINES-RELEASED
087600     DISPLAY MYNAME ' BATCHES STILL HELD  = ' WS-BATCHES-HELD
087700     DISPLAY MYNAME ' BATCHES PAST DUE    = ' WS-BATCHES-OVERDUE
087800     DISPLAY MYNAME ' ALERTS RAISED       = ' WS-ALERTS-RAISED
087900
088000     EVALUATE TRUE
088100         WHEN WS-PART-REFUSED
088200             MOVE 8 TO RETURN-CODE
088300         WHEN WS-RELEASE-FAILED
088400             MOVE 16 TO RETURN-CODE
088500         WHEN WS-BATCH-RELEASED
088600             MOVE 0 TO RETURN-CODE
088700         WHEN OTHER
088800             MOVE 4 TO RETURN-CODE
088900     END-EVALUATE
089000
089100     DISPLAY MYNAME ' End'
089200
089300     .
089400 9000-EXIT.
089500     EXIT.

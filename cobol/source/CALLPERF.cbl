000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. CALLPERF.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  READS THE ELAPSED TIME    *
001500*                  THE DISPATCHERS NOW RECORD ON EVERY CALLFREQ *
001600*                  ROW AND WRITES ONE CALLPRPT ROW PER TARGET   *
001700*                  PROGRAM WITH THE NIGHT'S AVERAGE, 95TH-      *
001800*                  PERCENTILE AND MAXIMUM CALL TIME.  EACH      *
001900*                  TARGET'S 95TH PERCENTILE IS JUDGED AGAINST   *
002000*                  THE MEAN OF ITS OWN LAST FEW NIGHTS ON       *
002100*                  CALLPHST, A NEW ROLLING HISTORY THIS PROGRAM *
002200*                  APPENDS TO EVERY RUN, AND A SLOW CALLS ROW   *
002300*                  GOES TO CALLALRT FOR ANY TARGET THAT HAS     *
002400*                  DEGRADED.                                    *
002500******************************************************************
002600 Environment Division.
002700 Input-Output Section.
002800 File-Control.
002900     Select Call-Frequency-Log Assign to 'CALLFREQ'
003000         Organization is Line Sequential
003100         File Status is WS-CALLFREQ-STATUS.
003200
003300     Select Call-Time-Report Assign to 'CALLPRPT'
003400         Organization is Line Sequential
003500         File Status is WS-CALLPRPT-STATUS.
003600
003700     Select Call-Time-History Assign to 'CALLPHST'
003800         Organization is Line Sequential
003900         File Status is WS-CALLPHST-STATUS.
004000
004100     Select Call-Volume-Alert Assign to 'CALLALRT'
004200         Organization is Line Sequential
004300         File Status is WS-CALLALRT-STATUS.
004400 Data Division.
004500 File Section.
004600 FD  Call-Frequency-Log
004700     Label Records are Standard
004800     Recording Mode is F.
004900 COPY CALLFREQ.
005000
005100 FD  Call-Time-Report
005200     Label Records are Standard
005300     Recording Mode is F.
005400 COPY CALLPRPT.
005500
005600 FD  Call-Time-History
005700     Label Records are Standard
005800     Recording Mode is F.
005900 COPY CALLPHST.
006000
006100 FD  Call-Volume-Alert
006200     Label Records are Standard
006300     Recording Mode is F.
006400 COPY CALLALRT.
006500
006600 Working-Storage Section.
006700 01  CONSTANTS.
006800     05  MYNAME               PIC X(008) VALUE 'CALLPERF'.
006900
007000 01  WS-CALLFREQ-STATUS       PIC X(002) VALUE '00'.
007100 01  WS-CALLPRPT-STATUS       PIC X(002) VALUE '00'.
007200 01  WS-CALLPHST-STATUS       PIC X(002) VALUE '00'.
007300 01  WS-CALLALRT-STATUS       PIC X(002) VALUE '00'.
007400
007500 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
007600 01  WS-FINAL-RC              PIC 9(004) COMP-5 VALUE 0.
007700
007800 01  WS-SWITCHES.
007900     05  WS-EOF-SW            PIC X(001) VALUE 'N'.
008000         88  WS-EOF           VALUE 'Y'.
008100     05  WS-CALLPHST-EOF-SW   PIC X(001) VALUE 'N'.
008200         88  WS-CALLPHST-EOF  VALUE 'Y'.
008300     05  WS-CALLALRT-IS-OPEN-SW PIC X(001) VALUE 'N'.
008400         88  WS-CALLALRT-IS-OPEN VALUE 'Y'.
008500     05  WS-TABLE-FULL-SW     PIC X(001) VALUE 'N'.
008600         88  WS-TABLE-FULL    VALUE 'Y'.
008700
008800*
008900* THE DEGRADATION TEST.  A TARGET IS SLOW WHEN TONIGHT'S 95TH
009000* PERCENTILE IS MORE THAN WS-SLOW-THRESHOLD-PCT ABOVE THE MEAN
009100* 95TH PERCENTILE OF ITS LAST WS-BASE-WINDOW PRIOR NIGHTS AND
009200* ALSO AT LEAST WS-SLOW-FLOOR-HSEC ABOVE IT, SO A HANDLER THAT
009300* NORMALLY RETURNS IN A HUNDREDTH OR TWO IS NOT FLAGGED FOR
009400* CLOCK JITTER.  FEWER THAN WS-BASE-MIN-NIGHTS PRIOR NIGHTS IS
009500* NOT ENOUGH HISTORY TO JUDGE.
009600 01  WS-SLOW-THRESHOLDS.
009700     05  WS-SLOW-THRESHOLD-PCT   PIC S9(005) COMP-5 VALUE +50.
009800     05  WS-SLOW-FLOOR-HSEC      PIC 9(008) COMP-5 VALUE 10.
009900     05  WS-BASE-WINDOW          PIC 9(004) COMP-5 VALUE 7.
010000     05  WS-BASE-MIN-NIGHTS      PIC 9(004) COMP-5 VALUE 3.
010100
010200*
010300* ONE ENTRY PER TARGET PROGRAM.  THE KNOWN DISPATCH TARGETS ARE
010400* LOADED FIRST SO THEY ALWAYS REPORT, IN THIS ORDER, EVEN ON A
010500* NIGHT THEY WERE NOT CALLED; ANY OTHER TARGET NAME CALLFREQ
010600* CARRIES IS ADDED AS IT IS SEEN.  EACH ENTRY KEEPS THE ELAPSED
010700* TIME OF EVERY CALL (UP TO WS-SAMPLE-MAX) FOR THE PERCENTILE,
010800* PLUS A RUNNING TOTAL AND MAXIMUM OVER ALL ITS CALLS.
010900 01  WS-KNOWN-TARGETS.
011000     05  FILLER               PIC X(008) VALUE 'PGMA0001'.
011100     05  FILLER               PIC X(008) VALUE 'PGMA0002'.
011200     05  FILLER               PIC X(008) VALUE 'PGMA0003'.
011300     05  FILLER               PIC X(008) VALUE 'PGMA0004'.
011400     05  FILLER               PIC X(008) VALUE 'PGMA0009'.
011500 01  WS-KNOWN-TABLE REDEFINES WS-KNOWN-TARGETS.
011600     05  WS-KNOWN-PGM         PIC X(008) OCCURS 5 TIMES.
011700 01  WS-KNOWN-MAX             PIC 9(004) COMP-5 VALUE 5.
011800
011900 01  WS-TGT-MAX               PIC 9(004) COMP-5 VALUE 20.
012000 01  WS-TGT-COUNT             PIC 9(004) COMP-5 VALUE 0.
012100 01  WS-SAMPLE-MAX            PIC 9(004) COMP-5 VALUE 5000.
012200 01  WS-TARGET-TABLE.
012300     05  WS-TGT-ENTRY OCCURS 20 TIMES.
012400         10  WS-TGT-PGM       PIC X(008).
012500         10  WS-TGT-CALLS     PIC 9(008) COMP-5.
012600         10  WS-TGT-TOTAL     PIC 9(012) COMP-5.
012700         10  WS-TGT-MAX-HSEC  PIC 9(008) COMP-5.
012800         10  WS-TGT-SAMPLES   PIC 9(004) COMP-5.
012900         10  WS-TGT-SAMPLE    PIC 9(008) COMP-5
013000                              OCCURS 5000 TIMES.
013100
013200 01  WS-SUBSCRIPTS.
013300     05  WS-TGT-SUB           PIC 9(004) COMP-5 VALUE 0.
013400     05  WS-KNOWN-SUB         PIC 9(004) COMP-5 VALUE 0.
013500     05  WS-FOUND-SUB         PIC 9(004) COMP-5 VALUE 0.
013600     05  WS-SORT-SUB          PIC 9(004) COMP-5 VALUE 0.
013700     05  WS-SORT-POS          PIC 9(004) COMP-5 VALUE 0.
013800     05  WS-P95-RANK          PIC 9(004) COMP-5 VALUE 0.
013900     05  WS-BASE-SUB          PIC 9(004) COMP-5 VALUE 0.
014000
014100 01  WS-SORT-HOLD             PIC 9(008) COMP-5 VALUE 0.
014200 01  WS-SAMPLES-DROPPED       PIC 9(008) COMP-5 VALUE 0.
014300 01  WS-TARGETS-SLOW          PIC 9(004) COMP-5 VALUE 0.
014400
014500*
014600* TONIGHT'S FIGURES FOR THE TARGET 3000-WRITE-REPORT IS ON.
014700 01  WS-PERF-WORK.
014800     05  WS-PERF-TARGET       PIC X(008).
014900     05  WS-PERF-CALLS        PIC 9(008) COMP-5 VALUE 0.
015000     05  WS-PERF-AVG          PIC 9(008) COMP-5 VALUE 0.
015100     05  WS-PERF-P95          PIC 9(008) COMP-5 VALUE 0.
015200     05  WS-PERF-MAX          PIC 9(008) COMP-5 VALUE 0.
015300
015400*
015500* THE TARGET'S BASELINE, BUILT BY 3200-LOAD-BASELINE FROM ITS
015600* MOST RECENT CALLPHST ROWS DATED BEFORE TONIGHT.  WS-BASE-P95
015700* IS A RING OF THE LAST WS-BASE-WINDOW NIGHTS' 95TH PERCENTILES
015800* -- CALLPHST IS APPENDED IN RUN ORDER, SO THE LAST ROWS READ
015900* ARE THE LATEST NIGHTS.  A SECOND ROW FOR A NIGHT ALREADY IN
016000* THE RING (A RERUN) REPLACES THE FIRST RATHER THAN COUNTING
016100* TWICE.
016200 01  WS-BASE-WORK.
016300     05  WS-BASE-NIGHTS       PIC 9(004) COMP-5 VALUE 0.
016400     05  WS-BASE-NEXT         PIC 9(004) COMP-5 VALUE 0.
016500     05  WS-BASE-LAST-SUB     PIC 9(004) COMP-5 VALUE 0.
016600     05  WS-BASE-LAST-DATE    PIC 9(008) VALUE 0.
016700     05  WS-BASE-TOTAL        PIC 9(012) COMP-5 VALUE 0.
016800     05  WS-BASE-MEAN         PIC 9(008) COMP-5 VALUE 0.
016900     05  WS-BASE-P95          PIC 9(008) COMP-5
017000                              OCCURS 7 TIMES.
017100     05  WS-SLOW-LIMIT        PIC 9(008) COMP-5 VALUE 0.
017200     05  WS-SLOW-VARIANCE-PCT PIC S9(005) COMP-5 VALUE 0.
017300
017400******************************************************************
017500 Procedure Division.
017600******************************************************************
017700 0000-MAINLINE.
017800
017900     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
018000     PERFORM 2000-COLLECT-TIMINGS  THRU 2000-EXIT
018100         UNTIL WS-EOF
018200     PERFORM 3000-WRITE-REPORT     THRU 3000-EXIT
018300     PERFORM 4000-TERMINATE        THRU 4000-EXIT
018400
018500     MOVE WS-FINAL-RC TO RETURN-CODE
018600     GOBACK
018700     .
018800 0000-EXIT.
018900     EXIT.
019000
019100******************************************************************
019200* 1000-INITIALIZE  --  OPENS CALLFREQ AND THE REPORT, LOADS THE  *
019300*                      KNOWN TARGETS INTO THE TABLE AND PRIMES   *
019400*                      THE FIRST CALLFREQ RECORD.                *
019500******************************************************************
019600 1000-INITIALIZE.
019700
019800     DISPLAY MYNAME ' Begin'
019900
020000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
020100
020200     OPEN INPUT Call-Frequency-Log
020300     IF WS-CALLFREQ-STATUS NOT = '00'
020400         DISPLAY MYNAME ' UNABLE TO OPEN CALLFREQ, STATUS = '
020500             WS-CALLFREQ-STATUS
020600         MOVE 16 TO RETURN-CODE
020700         GOBACK
020800     END-IF
020900
021000     OPEN OUTPUT Call-Time-Report
021100     IF WS-CALLPRPT-STATUS NOT = '00'
021200         DISPLAY MYNAME ' UNABLE TO OPEN CALLPRPT, STATUS = '
021300             WS-CALLPRPT-STATUS
021400         MOVE 16 TO RETURN-CODE
021500         GOBACK
021600     END-IF
021700
021800     MOVE 1 TO WS-KNOWN-SUB
021900     PERFORM UNTIL WS-KNOWN-SUB > WS-KNOWN-MAX
022000         ADD 1 TO WS-TGT-COUNT
022100         MOVE WS-KNOWN-PGM (WS-KNOWN-SUB)
022200                             TO WS-TGT-PGM (WS-TGT-COUNT)
022300         MOVE 0              TO WS-TGT-CALLS (WS-TGT-COUNT)
022400         MOVE 0              TO WS-TGT-TOTAL (WS-TGT-COUNT)
022500         MOVE 0              TO WS-TGT-MAX-HSEC (WS-TGT-COUNT)
022600         MOVE 0              TO WS-TGT-SAMPLES (WS-TGT-COUNT)
022700         ADD 1 TO WS-KNOWN-SUB
022800     END-PERFORM
022900
023000     PERFORM 8000-READ-CALLFREQ THRU 8000-EXIT
023100
023200     .
023300 1000-EXIT.
023400     EXIT.
023500
023600******************************************************************
023700* 2000-COLLECT-TIMINGS  --  ADDS THE CURRENT CALLFREQ RECORD'S   *
023800*                           ELAPSED TIME TO ITS TARGET'S ENTRY,  *
023900*                           THEN READS THE NEXT RECORD.  A ROW   *
024000*                           WITH NO ELAPSED TIME (WRITTEN BEFORE *
024100*                           THE DISPATCHERS TIMED THEIR CALLS) IS*
024200*                           PASSED OVER.                         *
024300******************************************************************
024400 2000-COLLECT-TIMINGS.
024500
024600     IF CFQ-ELAPSED-HSEC IS NOT NUMERIC
024700         GO TO 2000-READ-NEXT
024800     END-IF
024900
025000     PERFORM 2100-FIND-TARGET THRU 2100-EXIT
025100     IF WS-FOUND-SUB = 0
025200         GO TO 2000-READ-NEXT
025300     END-IF
025400
025500     ADD 1                TO WS-TGT-CALLS (WS-FOUND-SUB)
025600     ADD CFQ-ELAPSED-HSEC TO WS-TGT-TOTAL (WS-FOUND-SUB)
025700     IF CFQ-ELAPSED-HSEC > WS-TGT-MAX-HSEC (WS-FOUND-SUB)
025800         MOVE CFQ-ELAPSED-HSEC TO WS-TGT-MAX-HSEC (WS-FOUND-SUB)
025900     END-IF
026000
026100     IF WS-TGT-SAMPLES (WS-FOUND-SUB) < WS-SAMPLE-MAX
026200         ADD 1 TO WS-TGT-SAMPLES (WS-FOUND-SUB)
026300         MOVE WS-TGT-SAMPLES (WS-FOUND-SUB) TO WS-SORT-POS
026400         MOVE CFQ-ELAPSED-HSEC
026500             TO WS-TGT-SAMPLE (WS-FOUND-SUB, WS-SORT-POS)
026600     ELSE
026700         ADD 1 TO WS-SAMPLES-DROPPED
026800     END-IF
026900
027000     .
027100 2000-READ-NEXT.
027200
027300     PERFORM 8000-READ-CALLFREQ THRU 8000-EXIT
027400
027500     .
027600 2000-EXIT.
027700     EXIT.
027800
027900******************************************************************
028000* 2100-FIND-TARGET  --  SETS WS-FOUND-SUB TO CFQ-TARGET-PGM'S    *
028100*                       ENTRY, ADDING ONE IF THE NAME IS NEW.    *
028200*                       A FULL TABLE LEAVES WS-FOUND-SUB ZERO AND*
028300*                       THE CALL UNTIMED -- REPORTED ONCE, RC 8. *
028400******************************************************************
028500 2100-FIND-TARGET.
028600
028700     MOVE 0 TO WS-FOUND-SUB
028800     MOVE 1 TO WS-TGT-SUB
028900     PERFORM UNTIL WS-TGT-SUB > WS-TGT-COUNT
029000                OR WS-FOUND-SUB > 0
029100         IF WS-TGT-PGM (WS-TGT-SUB) = CFQ-TARGET-PGM
029200             MOVE WS-TGT-SUB TO WS-FOUND-SUB
029300         END-IF
029400         ADD 1 TO WS-TGT-SUB
029500     END-PERFORM
029600
029700     IF WS-FOUND-SUB > 0
029800         GO TO 2100-EXIT
029900     END-IF
030000
030100     IF WS-TGT-COUNT NOT < WS-TGT-MAX
030200         IF NOT WS-TABLE-FULL
030300             DISPLAY MYNAME ' TARGET TABLE FULL AT ' WS-TGT-MAX
030400                 ' ENTRIES, ' CFQ-TARGET-PGM ' AND LATER NEW'
030500                 ' TARGETS NOT TIMED'
030600             SET WS-TABLE-FULL TO TRUE
030700             MOVE 8 TO WS-FINAL-RC
030800         END-IF
030900         GO TO 2100-EXIT
031000     END-IF
031100
031200     ADD 1 TO WS-TGT-COUNT
031300     MOVE WS-TGT-COUNT   TO WS-FOUND-SUB
031400     MOVE CFQ-TARGET-PGM TO WS-TGT-PGM (WS-FOUND-SUB)
031500     MOVE 0              TO WS-TGT-CALLS (WS-FOUND-SUB)
031600     MOVE 0              TO WS-TGT-TOTAL (WS-FOUND-SUB)
031700     MOVE 0              TO WS-TGT-MAX-HSEC (WS-FOUND-SUB)
031800     MOVE 0              TO WS-TGT-SAMPLES (WS-FOUND-SUB)
031900
032000     .
032100 2100-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500* 3000-WRITE-REPORT  --  FOR EACH TARGET, WORKS OUT TONIGHT'S    *
032600*                        FIGURES, JUDGES THEM AGAINST THE        *
032700*                        TARGET'S BASELINE, WRITES THE CALLPRPT  *
032800*                        ROW AND APPENDS TONIGHT TO CALLPHST.  A *
032900*                        TARGET WITH NO TIMED CALLS TONIGHT IS   *
033000*                        REPORTED BUT ADDS NOTHING TO HISTORY.   *
033100******************************************************************
033200 3000-WRITE-REPORT.
033300
033400     IF WS-SAMPLES-DROPPED > 0
033500         DISPLAY MYNAME ' ' WS-SAMPLES-DROPPED ' CALLS BEYOND '
033600             WS-SAMPLE-MAX ' FOR ONE TARGET LEFT OUT OF THE'
033700             ' 95TH PERCENTILE'
033800     END-IF
033900
034000     MOVE 1 TO WS-TGT-SUB
034100     PERFORM UNTIL WS-TGT-SUB > WS-TGT-COUNT
034200         PERFORM 3100-SUMMARIZE-TARGET THRU 3100-EXIT
034300         PERFORM 3200-LOAD-BASELINE    THRU 3200-EXIT
034400         PERFORM 3300-JUDGE-TARGET     THRU 3300-EXIT
034500         WRITE CPR-REPORT-RECORD
034600         IF WS-PERF-CALLS > 0
034700             PERFORM 3600-WRITE-HISTORY-ROW THRU 3600-EXIT
034800         END-IF
034900         ADD 1 TO WS-TGT-SUB
035000     END-PERFORM
035100
035200     IF WS-TARGETS-SLOW > 0
035300         DISPLAY MYNAME ' ' WS-TARGETS-SLOW
035400             ' TARGET(S) FLAGGED SLOW -- SEE CALLALRT'
035500         IF WS-FINAL-RC < 4
035600             MOVE 4 TO WS-FINAL-RC
035700         END-IF
035800     END-IF
035900
036000     .
036100 3000-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500* 3100-SUMMARIZE-TARGET  --  AVERAGE, 95TH PERCENTILE AND MAXIMUM*
036600*                            FOR WS-TGT-SUB.  THE SAMPLES ARE    *
036700*                            PUT IN ASCENDING ORDER AND THE 95TH *
036800*                            PERCENTILE TAKEN AT NEAREST RANK,   *
036900*                            THE SMALLEST TIME AT OR ABOVE WHICH *
037000*                            95 PERCENT OF THE CALLS FALL.       *
037100******************************************************************
037200 3100-SUMMARIZE-TARGET.
037300
037400     MOVE WS-TGT-PGM (WS-TGT-SUB)      TO WS-PERF-TARGET
037500     MOVE WS-TGT-CALLS (WS-TGT-SUB)    TO WS-PERF-CALLS
037600     MOVE WS-TGT-MAX-HSEC (WS-TGT-SUB) TO WS-PERF-MAX
037700     MOVE 0 TO WS-PERF-AVG
037800     MOVE 0 TO WS-PERF-P95
037900
038000     IF WS-PERF-CALLS = 0
038100         GO TO 3100-EXIT
038200     END-IF
038300
038400     COMPUTE WS-PERF-AVG ROUNDED =
038500         WS-TGT-TOTAL (WS-TGT-SUB) / WS-PERF-CALLS
038600
038700     PERFORM 3110-SORT-SAMPLES THRU 3110-EXIT
038800
038900     COMPUTE WS-P95-RANK =
039000         ((WS-TGT-SAMPLES (WS-TGT-SUB) * 95) + 99) / 100
039100     IF WS-P95-RANK < 1
039200         MOVE 1 TO WS-P95-RANK
039300     END-IF
039400     MOVE WS-TGT-SAMPLE (WS-TGT-SUB, WS-P95-RANK) TO WS-PERF-P95
039500
039600     .
039700 3100-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100* 3110-SORT-SAMPLES  --  INSERTION SORT OF WS-TGT-SUB'S SAMPLES  *
040200*                        INTO ASCENDING ORDER.                   *
040300******************************************************************
040400 3110-SORT-SAMPLES.
040500
040600     MOVE 2 TO WS-SORT-SUB
040700     PERFORM UNTIL WS-SORT-SUB > WS-TGT-SAMPLES (WS-TGT-SUB)
040800         MOVE WS-TGT-SAMPLE (WS-TGT-SUB, WS-SORT-SUB)
040900             TO WS-SORT-HOLD
041000         MOVE WS-SORT-SUB TO WS-SORT-POS
041100         PERFORM UNTIL WS-SORT-POS < 2
041200             OR WS-TGT-SAMPLE (WS-TGT-SUB, WS-SORT-POS - 1)
041300                    NOT > WS-SORT-HOLD
041400             MOVE WS-TGT-SAMPLE (WS-TGT-SUB, WS-SORT-POS - 1)
041500                 TO WS-TGT-SAMPLE (WS-TGT-SUB, WS-SORT-POS)
041600             SUBTRACT 1 FROM WS-SORT-POS
041700         END-PERFORM
041800         MOVE WS-SORT-HOLD
041900             TO WS-TGT-SAMPLE (WS-TGT-SUB, WS-SORT-POS)
042000         ADD 1 TO WS-SORT-SUB
042100     END-PERFORM
042200
042300     .
042400 3110-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800* 3200-LOAD-BASELINE  --  SCANS CALLPHST FOR WS-PERF-TARGET'S    *
042900*                         ROWS DATED BEFORE TONIGHT, KEEPING THE *
043000*                         LAST WS-BASE-WINDOW NIGHTS, AND SETS   *
043100*                         WS-BASE-MEAN TO THEIR MEAN 95TH        *
043200*                         PERCENTILE.  NO CALLPHST YET MEANS NO  *
043300*                         BASELINE FOR ANY TARGET.               *
043400******************************************************************
043500 3200-LOAD-BASELINE.
043600
043700     MOVE 0   TO WS-BASE-NIGHTS
043800     MOVE 1   TO WS-BASE-NEXT
043900     MOVE 0   TO WS-BASE-LAST-SUB
044000     MOVE 0   TO WS-BASE-LAST-DATE
044100     MOVE 0   TO WS-BASE-TOTAL
044200     MOVE 0   TO WS-BASE-MEAN
044300     MOVE 'N' TO WS-CALLPHST-EOF-SW
044400
044500     OPEN INPUT Call-Time-History
044600     IF WS-CALLPHST-STATUS NOT = '00'
044700         GO TO 3200-EXIT
044800     END-IF
044900
045000     PERFORM 3210-READ-HISTORY THRU 3210-EXIT
045100     PERFORM UNTIL WS-CALLPHST-EOF
045200         IF CPH-TARGET-PGM = WS-PERF-TARGET
045300             AND CPH-RUN-DATE < WS-RUN-DATE
045400             AND CPH-P95-HSEC IS NUMERIC
045500             IF CPH-RUN-DATE = WS-BASE-LAST-DATE
045600                 MOVE CPH-P95-HSEC
045700                     TO WS-BASE-P95 (WS-BASE-LAST-SUB)
045800             ELSE
045900                 MOVE CPH-P95-HSEC TO WS-BASE-P95 (WS-BASE-NEXT)
046000                 MOVE WS-BASE-NEXT TO WS-BASE-LAST-SUB
046100                 MOVE CPH-RUN-DATE TO WS-BASE-LAST-DATE
046200                 IF WS-BASE-NIGHTS < WS-BASE-WINDOW
046300                     ADD 1 TO WS-BASE-NIGHTS
046400                 END-IF
046500                 ADD 1 TO WS-BASE-NEXT
046600                 IF WS-BASE-NEXT > WS-BASE-WINDOW
046700                     MOVE 1 TO WS-BASE-NEXT
046800                 END-IF
046900             END-IF
047000         END-IF
047100         PERFORM 3210-READ-HISTORY THRU 3210-EXIT
047200     END-PERFORM
047300     CLOSE Call-Time-History
047400
047500     IF WS-BASE-NIGHTS = 0
047600         GO TO 3200-EXIT
047700     END-IF
047800
047900     MOVE 1 TO WS-BASE-SUB
048000     PERFORM UNTIL WS-BASE-SUB > WS-BASE-NIGHTS
048100         ADD WS-BASE-P95 (WS-BASE-SUB) TO WS-BASE-TOTAL
048200         ADD 1 TO WS-BASE-SUB
048300     END-PERFORM
048400     COMPUTE WS-BASE-MEAN ROUNDED =
048500         WS-BASE-TOTAL / WS-BASE-NIGHTS
048600
048700     .
048800 3200-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200* 3210-READ-HISTORY  --  PRIMES/ADVANCES THE CALLPHST CURSOR     *
049300*                        3200-LOAD-BASELINE SCANS.               *
049400******************************************************************
049500 3210-READ-HISTORY.
049600
049700     READ Call-Time-History
049800         AT END
049900             SET WS-CALLPHST-EOF TO TRUE
050000     END-READ
050100
050200     .
050300 3210-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700* 3300-JUDGE-TARGET  --  BUILDS THE CALLPRPT ROW FOR THE TARGET  *
050800*                        AND SETS ITS STATUS.  A SLOW TARGET ALSO*
050900*                        GETS A CALLALRT ROW.                    *
051000******************************************************************
051100 3300-JUDGE-TARGET.
051200
051300     MOVE WS-RUN-DATE      TO CPR-RUN-DATE
051400     MOVE WS-PERF-TARGET   TO CPR-TARGET-PGM
051500     MOVE WS-PERF-CALLS    TO CPR-TIMED-CALLS
051600     MOVE WS-PERF-AVG      TO CPR-AVG-HSEC
051700     MOVE WS-PERF-P95      TO CPR-P95-HSEC
051800     MOVE WS-PERF-MAX      TO CPR-MAX-HSEC
051900     MOVE WS-BASE-MEAN     TO CPR-BASE-P95-HSEC
052000     MOVE WS-BASE-NIGHTS   TO CPR-BASE-NIGHTS
052100
052200     IF WS-PERF-CALLS = 0
052300         SET CPR-STATUS-NO-CALLS TO TRUE
052400         GO TO 3300-EXIT
052500     END-IF
052600
052700     IF WS-BASE-NIGHTS < WS-BASE-MIN-NIGHTS
052800         SET CPR-STATUS-NO-BASE TO TRUE
052900         GO TO 3300-EXIT
053000     END-IF
053100
053200     SET CPR-STATUS-OK TO TRUE
053300
053400     COMPUTE WS-SLOW-LIMIT =
053500         (WS-BASE-MEAN * (100 + WS-SLOW-THRESHOLD-PCT)) / 100
053600     IF WS-SLOW-LIMIT < WS-BASE-MEAN + WS-SLOW-FLOOR-HSEC
053700         COMPUTE WS-SLOW-LIMIT =
053800             WS-BASE-MEAN + WS-SLOW-FLOOR-HSEC
053900     END-IF
054000
054100     IF WS-PERF-P95 > WS-SLOW-LIMIT
054200         SET CPR-STATUS-SLOW TO TRUE
054300         ADD 1 TO WS-TARGETS-SLOW
054400         PERFORM 3700-WRITE-SLOW-ALERT THRU 3700-EXIT
054500     END-IF
054600
054700     .
054800 3300-EXIT.
054900     EXIT.
055000
055100******************************************************************
055200* 3600-WRITE-HISTORY-ROW  --  APPENDS TONIGHT'S FIGURES FOR      *
055300*                             WS-PERF-TARGET TO CALLPHST AND     *
055400*                             CLOSES IT AGAIN STRAIGHT AWAY, AS  *
055500*                             CALLRPT DOES WITH CALLHIST, SINCE  *
055600*                             3200-LOAD-BASELINE RE-OPENS IT     *
055700*                             INPUT FOR THE NEXT TARGET.         *
055800******************************************************************
055900 3600-WRITE-HISTORY-ROW.
056000
056100     OPEN EXTEND Call-Time-History
056200     IF WS-CALLPHST-STATUS = '05' OR WS-CALLPHST-STATUS = '35'
056300         OPEN OUTPUT Call-Time-History
056400     END-IF
056500
056600     MOVE WS-RUN-DATE      TO CPH-RUN-DATE
056700     MOVE WS-PERF-TARGET   TO CPH-TARGET-PGM
056800     MOVE WS-PERF-CALLS    TO CPH-TIMED-CALLS
056900     MOVE WS-PERF-AVG      TO CPH-AVG-HSEC
057000     MOVE WS-PERF-P95      TO CPH-P95-HSEC
057100     MOVE WS-PERF-MAX      TO CPH-MAX-HSEC
057200     WRITE CPH-HISTORY-RECORD
057300
057400     CLOSE Call-Time-History
057500
057600     .
057700 3600-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100* 3700-WRITE-SLOW-ALERT  --  APPENDS ONE SLOW CALLS ROW TO       *
058200*                            CALLALRT FOR WS-PERF-TARGET,        *
058300*                            LAZY-OPENING THE FILE ON FIRST USE. *
058400*                            THE COUNT FIELDS CARRY TONIGHT'S AND*
058500*                            THE BASELINE 95TH PERCENTILE.       *
058600******************************************************************
058700 3700-WRITE-SLOW-ALERT.
058800
058900     IF NOT WS-CALLALRT-IS-OPEN
059000         OPEN EXTEND Call-Volume-Alert
059100         IF WS-CALLALRT-STATUS = '05' OR WS-CALLALRT-STATUS = '35'
059200             OPEN OUTPUT Call-Volume-Alert
059300         END-IF
059400         SET WS-CALLALRT-IS-OPEN TO TRUE
059500     END-IF
059600
059700     COMPUTE WS-SLOW-VARIANCE-PCT ROUNDED =
059800         ((WS-PERF-P95 - WS-BASE-MEAN) * 100) / WS-BASE-MEAN
059900         ON SIZE ERROR
060000             MOVE 99999 TO WS-SLOW-VARIANCE-PCT
060100     END-COMPUTE
060200
060300     ACCEPT CAT-TIMESTAMP-DATE FROM DATE YYYYMMDD
060400     ACCEPT CAT-TIMESTAMP-TIME FROM TIME
060500     MOVE WS-PERF-TARGET        TO CAT-TARGET-PGM
060600     MOVE WS-PERF-P95           TO CAT-CURRENT-COUNT
060700     MOVE WS-BASE-MEAN          TO CAT-PRIOR-COUNT
060800     MOVE WS-BASE-LAST-DATE     TO CAT-PRIOR-DATE
060900     MOVE WS-SLOW-VARIANCE-PCT  TO CAT-VARIANCE-PCT
061000     SET CAT-REASON-SLOW        TO TRUE
061100
061200     WRITE CAT-ALERT-RECORD
061300
061400     .
061500 3700-EXIT.
061600     EXIT.
061700
061800******************************************************************
061900* 4000-TERMINATE  --  CLOSES THE FILES, INCLUDING THE ALERT FILE *
062000*                      IF THIS RUN OPENED IT.                    *
062100******************************************************************
062200 4000-TERMINATE.
062300
062400     CLOSE Call-Frequency-Log
062500     CLOSE Call-Time-Report
062600
062700     IF WS-CALLALRT-IS-OPEN
062800         CLOSE Call-Volume-Alert
062900     END-IF
063000
063100     DISPLAY MYNAME ' End'
063200
063300     .
063400 4000-EXIT.
063500     EXIT.
063600
063700******************************************************************
063800* 8000-READ-CALLFREQ  --  PRIMES/ADVANCES THE CALLFREQ CURSOR.   *
063900******************************************************************
064000 8000-READ-CALLFREQ.
064100
064200     READ Call-Frequency-Log
064300         AT END
064400             SET WS-EOF TO TRUE
064500     END-READ
064600
064700     .
064800 8000-EXIT.
064900     EXIT.

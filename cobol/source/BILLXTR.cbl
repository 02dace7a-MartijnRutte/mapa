002200*                  INVOICE EXTRACT FINANCE CAN LOAD -- CLOSED    *
002300*                  BY A CONTROL ROW CARRYING THE TOTALS THE      *
002400*                  DETAIL MUST BALANCE AGAINST.                  *
002410* 2026-10-14 MAR   FULL-BOOK RESYNC GENERATIONS (DLVTRACK RESEND *
002420*                  SWITCH 'R') ARE ITEMIZED ON THEIR OWN RESYNC  *
002430*                  ROW AT THE FEED'S RATE, THE SAME WAY RE-SENDS *
002440*                  ARE, INSTEAD OF FALLING INTO THE ORDINARY     *
002450*                  DETAIL VOLUME AND COUNTING TOWARD THE         *
002452*                  MINIMUM.                                      *
002455* 2026-10-14 MAR   SERVICE-LEVEL CREDITS: A FEED WITH A CRDTRATE *
002460*                  ROW AND A DLVDLTBL DEADLINE IS CREDITED FOR   *
002465*                  EACH OF THE MONTH'S NIGHTLY GENERATIONS       *
002470*                  CONFIRMED AFTER THE DEADLINE, OR STILL        *
002475*                  UNCONFIRMED WITH THE DEADLINE PASSED, ON ITS  *
002480*                  OWN CREDIT ROW (NEVER MORE THAN THE FEED'S    *
002485*                  CHARGES), NETTED OUT OF THE CONTROL AMOUNT.   *
002490*                  THE DEADLINE IS WORKED OUT AS JSNDLVCF DOES.  *
002491* 2026-10-14 MAR   PERIOD-CLOSE CONTROL: A BILLING MONTH CLOSED  *
002492*                  ON PERDCTL IS REFUSED RC 8 UNLESS A REOPEN IS *
002493*                  ON FILE, AND EITHER WAY THE RUN IS LOGGED TO  *
002494*                  PERDLOG.  A GENERATION IN A CLOSED MONTH      *
002495*                  CONFIRMED AFTER THE CLOSE IS BILLED IN THE    *
002496*                  NEXT OPEN MONTH ON THE FEED'S ADJUST ROW.     *
002497* 2026-10-15 MAR   A LATE GENERATION IS CARRIED ONCE -- THE WALK *
002498*                  STOPS AT A MONTH CLOSED ON OR AFTER THE       *
002499*                  CONFIRMATION, WHICH ALREADY BILLED IT.        *
002500******************************************************************
002600 Environment Division.
002700 Input-Output Section.
004100     Select Billing-Extract Assign to 'BILLXTR'
004200         Organization is Line Sequential
004300         File Status is WS-BILLXTR-STATUS.
004305
004310     Select Credit-Rate-Table Assign to 'CRDTRATE'
004315         Organization is Line Sequential
004320         File Status is WS-CRDTRATE-STATUS.
004325
004330     Select Deadline-Table Assign to 'DLVDLTBL'
004335         Organization is Line Sequential
004340         File Status is WS-DLVDLTBL-STATUS.
004345
004350     Select Calendar-Table Assign to 'CALNDTBL'
004355         Organization is Line Sequential
004360         File Status is WS-CALNDTBL-STATUS.
004362
004364     Select Period-Control Assign to 'PERDCTL'
004366         Organization is Line Sequential
004368         File Status is WS-PERDCTL-STATUS.
004370
004372     Select Period-Log Assign to 'PERDLOG'
004374         Organization is Line Sequential
004376         File Status is WS-PERDLOG-STATUS.
004400 Data Division.
004500 File Section.
004600 FD  Bill-Parm
006200     Label Records are Standard
006300     Recording Mode is F.
006400 COPY BILLXTR.
006405
006410 FD  Credit-Rate-Table
006415     Label Records are Standard
006420     Recording Mode is F.
006425 COPY CRDTRATE.
006430
006435 FD  Deadline-Table
006440     Label Records are Standard
006445     Recording Mode is F.
006450 COPY DLVDLTBL.
006455
006460 FD  Calendar-Table
006465     Label Records are Standard
006470     Recording Mode is F.
006475 COPY CALNDTBL.
006477
006479 FD  Period-Control
006481     Label Records are Standard
006483     Recording Mode is F.
006485 COPY PERDCTL.
006487
006489 FD  Period-Log
006491     Label Records are Standard
006493     Recording Mode is F.
006495 COPY PERDLOG.
006500
006600 Working-Storage Section.
006700 01  CONSTANTS.
007500 01  WS-FEEDRATE-STATUS       PIC X(002) VALUE '00'.
007600 01  WS-DLVTRACK-STATUS       PIC X(002) VALUE '00'.
007700 01  WS-BILLXTR-STATUS        PIC X(002) VALUE '00'.
007720 01  WS-CRDTRATE-STATUS       PIC X(002) VALUE '00'.
007740 01  WS-DLVDLTBL-STATUS       PIC X(002) VALUE '00'.
007760 01  WS-CALNDTBL-STATUS       PIC X(002) VALUE '00'.
007770 01  WS-PERDCTL-STATUS        PIC X(002) VALUE '00'.
007780 01  WS-PERDLOG-STATUS        PIC X(002) VALUE '00'.
007800
007900 01  WS-SWITCHES.
008000     05  WS-RATE-EOF-SW       PIC X(001) VALUE 'N'.
008100         88  WS-RATE-EOF          VALUE 'Y'.
008200     05  WS-TRACK-EOF-SW      PIC X(001) VALUE 'N'.
008300         88  WS-TRACK-EOF         VALUE 'Y'.
008305     05  WS-CRDTRATE-EOF-SW   PIC X(001) VALUE 'N'.
008310         88  WS-CRDTRATE-EOF      VALUE 'Y'.
008315     05  WS-DLVDLTBL-EOF-SW   PIC X(001) VALUE 'N'.
008320         88  WS-DLVDLTBL-EOF      VALUE 'Y'.
008325     05  WS-CALNDTBL-EOF-SW   PIC X(001) VALUE 'N'.
008330         88  WS-CALNDTBL-EOF      VALUE 'Y'.
008335     05  WS-CREDIT-TERMS-SW   PIC X(001) VALUE 'N'.
008340         88  WS-CREDIT-TERMS-FOUND VALUE 'Y'.
008345     05  WS-DEADLINE-FOUND-SW PIC X(001) VALUE 'N'.
008350         88  WS-DEADLINE-FOUND    VALUE 'Y'.
008355     05  WS-NONBUSINESS-SW    PIC X(001) VALUE 'N'.
008360         88  WS-NONBUSINESS-DAY   VALUE 'Y'.
008362     05  WS-PERDCTL-EOF-SW    PIC X(001) VALUE 'N'.
008364         88  WS-PERDCTL-EOF       VALUE 'Y'.
008366     05  WS-PERIOD-FOUND-SW   PIC X(001) VALUE 'N'.
008368         88  WS-PERIOD-FOUND      VALUE 'Y'.
008370     05  WS-PERIOD-OPEN-SW    PIC X(001) VALUE 'Y'.
008372         88  WS-PERIOD-OPEN       VALUE 'Y'.
008374     05  WS-CARRY-LATE-SW     PIC X(001) VALUE 'N'.
008376         88  WS-CARRY-LATE        VALUE 'Y'.
008400
008500 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
008600 01  WS-BILL-MONTH            PIC 9(006) VALUE 0.
008700 01  WS-ROW-MONTH             PIC 9(006) VALUE 0.
008702
008704*
008706* SERVICE-LEVEL CREDIT SUPPORT (2200/2300).  THE FEED'S CREDIT
008708* RATES AND DLVDLTBL DEADLINE TERMS ARE LOADED ONCE PER FEED; A
008710* GENERATION'S DEADLINE IS ITS DATE PLUS THE GRACE DAYS
008712* (BUSINESS DAYS AGAINST CALNDTBL AND WEEKENDS WHEN FLAGGED) AT
008714* THE DEADLINE TIME, AS JSNDLVCF DECIDES IT.  WS-NOW-TIME IS
008716* TAKEN ONCE AT STARTUP; ITS FIRST SIX DIGITS (HHMMSS) COMPARE
008718* AGAINST THE DEADLINE TIME ON THE DEADLINE DATE ITSELF.
008720 01  WS-NOW-TIME              PIC 9(008) VALUE 0.
008722 01  WS-NOW-HHMMSS            PIC 9(006) VALUE 0.
008724 01  WS-LATE-CREDIT           PIC 9(005)V99 VALUE 0.
008726 01  WS-MISSED-CREDIT         PIC 9(005)V99 VALUE 0.
008728 01  WS-DEADLINE-TIME         PIC 9(006) VALUE 0.
008730 01  WS-GRACE-DAYS            PIC 9(003) COMP-5 VALUE 0.
008732 01  WS-BUSINESS-DAY-SW       PIC X(001) VALUE 'N'.
008734     88  WS-BUSINESS-DAYS         VALUE 'Y'.
008736 01  WS-DEADLINE-DATE         PIC 9(008) VALUE 0.
008738 01  WS-DATE-INT              PIC 9(008) COMP-5 VALUE 0.
008740 01  WS-DAYS-COUNTED          PIC 9(003) COMP-5 VALUE 0.
008742 01  WS-DAY-OF-WEEK           PIC 9(001) COMP-5 VALUE 0.
008744 01  WS-CANDIDATE-DATE        PIC 9(008) VALUE 0.
008746 01  WS-CONFIRM-HHMMSS        PIC 9(006) VALUE 0.
008748 01  WS-LATE-GENS             PIC 9(009) COMP-5 VALUE 0.
008750 01  WS-MISSED-GENS           PIC 9(009) COMP-5 VALUE 0.
008752
008754*
008756* PERIOD-CLOSE SUPPORT (1100/2400).  1110 LOOKS WS-PERIOD-PROBE
008758* UP ON PERDCTL; A MONTH IS OPEN TO THIS PROGRAM WHEN IT HAS NO
008760* ROW, OR ITS ROW CARRIES A REOPEN FOR ALL PROGRAMS OR FOR THIS
008762* ONE.  THE ROW'S CLOSE AND REOPEN DETAILS ARE KEPT HERE.
008764 01  WS-PERIOD-PROBE          PIC 9(006) VALUE 0.
008766 01  WS-PROBE-YYYY            PIC 9(004) VALUE 0.
008768 01  WS-PROBE-MM              PIC 9(002) VALUE 0.
008770 01  WS-PERIOD-CLOSE-DATE     PIC 9(008) VALUE 0.
008772 01  WS-PERIOD-CLOSED-BY      PIC X(008) VALUE SPACES.
008774 01  WS-PERIOD-REOPENED-BY    PIC X(008) VALUE SPACES.
008776 01  WS-PERIOD-APPROVER       PIC X(008) VALUE SPACES.
008778 01  WS-PERIOD-REOPEN-PGM     PIC X(008) VALUE SPACES.
008780 01  WS-PERIOD-REASON         PIC X(040) VALUE SPACES.
008781 01  WS-PERIOD-EVENT          PIC X(008) VALUE SPACES.
008782 01  WS-ADJUST-GENS           PIC 9(009) COMP-5 VALUE 0.
008800
008900*
009000* THE CURRENT FEED'S RATE, VOLUMES, AND PRICED AMOUNTS.  THE
009400 01  WS-MINIMUM-CHARGE        PIC 9(007)V99 VALUE 0.
009500 01  WS-FEED-VOLUME           PIC 9(009) COMP-5 VALUE 0.
009600 01  WS-RESEND-VOLUME         PIC 9(009) COMP-5 VALUE 0.
009650 01  WS-RESYNC-VOLUME         PIC 9(009) COMP-5 VALUE 0.
009700 01  WS-DETAIL-AMOUNT         PIC S9(007)V99 COMP-3 VALUE +0.
009800 01  WS-RESEND-AMOUNT         PIC S9(007)V99 COMP-3 VALUE +0.
009850 01  WS-RESYNC-AMOUNT         PIC S9(007)V99 COMP-3 VALUE +0.
009860 01  WS-CHARGE-AMOUNT         PIC S9(007)V99 COMP-3 VALUE +0.
009870 01  WS-CREDIT-AMOUNT         PIC S9(007)V99 COMP-3 VALUE +0.
009880 01  WS-ADJUST-VOLUME         PIC 9(009) COMP-5 VALUE 0.
009890 01  WS-ADJUST-AMOUNT         PIC S9(007)V99 COMP-3 VALUE +0.
009900
010000 01  WS-TOTALS.
010100     05  WS-TOTAL-VOLUME      PIC 9(009) COMP-5 VALUE 0.
010200     05  WS-TOTAL-AMOUNT      PIC S9(007)V99 COMP-3 VALUE +0.
010250     05  WS-TOTAL-CREDITS     PIC S9(007)V99 COMP-3 VALUE +0.
010300
010400 01  WS-FEEDS-BILLED          PIC 9(009) COMP-5 VALUE 0.
010420 01  WS-FEEDS-CREDITED        PIC 9(009) COMP-5 VALUE 0.
010425 01  WS-FEEDS-ADJUSTED        PIC 9(009) COMP-5 VALUE 0.
010430 01  WS-TOTAL-ADJUST-GENS     PIC 9(009) COMP-5 VALUE 0.
010440 01  WS-EDIT-AMOUNT           PIC Z(006)9.99-.
010500
010600******************************************************************
010700 Procedure Division.
012300* 1000-INITIALIZE  --  RESOLVES THE BILLING MONTH, OPENS THE     *
012400*                      RATE TABLE AND THE EXTRACT, AND PRIMES    *
012500*                      THE FIRST RATE ROW.                       *
012520*                      A CLOSED MONTH IS CHECKED (1100) BEFORE   *
012540*                      THE EXTRACT IS OPENED OVER.               *
012600******************************************************************
012700 1000-INITIALIZE.
012800
013000
013100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013200     MOVE WS-RUN-DATE(1:6) TO WS-BILL-MONTH
013220     ACCEPT WS-NOW-TIME FROM TIME
013240     MOVE WS-NOW-TIME(1:6) TO WS-NOW-HHMMSS
013300
013400     OPEN INPUT Bill-Parm
013500     IF WS-BILLPARM-STATUS = '00'
014400         END-READ
014500         CLOSE Bill-Parm
014600     END-IF
014620
014640     PERFORM 1100-CHECK-PERIOD-CLOSE THRU 1100-EXIT
014700
014800     OPEN INPUT Rate-Table
014900     IF WS-FEEDRATE-STATUS NOT = '00'
017000******************************************************************
017100* 2000-BILL-ONE-FEED  --  PRICES ONE RATE ROW'S FEED FOR THE     *
017200*                         MONTH: CONFIRMED DLVTRACK VOLUMES,     *
017300*                         RE-SENDS AND RESYNCS ITEMIZED          *
017400*                         SEPARATELY, AND THE CONTRACTED MINIMUM *
017450*                         APPLIED TO THE ORDINARY DELIVERIES,    *
017500*                         LESS ANY SERVICE-LEVEL CREDIT FOR LATE *
017550*                         OR NEVER-CONFIRMED GENERATIONS.        *
017570*                         LATE CONFIRMATIONS FROM CLOSED MONTHS  *
017590*                         ARE ITEMIZED ON AN ADJUST ROW.         *
017600******************************************************************
017700 2000-BILL-ONE-FEED.
017800
018700         MOVE 0 TO WS-MINIMUM-CHARGE
018800     END-IF
018900
018950     PERFORM 2200-LOAD-CREDIT-TERMS THRU 2200-EXIT
019000     PERFORM 2100-TALLY-VOLUMES THRU 2100-EXIT
019100
019200*
020200     COMPUTE WKA-AMOUNT ROUNDED =
020300         WS-RESEND-VOLUME * WS-RATE-PER-RECORD
020400     MOVE WKA-AMOUNT TO WS-RESEND-AMOUNT
020420
020440     COMPUTE WKA-AMOUNT ROUNDED =
020460         WS-RESYNC-VOLUME * WS-RATE-PER-RECORD
020480     MOVE WKA-AMOUNT TO WS-RESYNC-AMOUNT
020481
020482*
020483* THE SERVICE-LEVEL CREDIT, CAPPED AT WHAT THE FEED IS CHARGED FOR
020484* THE MONTH SO AN INVOICE NEVER GOES BELOW ZERO.
020485     COMPUTE WKA-AMOUNT ROUNDED =
020486         WS-DETAIL-AMOUNT + WS-RESEND-AMOUNT + WS-RESYNC-AMOUNT
020487     MOVE WKA-AMOUNT TO WS-CHARGE-AMOUNT
020488     COMPUTE WKA-AMOUNT ROUNDED =
020489         WS-LATE-GENS * WS-LATE-CREDIT
020490       + WS-MISSED-GENS * WS-MISSED-CREDIT
020491     IF WKA-AMOUNT > WS-CHARGE-AMOUNT
020492         COMPUTE WKA-AMOUNT ROUNDED = WS-CHARGE-AMOUNT
020493     END-IF
020494     MOVE WKA-AMOUNT TO WS-CREDIT-AMOUNT
020495
020496     COMPUTE WKA-AMOUNT ROUNDED =
020497         WS-ADJUST-VOLUME * WS-RATE-PER-RECORD
020498     MOVE WKA-AMOUNT TO WS-ADJUST-AMOUNT
020500
020600     MOVE WS-BILL-MONTH     TO BLX-BILL-MONTH
020700     MOVE FRT-FEED-ID       TO BLX-FEED-ID
021800         MOVE WS-RESEND-AMOUNT TO BLX-AMOUNT
021900         WRITE BLX-BILLING-RECORD
022000     END-IF
022005
022010     IF WS-RESYNC-VOLUME > 0
022015         MOVE WS-BILL-MONTH    TO BLX-BILL-MONTH
022020         MOVE FRT-FEED-ID      TO BLX-FEED-ID
022025         SET BLX-TYPE-RESYNC   TO TRUE
022030         MOVE WS-RESYNC-VOLUME TO BLX-VOLUME
022035         MOVE WS-RESYNC-AMOUNT TO BLX-AMOUNT
022040         WRITE BLX-BILLING-RECORD
022045     END-IF
022050
022055     IF WS-CREDIT-AMOUNT > 0
022060         MOVE WS-BILL-MONTH    TO BLX-BILL-MONTH
022065         MOVE FRT-FEED-ID      TO BLX-FEED-ID
022070         SET BLX-TYPE-CREDIT   TO TRUE
022075         COMPUTE BLX-VOLUME = WS-LATE-GENS + WS-MISSED-GENS
022080         MOVE WS-CREDIT-AMOUNT TO BLX-AMOUNT
022085         WRITE BLX-BILLING-RECORD
022090         ADD 1 TO WS-FEEDS-CREDITED
022095     END-IF
022100
022105     IF WS-ADJUST-VOLUME > 0
022110         MOVE WS-BILL-MONTH    TO BLX-BILL-MONTH
022115         MOVE FRT-FEED-ID      TO BLX-FEED-ID
022120         SET BLX-TYPE-ADJUST   TO TRUE
022125         MOVE WS-ADJUST-VOLUME TO BLX-VOLUME
022130         MOVE WS-ADJUST-AMOUNT TO BLX-AMOUNT
022135         WRITE BLX-BILLING-RECORD
022140         ADD 1 TO WS-FEEDS-ADJUSTED
022145         ADD WS-ADJUST-GENS TO WS-TOTAL-ADJUST-GENS
022150     END-IF
022155
022200     ADD WS-FEED-VOLUME   TO WS-TOTAL-VOLUME
022300     ADD WS-RESEND-VOLUME TO WS-TOTAL-VOLUME
022350     ADD WS-RESYNC-VOLUME TO WS-TOTAL-VOLUME
022370     ADD WS-ADJUST-VOLUME TO WS-TOTAL-VOLUME
022400     ADD WS-DETAIL-AMOUNT TO WS-TOTAL-AMOUNT
022500     ADD WS-RESEND-AMOUNT TO WS-TOTAL-AMOUNT
022550     ADD WS-RESYNC-AMOUNT TO WS-TOTAL-AMOUNT
022555     ADD WS-ADJUST-AMOUNT TO WS-TOTAL-AMOUNT
022560     SUBTRACT WS-CREDIT-AMOUNT FROM WS-TOTAL-AMOUNT
022570     ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDITS
022600     ADD 1 TO WS-FEEDS-BILLED
022700
022800     PERFORM 8000-READ-RATE THRU 8000-EXIT
023400******************************************************************
023500* 2100-TALLY-VOLUMES  --  OPEN-SCAN-CLOSES DLVTRACK FOR THE      *
023600*                         FEED'S CONFIRMED GENERATIONS IN THE    *
023650*                         BILLING MONTH, RE-SENDS AND RESYNCS    *
023700*                         SEPARATED.                             *
023800*                         ONLY A CONFIRMED DELIVERY IS BILLED.   *
023820*                         WITH CREDIT TERMS, EACH NIGHTLY        *
023840*                         GENERATION IN THE MONTH IS ALSO        *
023860*                         CHECKED AGAINST ITS DEADLINE (2300).   *
023865*                         A CONFIRMED GENERATION FROM AN EARLIER *
023870*                         MONTH IS CHECKED FOR A LATE            *
023875*                         CONFIRMATION INTO A CLOSED MONTH       *
023880*                         (2400).                                *
023900******************************************************************
024000 2100-TALLY-VOLUMES.
024100
024200     MOVE 0 TO WS-FEED-VOLUME
024300     MOVE 0 TO WS-RESEND-VOLUME
024350     MOVE 0 TO WS-RESYNC-VOLUME
024360     MOVE 0 TO WS-LATE-GENS
024370     MOVE 0 TO WS-MISSED-GENS
024380     MOVE 0 TO WS-ADJUST-VOLUME
024390     MOVE 0 TO WS-ADJUST-GENS
024400     MOVE 'N' TO WS-TRACK-EOF-SW
024500
024600     OPEN INPUT Delivery-Track
025300         MOVE DLV-GEN-DATE(1:6) TO WS-ROW-MONTH
025400         IF DLV-FEED-ID = FRT-FEED-ID
025500             AND WS-ROW-MONTH = WS-BILL-MONTH
025520             IF DLV-STATUS-CONFIRMED
025540                 EVALUATE TRUE
025560                     WHEN DLV-IS-RESEND
025580                         ADD DLV-RECORD-COUNT TO WS-RESEND-VOLUME
025600                     WHEN DLV-IS-RESYNC
025620                         ADD DLV-RECORD-COUNT TO WS-RESYNC-VOLUME
025640                     WHEN OTHER
025660                         ADD DLV-RECORD-COUNT TO WS-FEED-VOLUME
025680                 END-EVALUATE
025700             END-IF
025720             IF WS-CREDIT-TERMS-FOUND
025740                 AND DLV-NOT-RESEND
025760                 AND NOT DLV-STATUS-SHADOW
025780                 PERFORM 2300-CHECK-DEADLINE THRU 2300-EXIT
025800             END-IF
025820         END-IF
025870         IF DLV-FEED-ID = FRT-FEED-ID
025920             AND WS-ROW-MONTH < WS-BILL-MONTH
025970             AND DLV-STATUS-CONFIRMED
026020             PERFORM 2400-CHECK-LATE-ACTIVITY THRU 2400-EXIT
026070         END-IF
026300         PERFORM 2110-READ-TRACK THRU 2110-EXIT
026400     END-PERFORM
026500
028500
028600******************************************************************
028700* 3000-WRITE-CONTROL  --  THE CONTROL ROW THE DETAIL MUST        *
028800*                         BALANCE AGAINST, NET OF CREDITS.       *
028900******************************************************************
029000 3000-WRITE-CONTROL.
029100
031100
031200     DISPLAY MYNAME ' FEEDS BILLED = ' WS-FEEDS-BILLED
031300     DISPLAY MYNAME ' TOTAL VOLUME = ' WS-TOTAL-VOLUME
031320     DISPLAY MYNAME ' FEEDS CREDITED = ' WS-FEEDS-CREDITED
031340     MOVE WS-TOTAL-CREDITS TO WS-EDIT-AMOUNT
031360     DISPLAY MYNAME ' TOTAL CREDITS = ' WS-EDIT-AMOUNT
031370     DISPLAY MYNAME ' FEEDS ADJUSTED = ' WS-FEEDS-ADJUSTED
031380     DISPLAY MYNAME ' LATE GENERATIONS CARRIED = '
031390         WS-TOTAL-ADJUST-GENS
031400
031500     DISPLAY MYNAME ' End'
031600
033100     .
033200 8000-EXIT.
033300     EXIT.
033400
033500******************************************************************
033600* 2200-LOAD-CREDIT-TERMS  --  OPEN-SCAN-CLOSES CRDTRATE AND      *
033700*                             DLVDLTBL FOR THE RATE ROW'S FEED.  *
033800*                             CREDITS APPLY ONLY WHEN THE FEED   *
033900*                             HAS BOTH A CREDIT RATE AND A       *
034000*                             CONTRACTUAL DEADLINE.              *
034100******************************************************************
034200 2200-LOAD-CREDIT-TERMS.
034300
034400     MOVE 'N' TO WS-CREDIT-TERMS-SW
034500     MOVE 'N' TO WS-DEADLINE-FOUND-SW
034600     MOVE 'N' TO WS-CRDTRATE-EOF-SW
034700     MOVE 0 TO WS-LATE-CREDIT
034800     MOVE 0 TO WS-MISSED-CREDIT
034900
035000     OPEN INPUT Credit-Rate-Table
035100     IF WS-CRDTRATE-STATUS NOT = '00'
035200         GO TO 2200-EXIT
035300     END-IF
035400
035500     PERFORM 2210-READ-CREDIT-RATE THRU 2210-EXIT
035600     PERFORM UNTIL WS-CRDTRATE-EOF OR WS-CREDIT-TERMS-FOUND
035700         IF CRR-FEED-ID = FRT-FEED-ID
035800             SET WS-CREDIT-TERMS-FOUND TO TRUE
035900             IF CRR-LATE-CREDIT IS NUMERIC
036000                 MOVE CRR-LATE-CREDIT TO WS-LATE-CREDIT
036100             END-IF
036200             IF CRR-MISSED-CREDIT IS NUMERIC
036300                 MOVE CRR-MISSED-CREDIT TO WS-MISSED-CREDIT
036400             END-IF
036500         ELSE
036600             PERFORM 2210-READ-CREDIT-RATE THRU 2210-EXIT
036700         END-IF
036800     END-PERFORM
036900
037000     CLOSE Credit-Rate-Table
037100
037200     IF NOT WS-CREDIT-TERMS-FOUND
037300         GO TO 2200-EXIT
037400     END-IF
037500
037600     MOVE 'N' TO WS-DLVDLTBL-EOF-SW
037700     OPEN INPUT Deadline-Table
037800     IF WS-DLVDLTBL-STATUS = '00'
037900         PERFORM 2220-READ-DEADLINE-TABLE THRU 2220-EXIT
038000         PERFORM UNTIL WS-DLVDLTBL-EOF OR WS-DEADLINE-FOUND
038100             IF DDL-FEED-ID = FRT-FEED-ID
038200                 SET WS-DEADLINE-FOUND TO TRUE
038300                 IF DDL-DEADLINE-TIME IS NUMERIC
038400                     MOVE DDL-DEADLINE-TIME TO WS-DEADLINE-TIME
038500                 ELSE
038600                     MOVE 0 TO WS-DEADLINE-TIME
038700                 END-IF
038800                 IF DDL-GRACE-DAYS IS NUMERIC
038900                     MOVE DDL-GRACE-DAYS TO WS-GRACE-DAYS
039000                 ELSE
039100                     MOVE 0 TO WS-GRACE-DAYS
039200                 END-IF
039300                 MOVE DDL-BUSINESS-DAY-SW TO WS-BUSINESS-DAY-SW
039400             ELSE
039500                 PERFORM 2220-READ-DEADLINE-TABLE THRU 2220-EXIT
039600             END-IF
039700         END-PERFORM
039800         CLOSE Deadline-Table
039900     END-IF
040000
040100     IF NOT WS-DEADLINE-FOUND
040200         MOVE 'N' TO WS-CREDIT-TERMS-SW
040300     END-IF
040400
040500     .
040600 2200-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000* 2210-READ-CREDIT-RATE  --  PRIMES/ADVANCES THE CRDTRATE        *
041100*                            CURSOR.                             *
041200******************************************************************
041300 2210-READ-CREDIT-RATE.
041400
041500     READ Credit-Rate-Table
041600         AT END
041700             SET WS-CRDTRATE-EOF TO TRUE
041800     END-READ
041900
042000     .
042100 2210-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500* 2220-READ-DEADLINE-TABLE  --  PRIMES/ADVANCES THE DLVDLTBL     *
042600*                               CURSOR.                          *
042700******************************************************************
042800 2220-READ-DEADLINE-TABLE.
042900
043000     READ Deadline-Table
043100         AT END
043200             SET WS-DLVDLTBL-EOF TO TRUE
043300     END-READ
043400
043500     .
043600 2220-EXIT.
043700     EXIT.
043800
043900******************************************************************
044000* 2300-CHECK-DEADLINE  --  WORKS OUT THE CURRENT GENERATION'S    *
044100*                          CONTRACTUAL DEADLINE AND COUNTS IT    *
044200*                          LATE WHEN IT WAS CONFIRMED AFTER THE  *
044300*                          DEADLINE, OR MISSED WHEN IT IS STILL  *
044400*                          UNCONFIRMED AND THE DEADLINE HAS      *
044500*                          PASSED.  ONE STILL INSIDE ITS         *
044600*                          DEADLINE EARNS NOTHING YET.           *
044700******************************************************************
044800 2300-CHECK-DEADLINE.
044900
045000     IF WS-GRACE-DAYS = 0
045100         MOVE DLV-GEN-DATE TO WS-DEADLINE-DATE
045200     ELSE
045300         IF WS-BUSINESS-DAYS
045400             PERFORM 2380-ADD-BUSINESS-DAYS THRU 2380-EXIT
045500         ELSE
045600             COMPUTE WS-DATE-INT =
045700                 FUNCTION INTEGER-OF-DATE(DLV-GEN-DATE)
045800                 + WS-GRACE-DAYS
045900             MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
046000                 TO WS-DEADLINE-DATE
046100         END-IF
046200     END-IF
046300
046400     IF DLV-STATUS-CONFIRMED
046500         MOVE DLV-CONFIRM-TIME(1:6) TO WS-CONFIRM-HHMMSS
046600         IF DLV-CONFIRM-DATE > WS-DEADLINE-DATE
046700             ADD 1 TO WS-LATE-GENS
046800         ELSE
046900             IF DLV-CONFIRM-DATE = WS-DEADLINE-DATE
047000                 AND WS-CONFIRM-HHMMSS > WS-DEADLINE-TIME
047100                 ADD 1 TO WS-LATE-GENS
047200             END-IF
047300         END-IF
047400     ELSE
047500         IF WS-RUN-DATE > WS-DEADLINE-DATE
047600             ADD 1 TO WS-MISSED-GENS
047700         ELSE
047800             IF WS-RUN-DATE = WS-DEADLINE-DATE
047900                 AND WS-NOW-HHMMSS > WS-DEADLINE-TIME
048000                 ADD 1 TO WS-MISSED-GENS
048100             END-IF
048200         END-IF
048300     END-IF
048400
048500     .
048600 2300-EXIT.
048700     EXIT.
048800
048900******************************************************************
049000* 2380-ADD-BUSINESS-DAYS  --  WALKS FORWARD FROM THE GENERATION  *
049100*                             DATE ONE DAY AT A TIME, COUNTING   *
049200*                             ONLY DAYS THAT ARE NEITHER WEEKEND *
049300*                             NOR ON THE CALNDTBL EXCEPTION      *
049400*                             LIST, UNTIL THE GRACE DAYS ARE     *
049500*                             SPENT.                             *
049600******************************************************************
049700 2380-ADD-BUSINESS-DAYS.
049800
049900     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(DLV-GEN-DATE)
050000     MOVE 0 TO WS-DAYS-COUNTED
050100     MOVE DLV-GEN-DATE TO WS-CANDIDATE-DATE
050200
050300     PERFORM UNTIL WS-DAYS-COUNTED >= WS-GRACE-DAYS
050400         ADD 1 TO WS-DATE-INT
050500         MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
050600             TO WS-CANDIDATE-DATE
050700         PERFORM 2390-CHECK-BUSINESS-DAY THRU 2390-EXIT
050800         IF NOT WS-NONBUSINESS-DAY
050900             ADD 1 TO WS-DAYS-COUNTED
051000         END-IF
051100     END-PERFORM
051200
051300     MOVE WS-CANDIDATE-DATE TO WS-DEADLINE-DATE
051400
051500     .
051600 2380-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000* 2390-CHECK-BUSINESS-DAY  --  A SATURDAY, A SUNDAY, OR A DATE   *
052100*                              ON THE CALNDTBL EXCEPTION LIST IS *
052200*                              NOT A BUSINESS DAY.  DAY 1 OF THE *
052300*                              INTEGER-OF-DATE EPOCH WAS A       *
052400*                              MONDAY, SO MOD 7 OF 6 IS SATURDAY *
052500*                              AND 0 IS SUNDAY.                  *
052600******************************************************************
052700 2390-CHECK-BUSINESS-DAY.
052800
052900     MOVE 'N' TO WS-NONBUSINESS-SW
053000
053100     COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT 7)
053200     IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
053300         SET WS-NONBUSINESS-DAY TO TRUE
053400         GO TO 2390-EXIT
053500     END-IF
053600
053700     MOVE 'N' TO WS-CALNDTBL-EOF-SW
053800     OPEN INPUT Calendar-Table
053900     IF WS-CALNDTBL-STATUS NOT = '00'
054000         GO TO 2390-EXIT
054100     END-IF
054200
054300     PERFORM 2395-READ-CALENDAR THRU 2395-EXIT
054400     PERFORM UNTIL WS-CALNDTBL-EOF OR WS-NONBUSINESS-DAY
054500         IF CAL-DATE = WS-CANDIDATE-DATE
054600             SET WS-NONBUSINESS-DAY TO TRUE
054700         ELSE
054800             PERFORM 2395-READ-CALENDAR THRU 2395-EXIT
054900         END-IF
055000     END-PERFORM
055100
055200     CLOSE Calendar-Table
055300
055400     .
055500 2390-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900* 2395-READ-CALENDAR  --  PRIMES/ADVANCES THE CALNDTBL CURSOR.   *
056000******************************************************************
056100 2395-READ-CALENDAR.
056200
056300     READ Calendar-Table
056400         AT END
056500             SET WS-CALNDTBL-EOF TO TRUE
056600     END-READ
056700
056800     .
056900 2395-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300* 1100-CHECK-PERIOD-CLOSE  --  A MONTH FINANCE HAS CLOSED ON     *
057400*                              PERDCTL IS ONLY REGENERATED       *
057500*                              UNDER A REOPEN FOR THIS PROGRAM   *
057600*                              (OR ALL OF THEM); THE RERUN IS    *
057700*                              LOGGED TO PERDLOG.  WITHOUT ONE   *
057800*                              THE RUN IS REFUSED AND LOGGED,    *
057900*                              RC 8, BEFORE ANY OUTPUT IS        *
058000*                              OPENED.                           *
058100******************************************************************
058200 1100-CHECK-PERIOD-CLOSE.
058300
058400     MOVE WS-BILL-MONTH TO WS-PERIOD-PROBE
058500     PERFORM 1110-FIND-PERIOD THRU 1110-EXIT
058600
058700     IF NOT WS-PERIOD-FOUND
058800         GO TO 1100-EXIT
058900     END-IF
059000
059100     IF WS-PERIOD-OPEN
059200         DISPLAY MYNAME ' MONTH ' WS-BILL-MONTH ' CLOSED '
059300             WS-PERIOD-CLOSE-DATE ' BY ' WS-PERIOD-CLOSED-BY
059400         DISPLAY MYNAME ' RERUN UNDER REOPEN BY '
059500             WS-PERIOD-REOPENED-BY ' APPROVED BY '
059600             WS-PERIOD-APPROVER
059700         MOVE 'RERUN   ' TO WS-PERIOD-EVENT
059800         PERFORM 1150-WRITE-PERIOD-LOG THRU 1150-EXIT
059900         GO TO 1100-EXIT
060000     END-IF
060100
060200     DISPLAY MYNAME ' MONTH ' WS-BILL-MONTH ' WAS CLOSED '
060300         WS-PERIOD-CLOSE-DATE ' BY ' WS-PERIOD-CLOSED-BY
060400     DISPLAY MYNAME ' NO REOPEN ON FILE -- MONTH NOT REGENERATED'
060500     MOVE 'REFUSED ' TO WS-PERIOD-EVENT
060600     PERFORM 1150-WRITE-PERIOD-LOG THRU 1150-EXIT
060700     MOVE 8 TO RETURN-CODE
060800     GOBACK
060900
061000     .
061100 1100-EXIT.
061200     EXIT.
061300
061400******************************************************************
061500* 1110-FIND-PERIOD  --  OPEN-SCAN-CLOSES PERDCTL FOR THE         *
061600*                       WS-PERIOD-PROBE MONTH.  A MONTH WITH NO  *
061700*                       ROW IS OPEN; A ROW IS CLOSED TO THIS     *
061800*                       PROGRAM UNLESS ITS REOPEN NAMES THIS     *
061900*                       PROGRAM OR ALL OF THEM.  NO PERDCTL AT   *
062000*                       ALL MEANS NOTHING HAS BEEN CLOSED.       *
062100******************************************************************
062200 1110-FIND-PERIOD.
062300
062400     MOVE 'N' TO WS-PERIOD-FOUND-SW
062500     MOVE 'Y' TO WS-PERIOD-OPEN-SW
062600     MOVE 'N' TO WS-PERDCTL-EOF-SW
062700
062800     OPEN INPUT Period-Control
062900     IF WS-PERDCTL-STATUS NOT = '00'
063000         GO TO 1110-EXIT
063100     END-IF
063200
063300     PERFORM 1115-READ-PERIOD-CTL THRU 1115-EXIT
063400     PERFORM UNTIL WS-PERDCTL-EOF OR WS-PERIOD-FOUND
063500         IF PDC-PERIOD-MONTH = WS-PERIOD-PROBE
063600             SET WS-PERIOD-FOUND TO TRUE
063700             MOVE PDC-CLOSE-DATE      TO WS-PERIOD-CLOSE-DATE
063800             MOVE PDC-CLOSED-BY       TO WS-PERIOD-CLOSED-BY
063900             MOVE PDC-REOPENED-BY     TO WS-PERIOD-REOPENED-BY
064000             MOVE PDC-REOPEN-APPROVER TO WS-PERIOD-APPROVER
064100             MOVE PDC-REOPEN-PROGRAM  TO WS-PERIOD-REOPEN-PGM
064200             MOVE PDC-REOPEN-REASON   TO WS-PERIOD-REASON
064300             IF PDC-REOPENED
064400                 AND (PDC-REOPEN-PROGRAM = SPACES
064500                      OR PDC-REOPEN-PROGRAM = MYNAME)
064600                 CONTINUE
064700             ELSE
064800                 MOVE 'N' TO WS-PERIOD-OPEN-SW
064900             END-IF
065000         ELSE
065100             PERFORM 1115-READ-PERIOD-CTL THRU 1115-EXIT
065200         END-IF
065300     END-PERFORM
065400
065500     CLOSE Period-Control
065600
065700     .
065800 1110-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200* 1115-READ-PERIOD-CTL  --  PRIMES/ADVANCES THE PERDCTL CURSOR.  *
066300******************************************************************
066400 1115-READ-PERIOD-CTL.
066500
066600     READ Period-Control
066700         AT END
066800             SET WS-PERDCTL-EOF TO TRUE
066900     END-READ
067000
067100     .
067200 1115-EXIT.
067300     EXIT.
067400
067500******************************************************************
067600* 1150-WRITE-PERIOD-LOG  --  APPENDS ONE PERDLOG ROW FOR THE     *
067700*                            RERUN OR REFUSAL, CREATING THE LOG  *
067800*                            WHEN IT DOES NOT YET EXIST.         *
067900******************************************************************
068000 1150-WRITE-PERIOD-LOG.
068100
068200     OPEN EXTEND Period-Log
068300     IF WS-PERDLOG-STATUS = '05' OR WS-PERDLOG-STATUS = '35'
068400         OPEN OUTPUT Period-Log
068500     END-IF
068600     IF WS-PERDLOG-STATUS NOT = '00'
068700         DISPLAY MYNAME ' UNABLE TO OPEN PERDLOG, STATUS = '
068800             WS-PERDLOG-STATUS
068900         GO TO 1150-EXIT
069000     END-IF
069100
069200     ACCEPT PDL-TIMESTAMP-DATE FROM DATE YYYYMMDD
069300     ACCEPT PDL-TIMESTAMP-TIME FROM TIME
069400     MOVE MYNAME               TO PDL-PROGRAM-ID
069500     MOVE WS-PERIOD-EVENT      TO PDL-EVENT
069600     MOVE WS-PERIOD-PROBE      TO PDL-PERIOD-MONTH
069700     IF PDL-EVENT-REFUSED
069800         MOVE WS-PERIOD-CLOSED-BY TO PDL-OPERATOR-ID
069900         MOVE SPACES              TO PDL-APPROVER-ID
070000         MOVE SPACES              TO PDL-REOPEN-PROGRAM
070100         MOVE 'CLOSED MONTH, NO REOPEN ON FILE' TO PDL-REASON
070200     ELSE
070300         MOVE WS-PERIOD-REOPENED-BY TO PDL-OPERATOR-ID
070400         MOVE WS-PERIOD-APPROVER    TO PDL-APPROVER-ID
070500         MOVE WS-PERIOD-REOPEN-PGM  TO PDL-REOPEN-PROGRAM
070600         MOVE WS-PERIOD-REASON      TO PDL-REASON
070700     END-IF
070800
070900     WRITE PDL-PERIOD-LOG-RECORD
071000     CLOSE Period-Log
071100
071200     .
071300 1150-EXIT.
071400     EXIT.
071500
071600
071700******************************************************************
071800* 2400-CHECK-LATE-ACTIVITY  --  THE CURRENT DLVTRACK ROW IS A    *
071900*                               CONFIRMED GENERATION OF THE FEED *
072000*                               FROM AN EARLIER MONTH.  WHEN     *
072100*                               THAT MONTH IS CLOSED AND THE ROW *
072200*                               WAS CONFIRMED AFTER THE CLOSE,   *
072300*                               IT MISSED THE CLOSED MONTH'S     *
072400*                               INVOICE AND IS CARRIED INTO THE  *
072500*                               NEXT OPEN MONTH -- THIS ONE ONLY *
072600*                               WHEN EVERY MONTH IN BETWEEN IS   *
072700*                               CLOSED TOO, AND CLOSED BEFORE    *
072710*                               THE CONFIRMATION.  A MONTH IN    *
072720*                               BETWEEN THAT CLOSED ON OR AFTER  *
072730*                               IT WAS OPEN WHEN THE ROW WAS     *
072740*                               CONFIRMED, SO ITS INVOICE        *
072750*                               ALREADY CARRIED THE ROW.         *
072800******************************************************************
072900 2400-CHECK-LATE-ACTIVITY.
073000
073100     MOVE WS-ROW-MONTH TO WS-PERIOD-PROBE
073200     PERFORM 1110-FIND-PERIOD THRU 1110-EXIT
073300     IF WS-PERIOD-OPEN
073400         GO TO 2400-EXIT
073500     END-IF
073600     IF DLV-CONFIRM-DATE NOT > WS-PERIOD-CLOSE-DATE
073700         GO TO 2400-EXIT
073800     END-IF
073900
074000     SET WS-CARRY-LATE TO TRUE
074100     PERFORM 2410-NEXT-MONTH THRU 2410-EXIT
074200     PERFORM UNTIL WS-PERIOD-PROBE NOT < WS-BILL-MONTH
074300             OR NOT WS-CARRY-LATE
074400         PERFORM 1110-FIND-PERIOD THRU 1110-EXIT
074500         IF WS-PERIOD-OPEN
074600             MOVE 'N' TO WS-CARRY-LATE-SW
074700         ELSE
074710             IF WS-PERIOD-CLOSE-DATE NOT < DLV-CONFIRM-DATE
074720                 MOVE 'N' TO WS-CARRY-LATE-SW
074730             ELSE
074800                 PERFORM 2410-NEXT-MONTH THRU 2410-EXIT
074850             END-IF
074900         END-IF
075000     END-PERFORM
075100     IF NOT WS-CARRY-LATE
075200         GO TO 2400-EXIT
075300     END-IF
075400
075500     ADD DLV-RECORD-COUNT TO WS-ADJUST-VOLUME
075600     ADD 1 TO WS-ADJUST-GENS
075700     DISPLAY MYNAME ' LATE ' DLV-FEED-ID ' GENERATION '
075800         DLV-GEN-DATE ' CONFIRMED ' DLV-CONFIRM-DATE
075900         ' CARRIED FROM CLOSED ' WS-ROW-MONTH
076000
076100     .
076200 2400-EXIT.
076300     EXIT.
076400
076500******************************************************************
076600* 2410-NEXT-MONTH  --  ADVANCES WS-PERIOD-PROBE ONE MONTH.       *
076700******************************************************************
076800 2410-NEXT-MONTH.
076900
077000     MOVE WS-PERIOD-PROBE(1:4) TO WS-PROBE-YYYY
077100     MOVE WS-PERIOD-PROBE(5:2) TO WS-PROBE-MM
077200     IF WS-PROBE-MM = 12
077300         ADD 1 TO WS-PROBE-YYYY
077400         MOVE 1 TO WS-PROBE-MM
077500     ELSE
077600         ADD 1 TO WS-PROBE-MM
077700     END-IF
077800     COMPUTE WS-PERIOD-PROBE =
077900         (WS-PROBE-YYYY * 100) + WS-PROBE-MM
078000
078100     .
078200 2410-EXIT.
078300     EXIT.

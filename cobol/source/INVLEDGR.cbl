000100******************************************************************
000200* IDENTIFICATION DIVISION.                                       *
000300******************************************************************
000400 Identification Division.
000500 Program-ID. INVLEDGR.
000600 Author. D. PEMBERTON, BATCH SUPPORT.
000700 Installation. PARTNER INTEGRATION.
000800 Date-Written. 2026-10-14.
000900 Date-Compiled. 2026-10-14.
001000******************************************************************
001100* MODIFICATION HISTORY                                          *
001200* ---------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                  *
001400* 2026-10-14 MAR   ORIGINAL PROGRAM.  PARTNER INVOICE LEDGER:    *
001500*                  CARRIES THE INVLEDG LEDGER FORWARD TO A NEW   *
001600*                  GENERATION (INVLEDGN), APPLYING THE RUN'S     *
001700*                  INVPAY PAYMENTS AND ADJUSTMENTS, THEN POSTS   *
001800*                  THE MONTH'S BILLXTR EXTRACT -- ONE OPEN       *
001900*                  INVOICE PER FEED, ITS DETAIL, RESEND AND      *
002000*                  RESYNC ROWS TOGETHER -- ONCE THE EXTRACT      *
002100*                  BALANCES TO ITS CONTROL ROW AND IF THE        *
002200*                  INVOICE IS NOT ALREADY ON THE LEDGER.  EVERY  *
002300*                  AMOUNT IS COMPUTED THROUGH WKA-AMOUNT WITH    *
002400*                  THE ROUNDED PHRASE, AS BILLXTR PRICES THEM.   *
002500*                  INVAGRPT AGES EACH FRT-FEED-ID'S OPEN         *
002600*                  INVOICES INTO CURRENT, 31-60, 61-90 AND OVER  *
002700*                  90 DAYS AND LISTS ANY INVPAY ROW THAT NAMED   *
002800*                  NO INVOICE ON THE LEDGER.                     *
002810* 2026-10-14 MAR   A FEED'S BILLXTR CREDIT ROW (SERVICE-LEVEL     *
002820*                  CREDIT) IS POSTED AS THE INVOICE'S CREDITED    *
002830*                  AMOUNT AND COMES OFF ITS OPEN BALANCE; IN THE  *
002840*                  BALANCE CHECK ITS AMOUNT IS DEDUCTED AND ITS   *
002850*                  GENERATION COUNT IS NOT VOLUME.                *
002900******************************************************************
003000 Environment Division.
003100 Input-Output Section.
003200 File-Control.
003300     Select Ledger-Old Assign to 'INVLEDG'
003400         Organization is Line Sequential
003500         File Status is WS-LEDGER-OLD-STATUS.
003600
003700     Select Ledger-Lookup Assign to 'INVLEDG'
003800         Organization is Line Sequential
003900         File Status is WS-LEDGER-LKUP-STATUS.
004000
004100     Select Ledger-New Assign to 'INVLEDGN'
004200         Organization is Line Sequential
004300         File Status is WS-LEDGER-NEW-STATUS.
004400
004500     Select Ledger-New-Lookup Assign to 'INVLEDGN'
004600         Organization is Line Sequential
004700         File Status is WS-LEDGER-NLKP-STATUS.
004800
004900     Select Billing-Extract Assign to 'BILLXTR'
005000         Organization is Line Sequential
005100         File Status is WS-BILLXTR-STATUS.
005200
005300     Select Payment-Transactions Assign to 'INVPAY'
005400         Organization is Line Sequential
005500         File Status is WS-INVPAY-STATUS.
005600
005700     Select Rate-Table Assign to 'FEEDRATE'
005800         Organization is Line Sequential
005900         File Status is WS-FEEDRATE-STATUS.
006000
006100     Select Aging-Report Assign to 'INVAGRPT'
006200         Organization is Line Sequential
006300         File Status is WS-INVAGRPT-STATUS.
006400 Data Division.
006500 File Section.
006600 FD  Ledger-Old
006700     Label Records are Standard
006800     Recording Mode is F.
006900 COPY INVLEDG.
007000
007100 FD  Ledger-Lookup
007200     Label Records are Standard
007300     Recording Mode is F.
007400 COPY INVLEDG Replacing ==ILG-INVOICE-RECORD== By
007500                        ==ILG-LOOKUP-RECORD==.
007600
007700 FD  Ledger-New
007800     Label Records are Standard
007900     Recording Mode is F.
008000 COPY INVLEDG Replacing ==ILG-INVOICE-RECORD== By
008100                        ==ILG-NEW-RECORD==.
008200
008300 FD  Ledger-New-Lookup
008400     Label Records are Standard
008500     Recording Mode is F.
008600 COPY INVLEDG Replacing ==ILG-INVOICE-RECORD== By
008700                        ==ILG-AGED-RECORD==.
008800
008900 FD  Billing-Extract
009000     Label Records are Standard
009100     Recording Mode is F.
009200 COPY BILLXTR.
009300
009400 FD  Payment-Transactions
009500     Label Records are Standard
009600     Recording Mode is F.
009700 COPY INVPAY.
009800
009900 FD  Rate-Table
010000     Label Records are Standard
010100     Recording Mode is F.
010200 COPY FEEDRATE.
010300
010400 FD  Aging-Report
010500     Label Records are Standard
010600     Recording Mode is F.
010700 01  INVAGRPT-REC             PIC X(100).
010800
010900 Working-Storage Section.
011000 01  CONSTANTS.
011100     05  MYNAME               PIC X(008) VALUE 'INVLEDGR'.
011200
011300*
011400* THE SHARED MONEY FIELD AND ITS ROUNDING RULES.
011500 COPY WORKAREA.
011600
011700 01  WS-LEDGER-OLD-STATUS     PIC X(002) VALUE '00'.
011800 01  WS-LEDGER-LKUP-STATUS    PIC X(002) VALUE '00'.
011900 01  WS-LEDGER-NEW-STATUS     PIC X(002) VALUE '00'.
012000 01  WS-LEDGER-NLKP-STATUS    PIC X(002) VALUE '00'.
012100 01  WS-BILLXTR-STATUS        PIC X(002) VALUE '00'.
012200 01  WS-INVPAY-STATUS         PIC X(002) VALUE '00'.
012300 01  WS-FEEDRATE-STATUS       PIC X(002) VALUE '00'.
012400 01  WS-INVAGRPT-STATUS       PIC X(002) VALUE '00'.
012500
012600 01  WS-SWITCHES.
012700     05  WS-LEDGER-OLD-EOF-SW PIC X(001) VALUE 'N'.
012800         88  WS-LEDGER-OLD-EOF    VALUE 'Y'.
012900     05  WS-LEDGER-LKUP-EOF-SW PIC X(001) VALUE 'N'.
013000         88  WS-LEDGER-LKUP-EOF   VALUE 'Y'.
013100     05  WS-LEDGER-NLKP-EOF-SW PIC X(001) VALUE 'N'.
013200         88  WS-LEDGER-NLKP-EOF   VALUE 'Y'.
013300     05  WS-EXTRACT-EOF-SW    PIC X(001) VALUE 'N'.
013400         88  WS-EXTRACT-EOF       VALUE 'Y'.
013500     05  WS-PAY-EOF-SW        PIC X(001) VALUE 'N'.
013600         88  WS-PAY-EOF           VALUE 'Y'.
013700     05  WS-RATE-EOF-SW       PIC X(001) VALUE 'N'.
013800         88  WS-RATE-EOF          VALUE 'Y'.
013900     05  WS-ON-LEDGER-SW      PIC X(001) VALUE 'N'.
014000         88  WS-ALREADY-ON-LEDGER VALUE 'Y'.
014100     05  WS-EXTRACT-SW        PIC X(001) VALUE 'N'.
014200         88  WS-EXTRACT-BALANCED  VALUE 'Y'.
014300
014400 01  WS-TODAY                 PIC 9(008) VALUE 0.
014500 01  WS-TODAY-INT             PIC 9(008) COMP-5 VALUE 0.
014600 01  WS-INVOICE-INT           PIC 9(008) COMP-5 VALUE 0.
014700 01  WS-DAYS-OPEN             PIC 9(005) COMP-5 VALUE 0.
014800 01  WS-DAYS-DISPLAY          PIC 9(005) VALUE 0.
014900
015000*
015100* THE EXTRACT'S CONTROL ROW AND WHAT ITS OTHER ROWS ADD UP TO
015200* (1100).  NOTHING IS POSTED FROM AN EXTRACT THAT DOES NOT
015300* BALANCE.
015400 01  WS-EXTRACT-MONTH         PIC 9(006) VALUE 0.
015500 01  WS-CONTROL-ROWS          PIC 9(004) COMP-5 VALUE 0.
015600 01  WS-CONTROL-VOLUME        PIC 9(009) VALUE 0.
015700 01  WS-CONTROL-AMOUNT        PIC S9(007)V99 COMP-3 VALUE +0.
015800 01  WS-DETAIL-VOLUME         PIC 9(009) VALUE 0.
015900 01  WS-DETAIL-AMOUNT         PIC S9(007)V99 COMP-3 VALUE +0.
016000 01  WS-MONTH-MISMATCHES      PIC 9(004) COMP-5 VALUE 0.
016100 01  WS-ROW-AMOUNT            PIC S9(007)V99 COMP-3 VALUE +0.
016200
016300*
016400* THE FEED WHOSE EXTRACT ROWS ARE BEING GATHERED INTO ONE
016500* INVOICE (3000/3100).
016600 01  WS-CUR-FEED-ID           PIC X(010) VALUE SPACES.
016700 01  WS-CUR-AMOUNT            PIC S9(007)V99 COMP-3 VALUE +0.
016750 01  WS-CUR-CREDIT            PIC S9(007)V99 COMP-3 VALUE +0.
016800
016900*
017000* ONE FEED'S AGING BUCKETS AND THE REPORT'S GRAND TOTALS.
017100 01  WS-FEED-BUCKETS.
017200     05  WS-FEED-CURRENT      PIC S9(007)V99 COMP-3 VALUE +0.
017300     05  WS-FEED-31-60        PIC S9(007)V99 COMP-3 VALUE +0.
017400     05  WS-FEED-61-90        PIC S9(007)V99 COMP-3 VALUE +0.
017500     05  WS-FEED-OVER-90      PIC S9(007)V99 COMP-3 VALUE +0.
017600 01  WS-GRAND-BUCKETS.
017700     05  WS-GRAND-CURRENT     PIC S9(007)V99 COMP-3 VALUE +0.
017800     05  WS-GRAND-31-60       PIC S9(007)V99 COMP-3 VALUE +0.
017900     05  WS-GRAND-61-90       PIC S9(007)V99 COMP-3 VALUE +0.
018000     05  WS-GRAND-OVER-90     PIC S9(007)V99 COMP-3 VALUE +0.
018100 01  WS-BUCKET-NAME           PIC X(008) VALUE SPACES.
018200
018300 01  WS-EDIT-AMOUNT           PIC Z(006)9.99-.
018400 01  WS-EDIT-CURRENT          PIC Z(006)9.99-.
018500 01  WS-EDIT-31-60            PIC Z(006)9.99-.
018600 01  WS-EDIT-61-90            PIC Z(006)9.99-.
018700 01  WS-EDIT-OVER-90          PIC Z(006)9.99-.
018800 01  WS-EDIT-LABEL            PIC X(015) VALUE SPACES.
018900
019000 01  WS-COUNTERS.
019100     05  WS-CARRIED-COUNT     PIC 9(009) COMP-5 VALUE 0.
019200     05  WS-POSTED-COUNT      PIC 9(009) COMP-5 VALUE 0.
019300     05  WS-DUPLICATE-COUNT   PIC 9(009) COMP-5 VALUE 0.
019400     05  WS-ZERO-COUNT        PIC 9(009) COMP-5 VALUE 0.
019500     05  WS-APPLIED-COUNT     PIC 9(009) COMP-5 VALUE 0.
019600     05  WS-UNAPPLIED-COUNT   PIC 9(009) COMP-5 VALUE 0.
019700     05  WS-OPEN-COUNT        PIC 9(009) COMP-5 VALUE 0.
019800
019900******************************************************************
020000 Procedure Division.
020100******************************************************************
020200 0000-MAINLINE.
020300
020400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
020500     PERFORM 1100-VERIFY-EXTRACT    THRU 1100-EXIT
020600     PERFORM 2000-CARRY-LEDGER-ROW  THRU 2000-EXIT
020700         UNTIL WS-LEDGER-OLD-EOF
020800     IF WS-EXTRACT-BALANCED
020900         PERFORM 3000-POST-EXTRACT  THRU 3000-EXIT
021000     END-IF
021100     CLOSE Ledger-New
021200     PERFORM 4000-WRITE-AGING       THRU 4000-EXIT
021300     PERFORM 5000-LIST-UNAPPLIED    THRU 5000-EXIT
021400     PERFORM 6000-TERMINATE         THRU 6000-EXIT
021500
021600     GOBACK
021700     .
021800 0000-EXIT.
021900     EXIT.
022000
022100******************************************************************
022200* 1000-INITIALIZE  --  OPENS THE LEDGER GENERATIONS AND THE      *
022300*                      AGING REPORT.  A MISSING OLD LEDGER IS    *
022400*                      THE FIRST EVER RUN -- POST ONLY.          *
022500******************************************************************
022600 1000-INITIALIZE.
022700
022800     DISPLAY MYNAME ' Begin'
022900
023000     ACCEPT WS-TODAY FROM DATE YYYYMMDD
023100     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
023200
023300     OPEN OUTPUT Ledger-New
023400     IF WS-LEDGER-NEW-STATUS NOT = '00'
023500         DISPLAY MYNAME ' UNABLE TO OPEN INVLEDGN, STATUS = '
023600             WS-LEDGER-NEW-STATUS
023700         MOVE 16 TO RETURN-CODE
023800         GOBACK
023900     END-IF
024000
024100     OPEN OUTPUT Aging-Report
024200     IF WS-INVAGRPT-STATUS NOT = '00'
024300         DISPLAY MYNAME ' UNABLE TO OPEN INVAGRPT, STATUS = '
024400             WS-INVAGRPT-STATUS
024500         MOVE 16 TO RETURN-CODE
024600         GOBACK
024700     END-IF
024800
024900     OPEN INPUT Ledger-Old
025000     IF WS-LEDGER-OLD-STATUS NOT = '00'
025100         DISPLAY MYNAME ' NO PRIOR INVOICE LEDGER, STATUS = '
025200             WS-LEDGER-OLD-STATUS ' -- FIRST RUN'
025300         SET WS-LEDGER-OLD-EOF TO TRUE
025400     ELSE
025500         PERFORM 8000-READ-LEDGER-OLD THRU 8000-EXIT
025600     END-IF
025700
025800     .
025900 1000-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300* 1100-VERIFY-EXTRACT  --  BALANCES THE BILLXTR EXTRACT BEFORE   *
026400*                          ANYTHING IS POSTED FROM IT: EXACTLY   *
026500*                          ONE CONTROL ROW, EVERY OTHER ROW FOR  *
026600*                          THE CONTROL ROW'S MONTH, AND THEIR    *
026650*                          VOLUMES AND AMOUNTS, LESS ANY CREDIT  *
026700*                          ROWS' AMOUNTS, SUMMING TO ITS         *
026750*                          TOTALS.  NO EXTRACT IS A RUN WITH     *
026900*                          ONLY PAYMENTS TO APPLY; ONE THAT      *
027000*                          DOES NOT BALANCE IS LEFT UNPOSTED     *
027100*                          WITH RETURN CODE 8.                   *
027200******************************************************************
027300 1100-VERIFY-EXTRACT.
027400
027500     MOVE 'N' TO WS-EXTRACT-SW
027600     MOVE 'N' TO WS-EXTRACT-EOF-SW
027700
027800     OPEN INPUT Billing-Extract
027900     IF WS-BILLXTR-STATUS NOT = '00'
028000         DISPLAY MYNAME ' NO BILLXTR EXTRACT, STATUS = '
028100             WS-BILLXTR-STATUS ' -- NOTHING TO POST'
028200         GO TO 1100-EXIT
028300     END-IF
028400
028500     PERFORM 1110-READ-EXTRACT THRU 1110-EXIT
028600     PERFORM UNTIL WS-EXTRACT-EOF
028700         IF BLX-TYPE-CONTROL
028800             ADD 1 TO WS-CONTROL-ROWS
028900             MOVE BLX-BILL-MONTH TO WS-EXTRACT-MONTH
029000             MOVE BLX-VOLUME     TO WS-CONTROL-VOLUME
029100             MOVE BLX-AMOUNT     TO WS-CONTROL-AMOUNT
029200         ELSE
029250             MOVE BLX-AMOUNT TO WS-ROW-AMOUNT
029300             IF BLX-TYPE-CREDIT
029350                 COMPUTE WKA-AMOUNT ROUNDED =
029400                     WS-DETAIL-AMOUNT - WS-ROW-AMOUNT
029450             ELSE
029500                 ADD BLX-VOLUME TO WS-DETAIL-VOLUME
029550                 COMPUTE WKA-AMOUNT ROUNDED =
029600                     WS-DETAIL-AMOUNT + WS-ROW-AMOUNT
029650             END-IF
029700             MOVE WKA-AMOUNT TO WS-DETAIL-AMOUNT
029800             IF WS-EXTRACT-MONTH = 0
029900                 MOVE BLX-BILL-MONTH TO WS-EXTRACT-MONTH
030000             END-IF
030100             IF BLX-BILL-MONTH NOT = WS-EXTRACT-MONTH
030200                 ADD 1 TO WS-MONTH-MISMATCHES
030300             END-IF
030400         END-IF
030500         PERFORM 1110-READ-EXTRACT THRU 1110-EXIT
030600     END-PERFORM
030700
030800     CLOSE Billing-Extract
030900
031000     IF WS-CONTROL-ROWS = 1
031100         AND WS-MONTH-MISMATCHES = 0
031200         AND WS-DETAIL-VOLUME = WS-CONTROL-VOLUME
031300         AND WS-DETAIL-AMOUNT = WS-CONTROL-AMOUNT
031400         SET WS-EXTRACT-BALANCED TO TRUE
031500     ELSE
031600         DISPLAY MYNAME ' BILLXTR DOES NOT BALANCE -- CONTROL '
031700             'ROWS ' WS-CONTROL-ROWS
031800             ' MONTH MISMATCHES ' WS-MONTH-MISMATCHES
031900         DISPLAY MYNAME ' CONTROL VOLUME ' WS-CONTROL-VOLUME
032000             ' DETAIL VOLUME ' WS-DETAIL-VOLUME
032100         MOVE WS-CONTROL-AMOUNT TO WS-EDIT-AMOUNT
032200         DISPLAY MYNAME ' CONTROL AMOUNT ' WS-EDIT-AMOUNT
032300         MOVE WS-DETAIL-AMOUNT TO WS-EDIT-AMOUNT
032400         DISPLAY MYNAME ' DETAIL AMOUNT  ' WS-EDIT-AMOUNT
032500         DISPLAY MYNAME ' EXTRACT NOT POSTED'
032600         MOVE 8 TO RETURN-CODE
032700     END-IF
032800
032900     .
033000 1100-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400* 1110-READ-EXTRACT  --  PRIMES/ADVANCES THE BILLXTR CURSOR.     *
033500******************************************************************
033600 1110-READ-EXTRACT.
033700
033800     READ Billing-Extract
033900         AT END
034000             SET WS-EXTRACT-EOF TO TRUE
034100     END-READ
034200
034300     .
034400 1110-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800* 2000-CARRY-LEDGER-ROW  --  CARRIES ONE LEDGER ROW FORWARD WITH *
034900*                            THE RUN'S PAYMENTS AND ADJUSTMENTS  *
035000*                            FOR IT APPLIED.                     *
035100******************************************************************
035200 2000-CARRY-LEDGER-ROW.
035300
035400     MOVE ILG-INVOICE-RECORD TO ILG-NEW-RECORD
035500
035600     PERFORM 2100-APPLY-PAYMENTS THRU 2100-EXIT
035700
035800     WRITE ILG-NEW-RECORD
035900     ADD 1 TO WS-CARRIED-COUNT
036000
036100     PERFORM 8000-READ-LEDGER-OLD THRU 8000-EXIT
036200
036300     .
036400 2000-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800* 2100-APPLY-PAYMENTS  --  OPEN-SCAN-CLOSES INVPAY FOR THE NEW   *
036900*                          LEDGER ROW'S FEED AND MONTH, ADDING   *
037000*                          EACH PAYMENT TO THE PAID AMOUNT AND   *
037100*                          EACH SIGNED ADJUSTMENT TO THE         *
037200*                          ADJUSTED AMOUNT, THEN RESETS THE      *
037300*                          OPEN BALANCE AND STATUS (2200).       *
037400******************************************************************
037500 2100-APPLY-PAYMENTS.
037600
037700     MOVE 'N' TO WS-PAY-EOF-SW
037800
037900     OPEN INPUT Payment-Transactions
038000     IF WS-INVPAY-STATUS NOT = '00'
038100         PERFORM 2200-SET-BALANCE THRU 2200-EXIT
038200         GO TO 2100-EXIT
038300     END-IF
038400
038500     PERFORM 2110-READ-PAYMENT THRU 2110-EXIT
038600     PERFORM UNTIL WS-PAY-EOF
038700         IF IPY-FEED-ID = ILG-FEED-ID OF ILG-NEW-RECORD
038800             AND IPY-BILL-MONTH = ILG-BILL-MONTH OF ILG-NEW-RECORD
038900             AND IPY-AMOUNT IS NUMERIC
039000             EVALUATE TRUE
039100                 WHEN IPY-TYPE-PAYMENT
039200                     COMPUTE WKA-AMOUNT ROUNDED =
039300                         ILG-PAID-AMOUNT OF ILG-NEW-RECORD
039400                       + IPY-AMOUNT
039500                     MOVE WKA-AMOUNT
039600                         TO ILG-PAID-AMOUNT OF ILG-NEW-RECORD
039700                     MOVE WS-TODAY TO
039800                         ILG-LAST-ACTIVITY-DATE OF ILG-NEW-RECORD
039900                     ADD 1 TO WS-APPLIED-COUNT
040000                 WHEN IPY-TYPE-ADJUSTMENT
040100                     COMPUTE WKA-AMOUNT ROUNDED =
040200                         ILG-ADJUSTED-AMOUNT OF ILG-NEW-RECORD
040300                       + IPY-AMOUNT
040400                     MOVE WKA-AMOUNT
040500                         TO ILG-ADJUSTED-AMOUNT OF ILG-NEW-RECORD
040600                     MOVE WS-TODAY TO
040700                         ILG-LAST-ACTIVITY-DATE OF ILG-NEW-RECORD
040800                     ADD 1 TO WS-APPLIED-COUNT
040900                 WHEN OTHER
041000                     CONTINUE
041100             END-EVALUATE
041200         END-IF
041300         PERFORM 2110-READ-PAYMENT THRU 2110-EXIT
041400     END-PERFORM
041500
041600     CLOSE Payment-Transactions
041700
041800     PERFORM 2200-SET-BALANCE THRU 2200-EXIT
041900
042000     .
042100 2100-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500* 2110-READ-PAYMENT  --  PRIMES/ADVANCES THE INVPAY CURSOR.      *
042600******************************************************************
042700 2110-READ-PAYMENT.
042800
042900     READ Payment-Transactions
043000         AT END
043100             SET WS-PAY-EOF TO TRUE
043200     END-READ
043300
043400     .
043500 2110-EXIT.
043600     EXIT.
043700
043800******************************************************************
043850* 2200-SET-BALANCE  --  OPEN BALANCE IS BILLED LESS CREDITED,    *
043900*                       PLUS ADJUSTED, LESS PAID; NOTHING LEFT   *
043950*                       TO COLLECT (OR A CREDIT) MAKES THE       *
044000*                       INVOICE PAID.                            *
044200******************************************************************
044300 2200-SET-BALANCE.
044400
044500     COMPUTE WKA-AMOUNT ROUNDED =
044600         ILG-BILLED-AMOUNT OF ILG-NEW-RECORD
044650       - ILG-CREDITED-AMOUNT OF ILG-NEW-RECORD
044700       + ILG-ADJUSTED-AMOUNT OF ILG-NEW-RECORD
044800       - ILG-PAID-AMOUNT OF ILG-NEW-RECORD
044900     MOVE WKA-AMOUNT TO ILG-OPEN-BALANCE OF ILG-NEW-RECORD
045000
045100     IF ILG-OPEN-BALANCE OF ILG-NEW-RECORD > 0
045200         SET ILG-STATUS-OPEN OF ILG-NEW-RECORD TO TRUE
045300     ELSE
045400         SET ILG-STATUS-PAID OF ILG-NEW-RECORD TO TRUE
045500     END-IF
045600
045700     .
045800 2200-EXIT.
045900     EXIT.
046000
046100******************************************************************
046200* 3000-POST-EXTRACT  --  GATHERS THE BALANCED EXTRACT'S ROWS     *
046300*                        INTO ONE INVOICE PER FEED.  BILLXTR     *
046400*                        WRITES A FEED'S DETAIL, RESEND AND      *
046450*                        RESYNC ROWS TOGETHER, FOLLOWED BY ITS   *
046500*                        CREDIT ROW, SO A CHANGE OF FEED ID      *
046550*                        CLOSES THE PREVIOUS INVOICE.            *
046700******************************************************************
046800 3000-POST-EXTRACT.
046900
047000     MOVE 'N' TO WS-EXTRACT-EOF-SW
047100     MOVE SPACES TO WS-CUR-FEED-ID
047200     MOVE 0 TO WS-CUR-AMOUNT
047250     MOVE 0 TO WS-CUR-CREDIT
047300
047400     OPEN INPUT Billing-Extract
047500     IF WS-BILLXTR-STATUS NOT = '00'
047600         GO TO 3000-EXIT
047700     END-IF
047800
047900     PERFORM 1110-READ-EXTRACT THRU 1110-EXIT
048000     PERFORM UNTIL WS-EXTRACT-EOF
048100         IF NOT BLX-TYPE-CONTROL
048200             IF BLX-FEED-ID NOT = WS-CUR-FEED-ID
048300                 IF WS-CUR-FEED-ID NOT = SPACES
048400                     PERFORM 3100-POST-INVOICE THRU 3100-EXIT
048500                 END-IF
048600                 MOVE BLX-FEED-ID TO WS-CUR-FEED-ID
048700                 MOVE 0 TO WS-CUR-AMOUNT
048750                 MOVE 0 TO WS-CUR-CREDIT
048800             END-IF
048900             MOVE BLX-AMOUNT TO WS-ROW-AMOUNT
048920             IF BLX-TYPE-CREDIT
048940                 COMPUTE WKA-AMOUNT ROUNDED =
048960                     WS-CUR-CREDIT + WS-ROW-AMOUNT
048980                 MOVE WKA-AMOUNT TO WS-CUR-CREDIT
049000             ELSE
049020                 COMPUTE WKA-AMOUNT ROUNDED =
049040                     WS-CUR-AMOUNT + WS-ROW-AMOUNT
049060                 MOVE WKA-AMOUNT TO WS-CUR-AMOUNT
049080             END-IF
049300         END-IF
049400         PERFORM 1110-READ-EXTRACT THRU 1110-EXIT
049500     END-PERFORM
049600     IF WS-CUR-FEED-ID NOT = SPACES
049700         PERFORM 3100-POST-INVOICE THRU 3100-EXIT
049800     END-IF
049900
050000     CLOSE Billing-Extract
050100
050200     .
050300 3000-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700* 3100-POST-INVOICE  --  APPENDS THE GATHERED FEED'S INVOICE TO  *
050800*                        THE NEW LEDGER, WITH ANY PAYMENT        *
050900*                        ALREADY RECEIVED FOR IT APPLIED.  AN    *
051000*                        INVOICE ALREADY ON THE LEDGER (THE      *
051100*                        EXTRACT POSTED BEFORE) OR FOR NOTHING   *
051200*                        IS SKIPPED.                             *
051300******************************************************************
051400 3100-POST-INVOICE.
051500
051600     IF WS-CUR-AMOUNT NOT > 0
051700         ADD 1 TO WS-ZERO-COUNT
051800         GO TO 3100-EXIT
051900     END-IF
052000
052100     PERFORM 3200-CHECK-ON-LEDGER THRU 3200-EXIT
052200     IF WS-ALREADY-ON-LEDGER
052300         ADD 1 TO WS-DUPLICATE-COUNT
052400         GO TO 3100-EXIT
052500     END-IF
052600
052700     MOVE WS-CUR-FEED-ID   TO ILG-FEED-ID OF ILG-NEW-RECORD
052800     MOVE WS-EXTRACT-MONTH TO ILG-BILL-MONTH OF ILG-NEW-RECORD
052900     MOVE WS-TODAY         TO ILG-INVOICE-DATE OF ILG-NEW-RECORD
053000     COMPUTE WKA-AMOUNT ROUNDED = WS-CUR-AMOUNT
053100     MOVE WKA-AMOUNT       TO ILG-BILLED-AMOUNT OF ILG-NEW-RECORD
053120     COMPUTE WKA-AMOUNT ROUNDED = WS-CUR-CREDIT
053140     MOVE WKA-AMOUNT    TO ILG-CREDITED-AMOUNT OF ILG-NEW-RECORD
053200     MOVE 0                TO ILG-PAID-AMOUNT OF ILG-NEW-RECORD
053300     MOVE 0             TO ILG-ADJUSTED-AMOUNT OF ILG-NEW-RECORD
053400     MOVE WS-TODAY   TO ILG-LAST-ACTIVITY-DATE OF ILG-NEW-RECORD
053500
053600     PERFORM 2100-APPLY-PAYMENTS THRU 2100-EXIT
053700
053800     WRITE ILG-NEW-RECORD
053900     ADD 1 TO WS-POSTED-COUNT
054000
054100     .
054200 3100-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600* 3200-CHECK-ON-LEDGER  --  OPEN-SCAN-CLOSES THE OLD LEDGER FOR  *
054700*                           THE GATHERED FEED AND THE EXTRACT    *
054800*                           MONTH.                               *
054900******************************************************************
055000 3200-CHECK-ON-LEDGER.
055100
055200     MOVE 'N' TO WS-ON-LEDGER-SW
055300     MOVE 'N' TO WS-LEDGER-LKUP-EOF-SW
055400
055500     OPEN INPUT Ledger-Lookup
055600     IF WS-LEDGER-LKUP-STATUS NOT = '00'
055700         GO TO 3200-EXIT
055800     END-IF
055900
056000     PERFORM 3210-READ-LEDGER-LOOKUP THRU 3210-EXIT
056100     PERFORM UNTIL WS-LEDGER-LKUP-EOF OR WS-ALREADY-ON-LEDGER
056200         IF ILG-FEED-ID OF ILG-LOOKUP-RECORD = WS-CUR-FEED-ID
056300             AND ILG-BILL-MONTH OF ILG-LOOKUP-RECORD
056400                 = WS-EXTRACT-MONTH
056500             SET WS-ALREADY-ON-LEDGER TO TRUE
056600         ELSE
056700             PERFORM 3210-READ-LEDGER-LOOKUP THRU 3210-EXIT
056800         END-IF
056900     END-PERFORM
057000
057100     CLOSE Ledger-Lookup
057200
057300     .
057400 3200-EXIT.
057500     EXIT.
057600
057700******************************************************************
057800* 3210-READ-LEDGER-LOOKUP  --  PRIMES/ADVANCES THE OLD LEDGER    *
057900*                              LOOKUP CURSOR.                    *
058000******************************************************************
058100 3210-READ-LEDGER-LOOKUP.
058200
058300     READ Ledger-Lookup
058400         AT END
058500             SET WS-LEDGER-LKUP-EOF TO TRUE
058600     END-READ
058700
058800     .
058900 3210-EXIT.
059000     EXIT.
059100
059200******************************************************************
059300* 4000-WRITE-AGING  --  THE INVAGRPT AGING: FOR EVERY FEEDRATE   *
059400*                       ROW, ITS OPEN INVOICES ON THE NEW LEDGER *
059500*                       AND A FEED LINE OF CURRENT, 31-60,       *
059600*                       61-90 AND OVER-90 TOTALS (4100), THEN    *
059700*                       THE GRAND TOTALS.                        *
059800******************************************************************
059900 4000-WRITE-AGING.
060000
060100     MOVE SPACES TO INVAGRPT-REC
060200     STRING MYNAME DELIMITED BY SIZE
060300            ' PARTNER INVOICE AGING AS OF ' DELIMITED BY SIZE
060400            WS-TODAY DELIMITED BY SIZE
060500         INTO INVAGRPT-REC
060600     WRITE INVAGRPT-REC
060700
060800     MOVE 'N' TO WS-RATE-EOF-SW
060900     OPEN INPUT Rate-Table
061000     IF WS-FEEDRATE-STATUS NOT = '00'
061100         DISPLAY MYNAME ' UNABLE TO OPEN FEEDRATE, STATUS = '
061200             WS-FEEDRATE-STATUS ' -- NO AGING BY FEED'
061300         GO TO 4000-EXIT
061400     END-IF
061500
061600     PERFORM 8100-READ-RATE THRU 8100-EXIT
061700     PERFORM UNTIL WS-RATE-EOF
061800         PERFORM 4100-AGE-ONE-FEED THRU 4100-EXIT
061900         PERFORM 8100-READ-RATE THRU 8100-EXIT
062000     END-PERFORM
062100
062200     CLOSE Rate-Table
062300
062400     MOVE 'ALL FEEDS'      TO WS-EDIT-LABEL
062500     MOVE WS-GRAND-CURRENT TO WS-EDIT-CURRENT
062600     MOVE WS-GRAND-31-60   TO WS-EDIT-31-60
062700     MOVE WS-GRAND-61-90   TO WS-EDIT-61-90
062800     MOVE WS-GRAND-OVER-90 TO WS-EDIT-OVER-90
062900     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
063000
063100     .
063200 4000-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600* 4100-AGE-ONE-FEED  --  OPEN-SCAN-CLOSES THE NEW LEDGER FOR THE *
063700*                        RATE ROW'S OPEN INVOICES, AGED FROM     *
063800*                        THEIR INVOICE DATE.                     *
063900******************************************************************
064000 4100-AGE-ONE-FEED.
064100
064200     INITIALIZE WS-FEED-BUCKETS
064300     MOVE 'N' TO WS-LEDGER-NLKP-EOF-SW
064400
064500     OPEN INPUT Ledger-New-Lookup
064600     IF WS-LEDGER-NLKP-STATUS NOT = '00'
064700         GO TO 4100-EXIT
064800     END-IF
064900
065000     PERFORM 4110-READ-LEDGER-NEW THRU 4110-EXIT
065100     PERFORM UNTIL WS-LEDGER-NLKP-EOF
065200         IF ILG-FEED-ID OF ILG-AGED-RECORD = FRT-FEED-ID
065300             AND ILG-STATUS-OPEN OF ILG-AGED-RECORD
065400             PERFORM 4200-AGE-ONE-INVOICE THRU 4200-EXIT
065500         END-IF
065600         PERFORM 4110-READ-LEDGER-NEW THRU 4110-EXIT
065700     END-PERFORM
065800
065900     CLOSE Ledger-New-Lookup
066000
066100     ADD WS-FEED-CURRENT TO WS-GRAND-CURRENT
066200     ADD WS-FEED-31-60   TO WS-GRAND-31-60
066300     ADD WS-FEED-61-90   TO WS-GRAND-61-90
066400     ADD WS-FEED-OVER-90 TO WS-GRAND-OVER-90
066500
066600     MOVE FRT-FEED-ID     TO WS-EDIT-LABEL
066700     MOVE WS-FEED-CURRENT TO WS-EDIT-CURRENT
066800     MOVE WS-FEED-31-60   TO WS-EDIT-31-60
066900     MOVE WS-FEED-61-90   TO WS-EDIT-61-90
067000     MOVE WS-FEED-OVER-90 TO WS-EDIT-OVER-90
067100     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
067200
067300     .
067400 4100-EXIT.
067500     EXIT.
067600
067700******************************************************************
067800* 4110-READ-LEDGER-NEW  --  PRIMES/ADVANCES THE NEW LEDGER       *
067900*                           LOOKUP CURSOR.                       *
068000******************************************************************
068100 4110-READ-LEDGER-NEW.
068200
068300     READ Ledger-New-Lookup
068400         AT END
068500             SET WS-LEDGER-NLKP-EOF TO TRUE
068600     END-READ
068700
068800     .
068900 4110-EXIT.
069000     EXIT.
069100
069200******************************************************************
069300* 4200-AGE-ONE-INVOICE  --  PUTS ONE OPEN INVOICE'S BALANCE IN   *
069400*                           ITS BUCKET AND WRITES ITS LINE.      *
069500******************************************************************
069600 4200-AGE-ONE-INVOICE.
069700
069800     IF ILG-INVOICE-DATE OF ILG-AGED-RECORD IS NUMERIC
069900         AND ILG-INVOICE-DATE OF ILG-AGED-RECORD > 0
070000         AND ILG-INVOICE-DATE OF ILG-AGED-RECORD NOT > WS-TODAY
070100         COMPUTE WS-INVOICE-INT = FUNCTION INTEGER-OF-DATE
070200             (ILG-INVOICE-DATE OF ILG-AGED-RECORD)
070300         COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-INVOICE-INT
070400     ELSE
070500         MOVE 0 TO WS-DAYS-OPEN
070600     END-IF
070700
070800     EVALUATE TRUE
070900         WHEN WS-DAYS-OPEN NOT > 30
071000             MOVE 'CURRENT ' TO WS-BUCKET-NAME
071100             ADD ILG-OPEN-BALANCE OF ILG-AGED-RECORD
071200                 TO WS-FEED-CURRENT
071300         WHEN WS-DAYS-OPEN NOT > 60
071400             MOVE '31-60   ' TO WS-BUCKET-NAME
071500             ADD ILG-OPEN-BALANCE OF ILG-AGED-RECORD
071600                 TO WS-FEED-31-60
071700         WHEN WS-DAYS-OPEN NOT > 90
071800             MOVE '61-90   ' TO WS-BUCKET-NAME
071900             ADD ILG-OPEN-BALANCE OF ILG-AGED-RECORD
072000                 TO WS-FEED-61-90
072100         WHEN OTHER
072200             MOVE 'OVER 90 ' TO WS-BUCKET-NAME
072300             ADD ILG-OPEN-BALANCE OF ILG-AGED-RECORD
072400                 TO WS-FEED-OVER-90
072500     END-EVALUATE
072600     ADD 1 TO WS-OPEN-COUNT
072700
072800     MOVE WS-DAYS-OPEN TO WS-DAYS-DISPLAY
072900     MOVE ILG-OPEN-BALANCE OF ILG-AGED-RECORD TO WS-EDIT-AMOUNT
073000     MOVE SPACES TO INVAGRPT-REC
073100     STRING '  ' DELIMITED BY SIZE
073200            ILG-FEED-ID OF ILG-AGED-RECORD DELIMITED BY SIZE
073300            ' MONTH ' DELIMITED BY SIZE
073400            ILG-BILL-MONTH OF ILG-AGED-RECORD DELIMITED BY SIZE
073500            ' INVOICED ' DELIMITED BY SIZE
073600            ILG-INVOICE-DATE OF ILG-AGED-RECORD DELIMITED BY SIZE
073700            ' DAYS ' DELIMITED BY SIZE
073800            WS-DAYS-DISPLAY DELIMITED BY SIZE
073900            ' ' DELIMITED BY SIZE
074000            WS-BUCKET-NAME DELIMITED BY SIZE
074100            ' OPEN ' DELIMITED BY SIZE
074200            WS-EDIT-AMOUNT DELIMITED BY SIZE
074300         INTO INVAGRPT-REC
074400     WRITE INVAGRPT-REC
074500
074600     .
074700 4200-EXIT.
074800     EXIT.
074900
075000******************************************************************
075100* 4300-WRITE-TOTAL-LINE  --  ONE BUCKET-TOTALS LINE FOR A FEED   *
075200*                            OR FOR ALL FEEDS.                   *
075300******************************************************************
075400 4300-WRITE-TOTAL-LINE.
075500
075600     MOVE SPACES TO INVAGRPT-REC
075700     STRING WS-EDIT-LABEL DELIMITED BY SIZE
075800            ' CURRENT ' DELIMITED BY SIZE
075900            WS-EDIT-CURRENT DELIMITED BY SIZE
076000            ' 31-60 ' DELIMITED BY SIZE
076100            WS-EDIT-31-60 DELIMITED BY SIZE
076200            ' 61-90 ' DELIMITED BY SIZE
076300            WS-EDIT-61-90 DELIMITED BY SIZE
076400            ' OVER 90 ' DELIMITED BY SIZE
076500            WS-EDIT-OVER-90 DELIMITED BY SIZE
076600         INTO INVAGRPT-REC
076700     WRITE INVAGRPT-REC
076800
076900     .
077000 4300-EXIT.
077100     EXIT.
077200
077300******************************************************************
077400* 5000-LIST-UNAPPLIED  --  LISTS ON INVAGRPT EVERY INVPAY ROW    *
077500*                          THAT WAS NOT APPLIED: AN UNKNOWN      *
077600*                          TYPE, A NON-NUMERIC AMOUNT, OR A FEED *
077700*                          AND MONTH WITH NO INVOICE ON THE NEW  *
077800*                          LEDGER.  ANY SUCH ROW SETS RETURN     *
077900*                          CODE 4 UNLESS SOMETHING WORSE HAS.    *
078000******************************************************************
078100 5000-LIST-UNAPPLIED.
078200
078300     MOVE 'N' TO WS-PAY-EOF-SW
078400     OPEN INPUT Payment-Transactions
078500     IF WS-INVPAY-STATUS NOT = '00'
078600         GO TO 5000-EXIT
078700     END-IF
078800
078900     PERFORM 2110-READ-PAYMENT THRU 2110-EXIT
079000     PERFORM UNTIL WS-PAY-EOF
079100         MOVE 'N' TO WS-ON-LEDGER-SW
079200         IF (IPY-TYPE-PAYMENT OR IPY-TYPE-ADJUSTMENT)
079300             AND IPY-AMOUNT IS NUMERIC
079400             PERFORM 5100-CHECK-NEW-LEDGER THRU 5100-EXIT
079500         END-IF
079600         IF NOT WS-ALREADY-ON-LEDGER
079700             PERFORM 5200-WRITE-UNAPPLIED THRU 5200-EXIT
079800         END-IF
079900         PERFORM 2110-READ-PAYMENT THRU 2110-EXIT
080000     END-PERFORM
080100
080200     CLOSE Payment-Transactions
080300
080400     IF WS-UNAPPLIED-COUNT > 0
080500         AND RETURN-CODE < 4
080600         MOVE 4 TO RETURN-CODE
080700     END-IF
080800
080900     .
081000 5000-EXIT.
081100     EXIT.
081200
081300******************************************************************
081400* 5100-CHECK-NEW-LEDGER  --  OPEN-SCAN-CLOSES THE NEW LEDGER FOR *
081500*                            THE TRANSACTION'S FEED AND MONTH.   *
081600******************************************************************
081700 5100-CHECK-NEW-LEDGER.
081800
081900     MOVE 'N' TO WS-LEDGER-NLKP-EOF-SW
082000
082100     OPEN INPUT Ledger-New-Lookup
082200     IF WS-LEDGER-NLKP-STATUS NOT = '00'
082300         GO TO 5100-EXIT
082400     END-IF
082500
082600     PERFORM 4110-READ-LEDGER-NEW THRU 4110-EXIT
082700     PERFORM UNTIL WS-LEDGER-NLKP-EOF OR WS-ALREADY-ON-LEDGER
082800         IF ILG-FEED-ID OF ILG-AGED-RECORD = IPY-FEED-ID
082900             AND ILG-BILL-MONTH OF ILG-AGED-RECORD
083000                 = IPY-BILL-MONTH
083100             SET WS-ALREADY-ON-LEDGER TO TRUE
083200         ELSE
083300             PERFORM 4110-READ-LEDGER-NEW THRU 4110-EXIT
083400         END-IF
083500     END-PERFORM
083600
083700     CLOSE Ledger-New-Lookup
083800
083900     .
084000 5100-EXIT.
084100     EXIT.
084200
084300******************************************************************
084400* 5200-WRITE-UNAPPLIED  --  ONE INVAGRPT LINE FOR A TRANSACTION  *
084500*                           LEFT FOR FINANCE TO RESUBMIT.        *
084600******************************************************************
084700 5200-WRITE-UNAPPLIED.
084800
084900     ADD 1 TO WS-UNAPPLIED-COUNT
085000
085100     IF IPY-AMOUNT IS NUMERIC
085200         MOVE IPY-AMOUNT TO WS-EDIT-AMOUNT
085300     ELSE
085400         MOVE 0 TO WS-EDIT-AMOUNT
085500     END-IF
085600     MOVE SPACES TO INVAGRPT-REC
085700     STRING 'UNAPPLIED ' DELIMITED BY SIZE
085800            IPY-TXN-TYPE DELIMITED BY SIZE
085900            ' ' DELIMITED BY SIZE
086000            IPY-FEED-ID DELIMITED BY SIZE
086100            ' MONTH ' DELIMITED BY SIZE
086200            IPY-BILL-MONTH DELIMITED BY SIZE
086300            ' DATED ' DELIMITED BY SIZE
086400            IPY-TXN-DATE DELIMITED BY SIZE
086500            ' ' DELIMITED BY SIZE
086600            WS-EDIT-AMOUNT DELIMITED BY SIZE
086700            ' REF ' DELIMITED BY SIZE
086800            IPY-REFERENCE DELIMITED BY SIZE
086900         INTO INVAGRPT-REC
087000     WRITE INVAGRPT-REC
087100
087200     .
087300 5200-EXIT.
087400     EXIT.
087500
087600******************************************************************
087700* 6000-TERMINATE  --  CLOSES THE FILES AND REPORTS THE RUN       *
087800*                     TOTALS.                                    *
087900******************************************************************
088000 6000-TERMINATE.
088100
088200     IF WS-LEDGER-OLD-STATUS = '00'
088300         OR WS-LEDGER-OLD-STATUS = '10'
088400         CLOSE Ledger-Old
088500     END-IF
088600     CLOSE Aging-Report
088700
088800     DISPLAY MYNAME ' EXTRACT MONTH     = ' WS-EXTRACT-MONTH
088900     DISPLAY MYNAME ' INVOICES CARRIED  = ' WS-CARRIED-COUNT
089000     DISPLAY MYNAME ' INVOICES POSTED   = ' WS-POSTED-COUNT
089100     DISPLAY MYNAME ' ALREADY ON LEDGER = ' WS-DUPLICATE-COUNT
089200     DISPLAY MYNAME ' ZERO INVOICES     = ' WS-ZERO-COUNT
089300     DISPLAY MYNAME ' TXNS APPLIED      = ' WS-APPLIED-COUNT
089400     DISPLAY MYNAME ' TXNS UNAPPLIED    = ' WS-UNAPPLIED-COUNT
089500     DISPLAY MYNAME ' OPEN INVOICES     = ' WS-OPEN-COUNT
089600
089700     DISPLAY MYNAME ' End'
089800
089900     .
090000 6000-EXIT.
090100     EXIT.
090200
090300******************************************************************
090400* 8000-READ-LEDGER-OLD  --  PRIMES/ADVANCES THE OLD LEDGER       *
090500*                           CURSOR.                              *
090600******************************************************************
090700 8000-READ-LEDGER-OLD.
090800
090900     READ Ledger-Old
091000         AT END
091100             SET WS-LEDGER-OLD-EOF TO TRUE
091200     END-READ
091300
091400     .
091500 8000-EXIT.
091600     EXIT.
091700
091800******************************************************************
091900* 8100-READ-RATE  --  PRIMES/ADVANCES THE FEEDRATE CURSOR.       *
092000******************************************************************
092100 8100-READ-RATE.
092200
092300     READ Rate-Table
092400         AT END
092500             SET WS-RATE-EOF TO TRUE
092600     END-READ
092700
092800     .
092900 8100-EXIT.
093000     EXIT.

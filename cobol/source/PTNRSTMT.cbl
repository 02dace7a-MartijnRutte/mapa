002800*                  LIKE A PILE OF UNCONFIRMED DELIVERIES.  THEY  *
002900*                  GET THEIR OWN PILOT LINE ON THE STATEMENT     *
003000*                  WHEN ANY EXIST.                               *
003010* 2026-10-14 MAR   PERIOD-CLOSE CONTROL: A STATEMENT MONTH       *
003020*                  CLOSED ON PERDCTL IS REFUSED RC 8 UNLESS A    *
003030*                  REOPEN IS ON FILE, AND EITHER WAY THE RUN IS  *
003040*                  LOGGED TO PERDLOG.  A GENERATION IN A CLOSED  *
003050*                  MONTH CONFIRMED AFTER THE CLOSE IS STATED IN  *
003060*                  THE NEXT OPEN MONTH ON A LATE-CONFIRMATIONS   *
003070*                  ADJUSTMENT LINE.                              *
003091* 2026-10-15 MAR   A LATE GENERATION IS CARRIED ONCE -- THE WALK *
003092*                  STOPS AT A MONTH CLOSED ON OR AFTER THE       *
003093*                  CONFIRMATION, WHOSE STATEMENT ALREADY         *
003094*                  COUNTED IT.                                   *
003100******************************************************************
003200 Environment Division.
003300 Input-Output Section.
005500     Select Statement-Out Assign to 'PTNRSTMT'
005600         Organization is Line Sequential
005700         File Status is WS-PTNRSTMT-STATUS.
005710
005720     Select Period-Control Assign to 'PERDCTL'
005730         Organization is Line Sequential
005740         File Status is WS-PERDCTL-STATUS.
005750
005760     Select Period-Log Assign to 'PERDLOG'
005770         Organization is Line Sequential
005780         File Status is WS-PERDLOG-STATUS.
005800 Data Division.
005900 File Section.
006000 FD  Statement-Parm
008700     Label Records are Standard
008800     Recording Mode is F.
008900 01  PTNRSTMT-REC             PIC X(100).
008905
008910 FD  Period-Control
008915     Label Records are Standard
008920     Recording Mode is F.
008925 COPY PERDCTL.
008930
008935 FD  Period-Log
008940     Label Records are Standard
008945     Recording Mode is F.
008950 COPY PERDLOG.
009000
009100 Working-Storage Section.
009200 01  CONSTANTS.
009800 01  WS-DLVTRACK-STATUS       PIC X(002) VALUE '00'.
009900 01  WS-JSONERR-STATUS        PIC X(002) VALUE '00'.
010000 01  WS-PTNRSTMT-STATUS       PIC X(002) VALUE '00'.
010020 01  WS-PERDCTL-STATUS        PIC X(002) VALUE '00'.
010040 01  WS-PERDLOG-STATUS        PIC X(002) VALUE '00'.
010100
010200 01  WS-SWITCHES.
010300     05  WS-NAMETBL-EOF-SW    PIC X(001) VALUE 'N'.
011000         88  WS-DLVTRACK-EOF      VALUE 'Y'.
011100     05  WS-JSONERR-EOF-SW    PIC X(001) VALUE 'N'.
011200         88  WS-JSONERR-EOF       VALUE 'Y'.
011210     05  WS-PERDCTL-EOF-SW    PIC X(001) VALUE 'N'.
011220         88  WS-PERDCTL-EOF       VALUE 'Y'.
011230     05  WS-PERIOD-FOUND-SW   PIC X(001) VALUE 'N'.
011240         88  WS-PERIOD-FOUND      VALUE 'Y'.
011250     05  WS-PERIOD-OPEN-SW    PIC X(001) VALUE 'Y'.
011260         88  WS-PERIOD-OPEN       VALUE 'Y'.
011270     05  WS-CARRY-LATE-SW     PIC X(001) VALUE 'N'.
011280         88  WS-CARRY-LATE        VALUE 'Y'.
011300
011400 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
011500 01  WS-STATEMENT-MONTH       PIC 9(006) VALUE 0.
011600 01  WS-ROW-MONTH             PIC 9(006) VALUE 0.
011700 01  WS-STMT-FEED-ID          PIC X(010) VALUE SPACES.
011705
011710*
011715* PERIOD-CLOSE SUPPORT (1100/2250).  1110 LOOKS WS-PERIOD-PROBE
011720* UP ON PERDCTL; A MONTH IS OPEN TO THIS PROGRAM WHEN IT HAS NO
011725* ROW, OR ITS ROW CARRIES A REOPEN FOR ALL PROGRAMS OR FOR THIS
011730* ONE.  THE ROW'S CLOSE AND REOPEN DETAILS ARE KEPT HERE.
011735 01  WS-PERIOD-PROBE          PIC 9(006) VALUE 0.
011740 01  WS-PROBE-YYYY            PIC 9(004) VALUE 0.
011745 01  WS-PROBE-MM              PIC 9(002) VALUE 0.
011750 01  WS-PERIOD-CLOSE-DATE     PIC 9(008) VALUE 0.
011755 01  WS-PERIOD-CLOSED-BY      PIC X(008) VALUE SPACES.
011760 01  WS-PERIOD-REOPENED-BY    PIC X(008) VALUE SPACES.
011765 01  WS-PERIOD-APPROVER       PIC X(008) VALUE SPACES.
011770 01  WS-PERIOD-REOPEN-PGM     PIC X(008) VALUE SPACES.
011775 01  WS-PERIOD-REASON         PIC X(040) VALUE SPACES.
011780 01  WS-PERIOD-EVENT          PIC X(008) VALUE SPACES.
011800
011900*
012000* PER-FEED STATEMENT TALLIES, RESET FOR EVERY FEED FANNED OUT.
012800     05  WS-RESEND-RECS       PIC 9(009) COMP-5 VALUE 0.
012900     05  WS-SHADOW-COUNT      PIC 9(009) COMP-5 VALUE 0.
013000     05  WS-REJECT-COUNT      PIC 9(009) COMP-5 VALUE 0.
013020     05  WS-LATE-GENS         PIC 9(009) COMP-5 VALUE 0.
013040     05  WS-LATE-RECS         PIC 9(009) COMP-5 VALUE 0.
013100
013200 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
013300 01  WS-NUM-DISPLAY-2         PIC 9(009) VALUE 0.
013400
013500 01  WS-FEED-COUNT            PIC 9(009) COMP-5 VALUE 0.
013550 01  WS-TOTAL-LATE-GENS       PIC 9(009) COMP-5 VALUE 0.
013600
013700******************************************************************
013800 Procedure Division.
015300* 1000-INITIALIZE  --  RESOLVES THE STATEMENT MONTH, OPENS THE   *
015400*                      FEED DRIVER AND THE STATEMENT FILE, AND   *
015500*                      PRIMES THE FIRST NAMETBL ROW.             *
015520*                      A CLOSED MONTH IS CHECKED (1100) BEFORE   *
015540*                      THE STATEMENT FILE IS OPENED OVER.        *
015600******************************************************************
015700 1000-INITIALIZE.
015800
017500         END-READ
017600         CLOSE Statement-Parm
017700     END-IF
017720
017740     PERFORM 1100-CHECK-PERIOD-CLOSE THRU 1100-EXIT
017800
017900     OPEN INPUT Name-Table
018000     IF WS-NAMETBL-STATUS NOT = '00'
028500******************************************************************
028600* 2200-TALLY-DLVTRACK  --  OPEN-SCAN-CLOSES DLVTRACK FOR THE     *
028700*                          FEED'S GENERATIONS IN THE STATEMENT   *
028800*                          MONTH.  A CONFIRMED GENERATION FROM   *
028820*                          AN EARLIER MONTH IS CHECKED FOR A     *
028840*                          LATE CONFIRMATION INTO A CLOSED MONTH *
028860*                          (2250).                               *
028900******************************************************************
029000 2200-TALLY-DLVTRACK.
029100
032400             END-IF
032500             END-IF
032600         END-IF
032610         IF DLV-FEED-ID = WS-STMT-FEED-ID
032620             AND WS-ROW-MONTH < WS-STATEMENT-MONTH
032630             AND DLV-STATUS-CONFIRMED
032640             PERFORM 2250-CHECK-LATE-ACTIVITY THRU 2250-EXIT
032650         END-IF
032700         PERFORM 2210-READ-DLVTRACK THRU 2210-EXIT
032800     END-PERFORM
032900
044100         INTO PTNRSTMT-REC
044200     WRITE PTNRSTMT-REC
044300
044305     IF WS-LATE-GENS > 0
044310         MOVE WS-LATE-GENS TO WS-NUM-DISPLAY
044315         MOVE WS-LATE-RECS TO WS-NUM-DISPLAY-2
044320         MOVE SPACES TO PTNRSTMT-REC
044325         STRING '  LATE CONFIRMATIONS FROM CLOSED MONTHS '
044330                    DELIMITED BY SIZE
044335                WS-NUM-DISPLAY DELIMITED BY SIZE
044340                '  RECORDS ' DELIMITED BY SIZE
044345                WS-NUM-DISPLAY-2 DELIMITED BY SIZE
044350             INTO PTNRSTMT-REC
044355         WRITE PTNRSTMT-REC
044360     END-IF
044365
044400     IF WS-SHADOW-COUNT > 0
044500         MOVE WS-SHADOW-COUNT TO WS-NUM-DISPLAY
044600         MOVE SPACES TO PTNRSTMT-REC
047200     CLOSE Statement-Out
047300
047400     DISPLAY MYNAME ' STATEMENTS WRITTEN = ' WS-FEED-COUNT
047420     DISPLAY MYNAME ' LATE GENERATIONS CARRIED = '
047440         WS-TOTAL-LATE-GENS
047500
047600     DISPLAY MYNAME ' End'
047700
049300     .
049400 8000-EXIT.
049500     EXIT.
049600
049700******************************************************************
049800* 1100-CHECK-PERIOD-CLOSE  --  A MONTH FINANCE HAS CLOSED ON     *
049900*                              PERDCTL IS ONLY REGENERATED       *
050000*                              UNDER A REOPEN FOR THIS PROGRAM   *
050100*                              (OR ALL OF THEM); THE RERUN IS    *
050200*                              LOGGED TO PERDLOG.  WITHOUT ONE   *
050300*                              THE RUN IS REFUSED AND LOGGED,    *
050400*                              RC 8, BEFORE ANY OUTPUT IS        *
050500*                              OPENED.                           *
050600******************************************************************
050700 1100-CHECK-PERIOD-CLOSE.
050800
050900     MOVE WS-STATEMENT-MONTH TO WS-PERIOD-PROBE
051000     PERFORM 1110-FIND-PERIOD THRU 1110-EXIT
051100
051200     IF NOT WS-PERIOD-FOUND
051300         GO TO 1100-EXIT
051400     END-IF
051500
051600     IF WS-PERIOD-OPEN
051700         DISPLAY MYNAME ' MONTH ' WS-STATEMENT-MONTH ' CLOSED '
051800             WS-PERIOD-CLOSE-DATE ' BY ' WS-PERIOD-CLOSED-BY
051900         DISPLAY MYNAME ' RERUN UNDER REOPEN BY '
052000             WS-PERIOD-REOPENED-BY ' APPROVED BY '
052100             WS-PERIOD-APPROVER
052200         MOVE 'RERUN   ' TO WS-PERIOD-EVENT
052300         PERFORM 1150-WRITE-PERIOD-LOG THRU 1150-EXIT
052400         GO TO 1100-EXIT
052500     END-IF
052600
052700     DISPLAY MYNAME ' MONTH ' WS-STATEMENT-MONTH ' WAS CLOSED '
052800         WS-PERIOD-CLOSE-DATE ' BY ' WS-PERIOD-CLOSED-BY
052900     DISPLAY MYNAME ' NO REOPEN ON FILE -- MONTH NOT REGENERATED'
053000     MOVE 'REFUSED ' TO WS-PERIOD-EVENT
053100     PERFORM 1150-WRITE-PERIOD-LOG THRU 1150-EXIT
053200     MOVE 8 TO RETURN-CODE
053300     GOBACK
053400
053500     .
053600 1100-EXIT.
053700     EXIT.
053800
053900******************************************************************
054000* 1110-FIND-PERIOD  --  OPEN-SCAN-CLOSES PERDCTL FOR THE         *
054100*                       WS-PERIOD-PROBE MONTH.  A MONTH WITH NO  *
054200*                       ROW IS OPEN; A ROW IS CLOSED TO THIS     *
054300*                       PROGRAM UNLESS ITS REOPEN NAMES THIS     *
054400*                       PROGRAM OR ALL OF THEM.  NO PERDCTL AT   *
054500*                       ALL MEANS NOTHING HAS BEEN CLOSED.       *
054600******************************************************************
054700 1110-FIND-PERIOD.
054800
054900     MOVE 'N' TO WS-PERIOD-FOUND-SW
055000     MOVE 'Y' TO WS-PERIOD-OPEN-SW
055100     MOVE 'N' TO WS-PERDCTL-EOF-SW
055200
055300     OPEN INPUT Period-Control
055400     IF WS-PERDCTL-STATUS NOT = '00'
055500         GO TO 1110-EXIT
055600     END-IF
055700
055800     PERFORM 1115-READ-PERIOD-CTL THRU 1115-EXIT
055900     PERFORM UNTIL WS-PERDCTL-EOF OR WS-PERIOD-FOUND
056000         IF PDC-PERIOD-MONTH = WS-PERIOD-PROBE
056100             SET WS-PERIOD-FOUND TO TRUE
056200             MOVE PDC-CLOSE-DATE      TO WS-PERIOD-CLOSE-DATE
056300             MOVE PDC-CLOSED-BY       TO WS-PERIOD-CLOSED-BY
056400             MOVE PDC-REOPENED-BY     TO WS-PERIOD-REOPENED-BY
056500             MOVE PDC-REOPEN-APPROVER TO WS-PERIOD-APPROVER
056600             MOVE PDC-REOPEN-PROGRAM  TO WS-PERIOD-REOPEN-PGM
056700             MOVE PDC-REOPEN-REASON   TO WS-PERIOD-REASON
056800             IF PDC-REOPENED
056900                 AND (PDC-REOPEN-PROGRAM = SPACES
057000                      OR PDC-REOPEN-PROGRAM = MYNAME)
057100                 CONTINUE
057200             ELSE
057300                 MOVE 'N' TO WS-PERIOD-OPEN-SW
057400             END-IF
057500         ELSE
057600             PERFORM 1115-READ-PERIOD-CTL THRU 1115-EXIT
057700         END-IF
057800     END-PERFORM
057900
058000     CLOSE Period-Control
058100
058200     .
058300 1110-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700* 1115-READ-PERIOD-CTL  --  PRIMES/ADVANCES THE PERDCTL CURSOR.  *
058800******************************************************************
058900 1115-READ-PERIOD-CTL.
059000
059100     READ Period-Control
059200         AT END
059300             SET WS-PERDCTL-EOF TO TRUE
059400     END-READ
059500
059600     .
059700 1115-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100* 1150-WRITE-PERIOD-LOG  --  APPENDS ONE PERDLOG ROW FOR THE     *
060200*                            RERUN OR REFUSAL, CREATING THE LOG  *
060300*                            WHEN IT DOES NOT YET EXIST.         *
060400******************************************************************
060500 1150-WRITE-PERIOD-LOG.
060600
060700     OPEN EXTEND Period-Log
060800     IF WS-PERDLOG-STATUS = '05' OR WS-PERDLOG-STATUS = '35'
060900         OPEN OUTPUT Period-Log
061000     END-IF
061100     IF WS-PERDLOG-STATUS NOT = '00'
061200         DISPLAY MYNAME ' UNABLE TO OPEN PERDLOG, STATUS = '
061300             WS-PERDLOG-STATUS
061400         GO TO 1150-EXIT
061500     END-IF
061600
061700     ACCEPT PDL-TIMESTAMP-DATE FROM DATE YYYYMMDD
061800     ACCEPT PDL-TIMESTAMP-TIME FROM TIME
061900     MOVE MYNAME               TO PDL-PROGRAM-ID
062000     MOVE WS-PERIOD-EVENT      TO PDL-EVENT
062100     MOVE WS-PERIOD-PROBE      TO PDL-PERIOD-MONTH
062200     IF PDL-EVENT-REFUSED
062300         MOVE WS-PERIOD-CLOSED-BY TO PDL-OPERATOR-ID
062400         MOVE SPACES              TO PDL-APPROVER-ID
062500         MOVE SPACES              TO PDL-REOPEN-PROGRAM
062600         MOVE 'CLOSED MONTH, NO REOPEN ON FILE' TO PDL-REASON
062700     ELSE
062800         MOVE WS-PERIOD-REOPENED-BY TO PDL-OPERATOR-ID
062900         MOVE WS-PERIOD-APPROVER    TO PDL-APPROVER-ID
063000         MOVE WS-PERIOD-REOPEN-PGM  TO PDL-REOPEN-PROGRAM
063100         MOVE WS-PERIOD-REASON      TO PDL-REASON
063200     END-IF
063300
063400     WRITE PDL-PERIOD-LOG-RECORD
063500     CLOSE Period-Log
063600
063700     .
063800 1150-EXIT.
063900     EXIT.
064000
064100
064200******************************************************************
064300* 2250-CHECK-LATE-ACTIVITY  --  THE CURRENT DLVTRACK ROW IS A    *
064400*                               CONFIRMED GENERATION OF THE FEED *
064500*                               FROM AN EARLIER MONTH.  WHEN     *
064600*                               THAT MONTH IS CLOSED AND THE ROW *
064700*                               WAS CONFIRMED AFTER THE CLOSE,   *
064800*                               IT MISSED THE CLOSED MONTH'S     *
064900*                               STATEMENT AND IS CARRIED         *
065000*                               INTO THE NEXT OPEN MONTH -- THIS *
065100*                               ONE ONLY WHEN EVERY MONTH IN     *
065200*                               BETWEEN IS CLOSED TOO, AND       *
065210*                               CLOSED BEFORE THE CONFIRMATION.  *
065220*                               A MONTH IN BETWEEN THAT CLOSED   *
065230*                               ON OR AFTER IT WAS OPEN WHEN THE *
065240*                               ROW WAS CONFIRMED, SO ITS        *
065250*                               STATEMENT ALREADY COUNTED THE    *
065260*                               ROW.                             *
065300******************************************************************
065400 2250-CHECK-LATE-ACTIVITY.
065500
065600     MOVE WS-ROW-MONTH TO WS-PERIOD-PROBE
065700     PERFORM 1110-FIND-PERIOD THRU 1110-EXIT
065800     IF WS-PERIOD-OPEN
065900         GO TO 2250-EXIT
066000     END-IF
066100     IF DLV-CONFIRM-DATE NOT > WS-PERIOD-CLOSE-DATE
066200         GO TO 2250-EXIT
066300     END-IF
066400
066500     SET WS-CARRY-LATE TO TRUE
066600     PERFORM 2260-NEXT-MONTH THRU 2260-EXIT
066700     PERFORM UNTIL WS-PERIOD-PROBE NOT < WS-STATEMENT-MONTH
066800             OR NOT WS-CARRY-LATE
066900         PERFORM 1110-FIND-PERIOD THRU 1110-EXIT
067000         IF WS-PERIOD-OPEN
067100             MOVE 'N' TO WS-CARRY-LATE-SW
067200         ELSE
067210             IF WS-PERIOD-CLOSE-DATE NOT < DLV-CONFIRM-DATE
067220                 MOVE 'N' TO WS-CARRY-LATE-SW
067230             ELSE
067300                 PERFORM 2260-NEXT-MONTH THRU 2260-EXIT
067350             END-IF
067400         END-IF
067500     END-PERFORM
067600     IF NOT WS-CARRY-LATE
067700         GO TO 2250-EXIT
067800     END-IF
067900
068000     ADD 1 TO WS-LATE-GENS
068100     ADD DLV-RECORD-COUNT TO WS-LATE-RECS
068200     ADD 1 TO WS-TOTAL-LATE-GENS
068300     DISPLAY MYNAME ' LATE ' DLV-FEED-ID ' GENERATION '
068400         DLV-GEN-DATE ' CONFIRMED ' DLV-CONFIRM-DATE
068500         ' CARRIED FROM CLOSED ' WS-ROW-MONTH
068600
068700     .
068800 2250-EXIT.
068900     EXIT.
069000
069100******************************************************************
069200* 2260-NEXT-MONTH  --  ADVANCES WS-PERIOD-PROBE ONE MONTH.       *
069300******************************************************************
069400 2260-NEXT-MONTH.
069500
069600     MOVE WS-PERIOD-PROBE(1:4) TO WS-PROBE-YYYY
069700     MOVE WS-PERIOD-PROBE(5:2) TO WS-PROBE-MM
069800     IF WS-PROBE-MM = 12
069900         ADD 1 TO WS-PROBE-YYYY
070000         MOVE 1 TO WS-PROBE-MM
070100     ELSE
070200         ADD 1 TO WS-PROBE-MM
070300     END-IF
070400     COMPUTE WS-PERIOD-PROBE =
070500         (WS-PROBE-YYYY * 100) + WS-PROBE-MM
070600
070700     .
070800 2260-EXIT.
070900     EXIT.

002000*                  PRIOR MONTH ALONGSIDE, SO A DETERIORATING     *
002100*                  BATCH WINDOW SHOWS AS A TREND INSTEAD OF      *
002200*                  THIRTY STACKED NIGHTLY PRINTOUTS.             *
002220* 2026-10-14 MAR   PERIOD-CLOSE CONTROL: A SCORE MONTH CLOSED ON *
002240*                  PERDCTL IS REFUSED RC 8 UNLESS A REOPEN IS ON *
002260*                  FILE, AND EITHER WAY THE RUN IS LOGGED TO     *
002280*                  PERDLOG.                                      *
002300******************************************************************
002400 Environment Division.
002500 Input-Output Section.
004300     Select Score-Report Assign to 'OPSSCORE'
004400         Organization is Line Sequential
004500         File Status is WS-OPSSCORE-STATUS.
004510
004520     Select Period-Control Assign to 'PERDCTL'
004530         Organization is Line Sequential
004540         File Status is WS-PERDCTL-STATUS.
004550
004560     Select Period-Log Assign to 'PERDLOG'
004570         Organization is Line Sequential
004580         File Status is WS-PERDLOG-STATUS.
004600 Data Division.
004700 File Section.
004800 FD  Score-Parm
006900     Label Records are Standard
007000     Recording Mode is F.
007100 01  OPSSCORE-REC             PIC X(100).
007105
007110 FD  Period-Control
007115     Label Records are Standard
007120     Recording Mode is F.
007125 COPY PERDCTL.
007130
007135 FD  Period-Log
007140     Label Records are Standard
007145     Recording Mode is F.
007150 COPY PERDLOG.
007200
007300 Working-Storage Section.
007400 01  CONSTANTS.
007900 01  WS-DLYDIGST-STATUS       PIC X(002) VALUE '00'.
008000 01  WS-RUNVHIST-STATUS       PIC X(002) VALUE '00'.
008100 01  WS-OPSSCORE-STATUS       PIC X(002) VALUE '00'.
008120 01  WS-PERDCTL-STATUS        PIC X(002) VALUE '00'.
008140 01  WS-PERDLOG-STATUS        PIC X(002) VALUE '00'.
008200
008300 01  WS-SWITCHES.
008400     05  WS-BATWIN-EOF-SW     PIC X(001) VALUE 'N'.
008700         88  WS-DIGEST-EOF        VALUE 'Y'.
008800     05  WS-VOLUME-EOF-SW     PIC X(001) VALUE 'N'.
008900         88  WS-VOLUME-EOF        VALUE 'Y'.
008910     05  WS-PERDCTL-EOF-SW    PIC X(001) VALUE 'N'.
008920         88  WS-PERDCTL-EOF       VALUE 'Y'.
008930     05  WS-PERIOD-FOUND-SW   PIC X(001) VALUE 'N'.
008940         88  WS-PERIOD-FOUND      VALUE 'Y'.
008950     05  WS-PERIOD-OPEN-SW    PIC X(001) VALUE 'Y'.
008960         88  WS-PERIOD-OPEN       VALUE 'Y'.
009000
009100 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
009200 01  WS-SCORE-MONTH           PIC 9(006) VALUE 0.
009500 01  WS-SCORE-MM              PIC 9(002) VALUE 0.
009600 01  WS-ROW-MONTH             PIC 9(006) VALUE 0.
009700 01  WS-ROW-DAY               PIC 9(002) VALUE 0.
009705
009710*
009715* PERIOD-CLOSE SUPPORT (1100).  1110 LOOKS WS-PERIOD-PROBE UP ON
009720* PERDCTL; A MONTH IS OPEN TO THIS PROGRAM WHEN IT HAS NO ROW, OR
009725* ITS ROW CARRIES A REOPEN FOR ALL PROGRAMS OR FOR THIS ONE.  THE
009730* ROW'S CLOSE AND REOPEN DETAILS ARE KEPT HERE.
009735 01  WS-PERIOD-PROBE          PIC 9(006) VALUE 0.
009740 01  WS-PERIOD-CLOSE-DATE     PIC 9(008) VALUE 0.
009745 01  WS-PERIOD-CLOSED-BY      PIC X(008) VALUE SPACES.
009750 01  WS-PERIOD-REOPENED-BY    PIC X(008) VALUE SPACES.
009755 01  WS-PERIOD-APPROVER       PIC X(008) VALUE SPACES.
009760 01  WS-PERIOD-REOPEN-PGM     PIC X(008) VALUE SPACES.
009765 01  WS-PERIOD-REASON         PIC X(040) VALUE SPACES.
009770 01  WS-PERIOD-EVENT          PIC X(008) VALUE SPACES.
009800
009900*
010000* PER-NIGHT BUCKETS FOR THE SCORE MONTH, ONE SLOT PER CALENDAR
015400*                      CLEARS THE NIGHT BUCKETS, OPENS THE       *
015500*                      INPUT FILES, AND PRIMES THEIR CURSORS.    *
015600*                      A MISSING INPUT FILE JUST SCORES ZERO.    *
015620*                      A CLOSED MONTH IS CHECKED (1100) BEFORE   *
015640*                      THE REPORT IS OPENED OVER.                *
015700******************************************************************
015800 1000-INITIALIZE.
015900
018600     END-IF
018700     COMPUTE WS-PRIOR-MONTH =
018800         (WS-SCORE-YYYY * 100) + WS-SCORE-MM
018820
018840     PERFORM 1100-CHECK-PERIOD-CLOSE THRU 1100-EXIT
018900
019000     MOVE 1 TO WS-SUB
019100     PERFORM UNTIL WS-SUB > 31
053600     .
053700 8200-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100* 1100-CHECK-PERIOD-CLOSE  --  A MONTH FINANCE HAS CLOSED ON     *
054200*                              PERDCTL IS ONLY REGENERATED       *
054300*                              UNDER A REOPEN FOR THIS PROGRAM   *
054400*                              (OR ALL OF THEM); THE RERUN IS    *
054500*                              LOGGED TO PERDLOG.  WITHOUT ONE   *
054600*                              THE RUN IS REFUSED AND LOGGED,    *
054700*                              RC 8, BEFORE ANY OUTPUT IS        *
054800*                              OPENED.                           *
054900******************************************************************
055000 1100-CHECK-PERIOD-CLOSE.
055100
055200     MOVE WS-SCORE-MONTH TO WS-PERIOD-PROBE
055300     PERFORM 1110-FIND-PERIOD THRU 1110-EXIT
055400
055500     IF NOT WS-PERIOD-FOUND
055600         GO TO 1100-EXIT
055700     END-IF
055800
055900     IF WS-PERIOD-OPEN
056000         DISPLAY MYNAME ' MONTH ' WS-SCORE-MONTH ' CLOSED '
056100             WS-PERIOD-CLOSE-DATE ' BY ' WS-PERIOD-CLOSED-BY
056200         DISPLAY MYNAME ' RERUN UNDER REOPEN BY '
056300             WS-PERIOD-REOPENED-BY ' APPROVED BY '
056400             WS-PERIOD-APPROVER
056500         MOVE 'RERUN   ' TO WS-PERIOD-EVENT
056600         PERFORM 1150-WRITE-PERIOD-LOG THRU 1150-EXIT
056700         GO TO 1100-EXIT
056800     END-IF
056900
057000     DISPLAY MYNAME ' MONTH ' WS-SCORE-MONTH ' WAS CLOSED '
057100         WS-PERIOD-CLOSE-DATE ' BY ' WS-PERIOD-CLOSED-BY
057200     DISPLAY MYNAME ' NO REOPEN ON FILE -- MONTH NOT REGENERATED'
057300     MOVE 'REFUSED ' TO WS-PERIOD-EVENT
057400     PERFORM 1150-WRITE-PERIOD-LOG THRU 1150-EXIT
057500     MOVE 8 TO RETURN-CODE
057600     GOBACK
057700
057800     .
057900 1100-EXIT.
058000     EXIT.
058100
058200******************************************************************
058300* 1110-FIND-PERIOD  --  OPEN-SCAN-CLOSES PERDCTL FOR THE         *
058400*                       WS-PERIOD-PROBE MONTH.  A MONTH WITH NO  *
058500*                       ROW IS OPEN; A ROW IS CLOSED TO THIS     *
058600*                       PROGRAM UNLESS ITS REOPEN NAMES THIS     *
058700*                       PROGRAM OR ALL OF THEM.  NO PERDCTL AT   *
058800*                       ALL MEANS NOTHING HAS BEEN CLOSED.       *
058900******************************************************************
059000 1110-FIND-PERIOD.
059100
059200     MOVE 'N' TO WS-PERIOD-FOUND-SW
059300     MOVE 'Y' TO WS-PERIOD-OPEN-SW
059400     MOVE 'N' TO WS-PERDCTL-EOF-SW
059500
059600     OPEN INPUT Period-Control
059700     IF WS-PERDCTL-STATUS NOT = '00'
059800         GO TO 1110-EXIT
059900     END-IF
060000
060100     PERFORM 1115-READ-PERIOD-CTL THRU 1115-EXIT
060200     PERFORM UNTIL WS-PERDCTL-EOF OR WS-PERIOD-FOUND
060300         IF PDC-PERIOD-MONTH = WS-PERIOD-PROBE
060400             SET WS-PERIOD-FOUND TO TRUE
060500             MOVE PDC-CLOSE-DATE      TO WS-PERIOD-CLOSE-DATE
060600             MOVE PDC-CLOSED-BY       TO WS-PERIOD-CLOSED-BY
060700             MOVE PDC-REOPENED-BY     TO WS-PERIOD-REOPENED-BY
060800             MOVE PDC-REOPEN-APPROVER TO WS-PERIOD-APPROVER
060900             MOVE PDC-REOPEN-PROGRAM  TO WS-PERIOD-REOPEN-PGM
061000             MOVE PDC-REOPEN-REASON   TO WS-PERIOD-REASON
061100             IF PDC-REOPENED
061200                 AND (PDC-REOPEN-PROGRAM = SPACES
061300                      OR PDC-REOPEN-PROGRAM = MYNAME)
061400                 CONTINUE
061500             ELSE
061600                 MOVE 'N' TO WS-PERIOD-OPEN-SW
061700             END-IF
061800         ELSE
061900             PERFORM 1115-READ-PERIOD-CTL THRU 1115-EXIT
062000         END-IF
062100     END-PERFORM
062200
062300     CLOSE Period-Control
062400
062500     .
062600 1110-EXIT.
062700     EXIT.
062800
062900******************************************************************
063000* 1115-READ-PERIOD-CTL  --  PRIMES/ADVANCES THE PERDCTL CURSOR.  *
063100******************************************************************
063200 1115-READ-PERIOD-CTL.
063300
063400     READ Period-Control
063500         AT END
063600             SET WS-PERDCTL-EOF TO TRUE
063700     END-READ
063800
063900     .
064000 1115-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400* 1150-WRITE-PERIOD-LOG  --  APPENDS ONE PERDLOG ROW FOR THE     *
064500*                            RERUN OR REFUSAL, CREATING THE LOG  *
064600*                            WHEN IT DOES NOT YET EXIST.         *
064700******************************************************************
064800 1150-WRITE-PERIOD-LOG.
064900
065000     OPEN EXTEND Period-Log
065100     IF WS-PERDLOG-STATUS = '05' OR WS-PERDLOG-STATUS = '35'
065200         OPEN OUTPUT Period-Log
065300     END-IF
065400     IF WS-PERDLOG-STATUS NOT = '00'
065500         DISPLAY MYNAME ' UNABLE TO OPEN PERDLOG, STATUS = '
065600             WS-PERDLOG-STATUS
065700         GO TO 1150-EXIT
065800     END-IF
065900
066000     ACCEPT PDL-TIMESTAMP-DATE FROM DATE YYYYMMDD
066100     ACCEPT PDL-TIMESTAMP-TIME FROM TIME
066200     MOVE MYNAME               TO PDL-PROGRAM-ID
066300     MOVE WS-PERIOD-EVENT      TO PDL-EVENT
066400     MOVE WS-PERIOD-PROBE      TO PDL-PERIOD-MONTH
066500     IF PDL-EVENT-REFUSED
066600         MOVE WS-PERIOD-CLOSED-BY TO PDL-OPERATOR-ID
066700         MOVE SPACES              TO PDL-APPROVER-ID
066800         MOVE SPACES              TO PDL-REOPEN-PROGRAM
066900         MOVE 'CLOSED MONTH, NO REOPEN ON FILE' TO PDL-REASON
067000     ELSE
067100         MOVE WS-PERIOD-REOPENED-BY TO PDL-OPERATOR-ID
067200         MOVE WS-PERIOD-APPROVER    TO PDL-APPROVER-ID
067300         MOVE WS-PERIOD-REOPEN-PGM  TO PDL-REOPEN-PROGRAM
067400         MOVE WS-PERIOD-REASON      TO PDL-REASON
067500     END-IF
067600
067700     WRITE PDL-PERIOD-LOG-RECORD
067800     CLOSE Period-Log
067900
068000     .
068100 1150-EXIT.
068200     EXIT.

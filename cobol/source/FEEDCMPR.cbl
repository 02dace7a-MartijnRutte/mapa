002600*                  MUST MATCH, OR THE COMPARE STOPS WITH RETURN  *
002700*                  CODE 8.  ANY CONTENT DIFFERENCE ENDS WITH     *
002800*                  RETURN CODE 4.                                *
002810* 2026-10-14 MAR   NO CERTIFICATION WITHOUT A CLEAN CONTROL-     *
002820*                  TABLE DRIFT CHECK: CTLDRIFT'S CTLDRST RESULT  *
002830*                  MUST BE FROM TODAY, HAVE COMPARED EVERY       *
002840*                  TABLE, AND SHOW NO TEST-STALE DIFFERENCE, OR  *
002850*                  THE COMPARE ENDS 'CERTIFICATION NOT ACCEPTED' *
002860*                  WITH RETURN CODE 8, WHATEVER THE FEEDS SHOW.  *
002900******************************************************************
003000 Environment Division.
003100 Input-Output Section.
004100     Select Compare-Report Assign to 'FEEDCMRP'
004200         Organization is Line Sequential
004300         File Status is WS-FEEDCMRP-STATUS.
004310
004320     Select Drift-Result Assign to 'CTLDRST'
004330         Organization is Line Sequential
004340         File Status is WS-CTLDRST-STATUS.
004400 Data Division.
004500 File Section.
004600 FD  Feed-A
005700     Label Records are Standard
005800     Recording Mode is F.
005900 01  FEEDCMRP-REC             PIC X(100).
005910
005920 FD  Drift-Result
005930     Label Records are Standard
005940     Recording Mode is F.
005950 COPY CTLDRST.
006000
006100 Working-Storage Section.
006200 01  CONSTANTS.
006500 01  WS-FEEDA-STATUS          PIC X(002) VALUE '00'.
006600 01  WS-FEEDB-STATUS          PIC X(002) VALUE '00'.
006700 01  WS-FEEDCMRP-STATUS       PIC X(002) VALUE '00'.
006710 01  WS-CTLDRST-STATUS        PIC X(002) VALUE '00'.
006800
006900 01  WS-SWITCHES.
007000     05  WS-A-EOF-SW          PIC X(001) VALUE 'N'.
009300
009400 01  WS-NUM-DISPLAY           PIC 9(009) VALUE 0.
009500 01  WS-NUM-DISPLAY-2         PIC 9(009) VALUE 0.
009510
009520 01  WS-RUN-DATE              PIC 9(008) VALUE 0.
009530 01  WS-DRIFT-REASON          PIC X(040) VALUE SPACES.
009600
009700******************************************************************
009800 Procedure Division.
030900     .
031000 2400-EXIT.
031100     EXIT.
031101
031102******************************************************************
031103* 2900-CHECK-DRIFT-RESULT  --  A PARALLEL RUN AGAINST A TEST     *
031104*                              ENVIRONMENT WHOSE CONTROL TABLES  *
031105*                              HAVE FALLEN BEHIND PRODUCTION     *
031106*                              CERTIFIES NOTHING.  CTLDRIFT MUST *
031107*                              HAVE RUN TODAY, COMPARED EVERY    *
031108*                              TABLE AND FOUND NO TEST-STALE     *
031109*                              DIFFERENCE; OTHERWISE THE RUN IS  *
031110*                              NOT ACCEPTED, RETURN CODE 8.      *
031111******************************************************************
031112 2900-CHECK-DRIFT-RESULT.
031113
031114     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031115     MOVE SPACES TO WS-DRIFT-REASON
031116
031117     OPEN INPUT Drift-Result
031118     IF WS-CTLDRST-STATUS = '00'
031119         READ Drift-Result
031120             AT END
031121                 MOVE 'NO CONTROL-TABLE DRIFT CHECK'
031122                     TO WS-DRIFT-REASON
031123         END-READ
031124         CLOSE Drift-Result
031125     ELSE
031126         MOVE 'NO CONTROL-TABLE DRIFT CHECK' TO WS-DRIFT-REASON
031127     END-IF
031128
031129     EVALUATE TRUE
031130         WHEN WS-DRIFT-REASON NOT = SPACES
031131             CONTINUE
031132         WHEN CDS-RUN-DATE NOT = WS-RUN-DATE
031133             MOVE 'DRIFT CHECK NOT RUN TODAY'
031134                 TO WS-DRIFT-REASON
031135         WHEN CDS-TABLES-NOT-COMPARED NOT = 0
031136             MOVE 'DRIFT CHECK DID NOT COMPARE EVERY TABLE'
031137                 TO WS-DRIFT-REASON
031138         WHEN CDS-TEST-STALE NOT = 0
031139             MOVE 'TEST CONTROL TABLES ARE STALE'
031140                 TO WS-DRIFT-REASON
031141     END-EVALUATE
031142
031143     IF WS-DRIFT-REASON = SPACES
031144         GO TO 2900-EXIT
031145     END-IF
031146
031147     MOVE SPACES TO FEEDCMRP-REC
031148     WRITE FEEDCMRP-REC
031149     MOVE SPACES TO FEEDCMRP-REC
031150     STRING 'CERTIFICATION NOT ACCEPTED: ' DELIMITED BY SIZE
031151            WS-DRIFT-REASON DELIMITED BY SIZE
031152         INTO FEEDCMRP-REC
031153     WRITE FEEDCMRP-REC
031154     DISPLAY MYNAME ' CERTIFICATION NOT ACCEPTED: '
031155         WS-DRIFT-REASON
031156
031157     MOVE 8 TO RETURN-CODE
031158
031159     .
031160 2900-EXIT.
031161     EXIT.
031162
031300******************************************************************
031400* 3000-TERMINATE  --  CLOSES THE FILES; ANY CONTENT DIFFERENCE   *
031500*                     FAILS CERTIFICATION WITH RETURN CODE 4,    *
031550*                     AN UNACCEPTED DRIFT CHECK WITH 8 (2900).   *
031600******************************************************************
031700 3000-TERMINATE.
031800
031900     CLOSE Feed-A
032000     CLOSE Feed-B
032050
032060     PERFORM 2900-CHECK-DRIFT-RESULT THRU 2900-EXIT
032070
032100     CLOSE Compare-Report
032200
032300     DISPLAY MYNAME ' TOTAL DIFFERENCES = ' WS-TOTAL-DIFFS

002300*                  ROW WITH BLANK KEY FIELDS IS STILL LOADED; A  *
002400*                  DUPLICATE KEY IS COUNTED AND REPORTED RATHER  *
002500*                  THAN LOST SILENTLY.                           *
002510* 2026-10-14 MAR   THE LOAD NOW ENDS WITH A JSNCTOT ROW FOR THE  *
002520*                  JSONARCH GENERATION IT BUILT (3100) -- ROWS   *
002530*                  LOADED AND THEIR HASH TOTAL -- THE STARTING   *
002540*                  BALANCE BKUPVRFY CARRIES JSONARCH FORWARD     *
002550*                  FROM.                                         *
002600******************************************************************
002700 Environment Division.
002800 Input-Output Section.
003600         Access Mode is Random
003700         Record Key is JAR-ARCHIVE-KEY
003800         File Status is WS-JSONARCH-STATUS.
003820
003840     Select Control-Totals Assign to 'JSNCTOT'
003860         Organization is Line Sequential
003880         File Status is WS-CTLTOT-STATUS.
003900 Data Division.
004000 File Section.
004100 FD  Archive-Seq-In
005600     Label Records are Standard
005700     Recording Mode is F.
005800 COPY JSNARCH.
005810
005820 FD  Control-Totals
005830     Label Records are Standard
005840     Recording Mode is F.
005850 COPY CTLTOT.
005900
006000 Working-Storage Section.
006100 01  CONSTANTS.
006300
006400 01  WS-JARSEQIN-STATUS       PIC X(002) VALUE '00'.
006500 01  WS-JSONARCH-STATUS       PIC X(002) VALUE '00'.
006550 01  WS-CTLTOT-STATUS         PIC X(002) VALUE '00'.
006600
006700 01  WS-SWITCHES.
006800     05  WS-SEQIN-EOF-SW      PIC X(001) VALUE 'N'.
007200     05  WS-RECS-READ         PIC 9(009) COMP-5 VALUE 0.
007300     05  WS-RECS-LOADED       PIC 9(009) COMP-5 VALUE 0.
007400     05  WS-RECS-DUPLICATE    PIC 9(009) COMP-5 VALUE 0.
007450     05  WS-LOADED-HASH       PIC 9(015) COMP-5 VALUE 0.
007500
007600******************************************************************
007700 Procedure Division.
015400             ADD 1 TO WS-RECS-DUPLICATE
015500         NOT INVALID KEY
015600             ADD 1 TO WS-RECS-LOADED
015620             ADD JAR-SEQUENCE-NBR JAR-TIMESTAMP-TIME
015640                 TO WS-LOADED-HASH
015700     END-WRITE
015800
015900     PERFORM 8000-READ-SEQIN THRU 8000-EXIT
018000         MOVE 8 TO RETURN-CODE
018100     END-IF
018200
018220     PERFORM 3100-WRITE-CONTROL-TOTALS THRU 3100-EXIT
018240
018300     DISPLAY MYNAME ' End'
018400
018500     .
018600 3000-EXIT.
018700     EXIT.
018702
018704******************************************************************
018706* 3100-WRITE-CONTROL-TOTALS  --  APPENDS ONE END-OF-JOB CONTROL  *
018708*                                TOTALS RECORD TO JSNCTOT FOR    *
018710*                                THE JSONARCH GENERATION JUST    *
018712*                                LOADED -- THE ROWS LOADED AND   *
018714*                                THEIR HASH TOTAL.  SAME PATTERN *
018716*                                AS JSNGBAT'S 3100.              *
018718******************************************************************
018720 3100-WRITE-CONTROL-TOTALS.
018722
018724     OPEN EXTEND Control-Totals
018726     IF WS-CTLTOT-STATUS = '05' OR WS-CTLTOT-STATUS = '35'
018728         OPEN OUTPUT Control-Totals
018730     END-IF
018732
018734     ACCEPT CTL-TIMESTAMP-DATE FROM DATE YYYYMMDD
018736     ACCEPT CTL-TIMESTAMP-TIME FROM TIME
018738     MOVE MYNAME            TO CTL-PROGRAM-ID
018740     MOVE WS-RECS-READ      TO CTL-RECS-READ
018742     MOVE SPACES            TO CTL-FEED-ID
018744     MOVE 'JSONARCH'        TO CTL-DATASET-ID
018746     SET CTL-SCOPE-GENERATION TO TRUE
018748     MOVE WS-LOADED-HASH    TO CTL-HASH-TOTAL
018750     MOVE WS-RECS-LOADED    TO CTL-RECS-WRITTEN
018752     MOVE WS-RECS-DUPLICATE TO CTL-RECS-FAILED
018754     MOVE RETURN-CODE       TO CTL-RETURN-CODE
018756
018758     WRITE CTL-TOTALS-RECORD
018760
018762     CLOSE Control-Totals
018764
018766     .
018768 3100-EXIT.
018770     EXIT.
018800
018900******************************************************************
019000* 8000-READ-SEQIN  --  PRIMES/ADVANCES THE OLD-ARCHIVE CURSOR.   *

002900*                  SPACES MEANING ANY) IS NOW CARRIED FORWARD    *
003000*                  NO MATTER HOW OLD IT IS -- A CUSTOMER IN      *
003100*                  DISPUTE NEVER AGES OFF THE LIVE ARCHIVE.      *
003120* 2026-10-14 MAR   EACH RUN NOW WRITES A JSNCTOT ROW FOR THE NEW *
003140*                  JSONARCHN GENERATION (5100) -- ROWS RETAINED  *
003160*                  AND THEIR HASH TOTAL -- FOR BKUPVRFY TO       *
003180*                  BALANCE JSONARCH AGAINST.                     *
003200******************************************************************
003300 Environment Division.
003400 Input-Output Section.
005200     Select Hold-Registry Assign to 'ARCHHOLD'
005300         Organization is Line Sequential
005400         File Status is WS-ARCHHOLD-STATUS.
005420
005440     Select Control-Totals Assign to 'JSNCTOT'
005460         Organization is Line Sequential
005480         File Status is WS-CTLTOT-STATUS.
005500 Data Division.
005600 File Section.
005700 FD  Json-Archive-Old
007500     Label Records are Standard
007600     Recording Mode is F.
007700 COPY ARCHHOLD.
007710
007720 FD  Control-Totals
007730     Label Records are Standard
007740     Recording Mode is F.
007750 COPY CTLTOT.
007800
007900 Working-Storage Section.
008000 01  CONSTANTS.
009500         88  WS-ROW-HELD          VALUE 'Y'.
009600
009700 01  WS-ARCHHOLD-STATUS       PIC X(002) VALUE '00'.
009750 01  WS-CTLTOT-STATUS         PIC X(002) VALUE '00'.
009800
009900*
010000* THE AGREED RETENTION PERIOD -- A JSONARCH ROW OLDER THAN THIS
011100     05  WS-RETAINED-COUNT    PIC 9(008) COMP-5 VALUE 0.
011200     05  WS-OFFLOADED-COUNT   PIC 9(008) COMP-5 VALUE 0.
011300     05  WS-HELD-COUNT        PIC 9(008) COMP-5 VALUE 0.
011320     05  WS-RETAINED-HASH     PIC 9(015) COMP-5 VALUE 0.
011340     05  WS-READ-COUNT        PIC 9(009) COMP-5 VALUE 0.
011400
011500******************************************************************
011600 Procedure Division.
030800     WRITE JAR-NEW-RECORD
030900
031000     ADD 1 TO WS-RETAINED-COUNT
031020     ADD JAR-SEQUENCE-NBR OF JAR-NEW-RECORD
031040         JAR-TIMESTAMP-TIME OF JAR-NEW-RECORD TO WS-RETAINED-HASH
031100
031200     .
031300 2200-EXIT.
032600         CLOSE Archive-Offload
032700     END-IF
032800
032820     PERFORM 5100-WRITE-CONTROL-TOTALS THRU 5100-EXIT
032840
032900     DISPLAY MYNAME ' RETAINED   = ' WS-RETAINED-COUNT
033000     DISPLAY MYNAME ' OFFLOADED  = ' WS-OFFLOADED-COUNT
033100     DISPLAY MYNAME ' HELD       = ' WS-HELD-COUNT
033500     .
033600 5000-EXIT.
033700     EXIT.
033702
033704******************************************************************
033706* 5100-WRITE-CONTROL-TOTALS  --  APPENDS ONE END-OF-JOB CONTROL  *
033708*                                TOTALS RECORD TO JSNCTOT FOR    *
033710*                                THE NEW JSONARCHN GENERATION -- *
033712*                                THE ROWS CARRIED FORWARD AND    *
033714*                                THEIR HASH TOTAL.  SAME PATTERN *
033716*                                AS JSNGBAT'S 3100.              *
033718******************************************************************
033720 5100-WRITE-CONTROL-TOTALS.
033722
033724     OPEN EXTEND Control-Totals
033726     IF WS-CTLTOT-STATUS = '05' OR WS-CTLTOT-STATUS = '35'
033728         OPEN OUTPUT Control-Totals
033730     END-IF
033732
033734     COMPUTE WS-READ-COUNT =
033735         WS-RETAINED-COUNT + WS-OFFLOADED-COUNT
033736
033738     ACCEPT CTL-TIMESTAMP-DATE FROM DATE YYYYMMDD
033740     ACCEPT CTL-TIMESTAMP-TIME FROM TIME
033742     MOVE MYNAME            TO CTL-PROGRAM-ID
033744     MOVE WS-READ-COUNT     TO CTL-RECS-READ
033746     MOVE SPACES            TO CTL-FEED-ID
033748     MOVE 'JSONARCH'        TO CTL-DATASET-ID
033750     SET CTL-SCOPE-GENERATION TO TRUE
033752     MOVE WS-RETAINED-HASH  TO CTL-HASH-TOTAL
033754     MOVE WS-RETAINED-COUNT TO CTL-RECS-WRITTEN
033756     MOVE 0                 TO CTL-RECS-FAILED
033758     MOVE RETURN-CODE       TO CTL-RETURN-CODE
033760
033762     WRITE CTL-TOTALS-RECORD
033764
033766     CLOSE Control-Totals
033768
033770     .
033772 5100-EXIT.
033774     EXIT.
033800
033900******************************************************************
034000* 8000-READ-ARCHIVE-OLD  --  PRIMES/ADVANCES THE JSON-ARCHIVE-   *

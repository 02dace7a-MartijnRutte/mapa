003100*                  MASTER RUN LOCK AT STARTUP AND RELEASES IT AT  *
003200*                  TERMINATION (1900/8900), REFUSING WITH RETURN  *
003300*                  CODE 8 WHEN ANOTHER CUSTMAST PROGRAM HOLDS IT. *
003320* 2026-10-14 MAR   EACH RUN NOW WRITES A JSNCTOT ROW FOR THE NEW  *
003340*                  CUSTSNAP GENERATION (4100) -- ITS RECORD COUNT *
003360*                  AND SD-004 HASH TOTAL -- SO BKUPVRFY CAN PROVE *
003380*                  THE GENERATION STILL READS BACK COMPLETE.      *
003400******************************************************************
003500 Environment Division.
003600 Input-Output Section.
006600     Select Run-Lock Assign to 'RUNLOCK'
006700         Organization is Sequential
006800         File Status is WS-RUNLOCK-STATUS.
006820
006840     Select Control-Totals Assign to 'JSNCTOT'
006860         Organization is Line Sequential
006880         File Status is WS-CTLTOT-STATUS.
006900 Data Division.
007000 File Section.
007100 FD  Customer-Master
010200     Label Records are Standard
010300     Recording Mode is F.
010400 COPY RUNLOCK.
010410
010420 FD  Control-Totals
010430     Label Records are Standard
010440     Recording Mode is F.
010450 COPY CTLTOT.
010500 Working-Storage Section.
010600 01  CONSTANTS.
010700     05  MYNAME               PIC X(008) VALUE 'CUSTDLTA'.
014800     05  WS-RECS-ADDED        PIC 9(009) COMP-5 VALUE 0.
014900     05  WS-RECS-CHANGED      PIC 9(009) COMP-5 VALUE 0.
015000     05  WS-RECS-REMOVED      PIC 9(009) COMP-5 VALUE 0.
015020     05  WS-SNAP-WRITTEN      PIC 9(009) COMP-5 VALUE 0.
015040     05  WS-SNAP-HASH         PIC 9(015) COMP-5 VALUE 0.
015100
015200*
015300* RUNLOCK RUN-SERIALIZATION SUPPORT (1900/8900).
015400 01  WS-RUNLOCK-STATUS        PIC X(002) VALUE '00'.
015500 01  WS-LOCK-RUN-DATE         PIC 9(008) VALUE 0.
015600 01  WS-LOCK-RUN-TIME         PIC 9(008) VALUE 0.
015620
015640 01  WS-CTLTOT-STATUS         PIC X(002) VALUE '00'.
015700
015800******************************************************************
015900 Procedure Division.
023800
023900     MOVE CUSTMAST-REC TO CSNN-REC
024000     WRITE CSNN-REC
024020     IF WS-CUSTSNPN-STATUS = '00'
024040         ADD 1 TO WS-SNAP-WRITTEN
024060         ADD SD-004 OF CSNN-REC TO WS-SNAP-HASH
024080     END-IF
024100
024200     IF NOT WS-SNAPSHOT-MISSING
024300         PERFORM 2100-FIND-SNAPSHOT-ROW THRU 2100-EXIT
041600     CLOSE Snapshot-New
041700     CLOSE Delta-Report
041800
041820     PERFORM 4100-WRITE-CONTROL-TOTALS THRU 4100-EXIT
041840
041900     PERFORM 8900-RELEASE-RUN-LOCK THRU 8900-EXIT
042000
042100     DISPLAY MYNAME ' RECORDS READ    = ' WS-RECS-READ
042200     DISPLAY MYNAME ' RECORDS ADDED   = ' WS-RECS-ADDED
042300     DISPLAY MYNAME ' RECORDS CHANGED = ' WS-RECS-CHANGED
042400     DISPLAY MYNAME ' RECORDS REMOVED = ' WS-RECS-REMOVED
042450     DISPLAY MYNAME ' SNAPSHOT ROWS   = ' WS-SNAP-WRITTEN
042500
042600     DISPLAY MYNAME ' End'
042700
042800     .
042900 4000-EXIT.
043000     EXIT.
043002
043004******************************************************************
043006* 4100-WRITE-CONTROL-TOTALS  --  APPENDS ONE END-OF-JOB CONTROL  *
043008*                                TOTALS RECORD TO JSNCTOT FOR    *
043010*                                THE NEW CUSTSNAP GENERATION --  *
043012*                                THE ROWS WRITTEN TO IT AND      *
043014*                                THEIR SD-004 HASH TOTAL, WHICH  *
043016*                                BKUPVRFY RECOMPUTES WHEN IT     *
043018*                                READS THE GENERATION BACK.      *
043020*                                SAME PATTERN AS JSNGBAT'S 3100. *
043022******************************************************************
043024 4100-WRITE-CONTROL-TOTALS.
043026
043028     OPEN EXTEND Control-Totals
043030     IF WS-CTLTOT-STATUS = '05' OR WS-CTLTOT-STATUS = '35'
043032         OPEN OUTPUT Control-Totals
043034     END-IF
043036
043038     ACCEPT CTL-TIMESTAMP-DATE FROM DATE YYYYMMDD
043040     ACCEPT CTL-TIMESTAMP-TIME FROM TIME
043042     MOVE MYNAME            TO CTL-PROGRAM-ID
043044     MOVE WS-RECS-READ      TO CTL-RECS-READ
043046     MOVE SPACES            TO CTL-FEED-ID
043048     MOVE 'CUSTSNAP'        TO CTL-DATASET-ID
043050     SET CTL-SCOPE-GENERATION TO TRUE
043052     MOVE WS-SNAP-HASH      TO CTL-HASH-TOTAL
043054     MOVE WS-SNAP-WRITTEN   TO CTL-RECS-WRITTEN
043056     MOVE 0                 TO CTL-RECS-FAILED
043058     MOVE RETURN-CODE       TO CTL-RETURN-CODE
043060
043062     WRITE CTL-TOTALS-RECORD
043064
043066     CLOSE Control-Totals
043068
043070     .
043072 4100-EXIT.
043074     EXIT.
043100
043200******************************************************************
043300* 1900-CLAIM-RUN-LOCK  --  CLAIMS THE SHARED CUSTOMER-MASTER RUN    *
